      ****************************************************************************
      *                                                                          *
      * Copyright 2018-2019 ABSA Group Limited                                   *
      *                                                                          *
      * Licensed under the Apache License, Version 2.0 (the "License");          *
      * you may not use this file except in compliance with the License.         *
      * You may obtain a copy of the License at                                  *
      *                                                                          *
      *     http://www.apache.org/licenses/LICENSE-2.0                           *
      *                                                                          *
      * Unless required by applicable law or agreed to in writing, software      *
      * distributed under the License is distributed on an "AS IS" BASIS,        *
      * WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied. *
      * See the License for the specific language governing permissions and      *
      * limitations under the License.                                           *
      *                                                                          *
      ****************************************************************************
      * CBIMG001 - nightly KSDS image copy.
      *
      * The record KSDS, the position file, the reason, operator,
      * parameter and edit-rule tables, the pending-change file, the
      * quality review queue and the batch control file live only as
      * VSAM datasets; until now the one way back from a damaged KSDS
      * was the weekly CBIDX001 rebuild, which loses every correction
      * since the master was last synced and does nothing for the
      * tables.  This job unloads
      * every one of them, in key order, into a single dated
      * image-copy file (IMGREC): one section per dataset, each with a
      * header carrying the copy date and time and a trailer carrying
      * the record count and a control total, so the CBFWD001
      * forward-recovery job can restore any of them and prove it got
      * back what was written.
      *
      * It runs at the end of the night, after CBIDX002 has applied the
      * night's deltas to the record KSDS (its batch-control
      * predecessor), so an image dated D already holds every delta of
      * run date D and recovery replays only later ones.  A dataset
      * that does not exist yet (a table never created) is copied as
      * an empty section; one that exists but will not open stops the
      * job, since an image with a silent hole in it is worse than
      * none.  The batch control file is copied last and without this
      * run's own in-flight stamp, so a restored control file never
      * carries a run that was still open.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBIMG001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT R-INDEX-FILE ASSIGN TO R-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS R-INDEX-RID
               ALTERNATE RECORD KEY IS C OF R-INDEX-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO R-POS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT REASON-FILE ASSIGN TO R-RSN-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO R-OPR-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO R-PRM-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-PROGRAM-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO R-RUL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO R-PND-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-RID
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT QA-QUEUE-FILE ASSIGN TO R-QAS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QAS-KEY
               FILE STATUS IS WS-QAS-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO BCTL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCTL-FILE-STATUS.

           SELECT IMAGE-FILE ASSIGN TO IMG-COPY-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO IMG-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUN-LOG-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  R-INDEX-FILE
           RECORDING MODE IS F.
           COPY RIDXREC.

       FD  POSITION-FILE
           RECORDING MODE IS F.
           COPY POSREC.

       FD  REASON-FILE
           RECORDING MODE IS F.
           COPY RSNREC.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY OPRREC.

       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY PRMREC.

       FD  RULE-FILE
           RECORDING MODE IS F.
           COPY RULREC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  QA-QUEUE-FILE
           RECORDING MODE IS F.
           COPY QASREC.

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.

       FD  IMAGE-FILE
           RECORD IS VARYING IN SIZE FROM 2 TO 518 CHARACTERS
               DEPENDING ON WS-IMG-REC-LEN.
           COPY IMGREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY BCTLWS.

       01  WS-IDX-FILE-STATUS              PIC X(2).
           88  WS-IDX-FILE-OK              VALUE '00'.
           88  WS-IDX-NO-FILE              VALUE '35'.

       01  WS-POS-FILE-STATUS              PIC X(2).
           88  WS-POS-FILE-OK              VALUE '00'.
           88  WS-POS-NO-FILE              VALUE '35'.

       01  WS-RSN-FILE-STATUS              PIC X(2).
           88  WS-RSN-FILE-OK              VALUE '00'.
           88  WS-RSN-NO-FILE              VALUE '35'.

       01  WS-OPR-FILE-STATUS              PIC X(2).
           88  WS-OPR-FILE-OK              VALUE '00'.
           88  WS-OPR-NO-FILE              VALUE '35'.

       01  WS-PRM-FILE-STATUS              PIC X(2).
           88  WS-PRM-FILE-OK              VALUE '00'.
           88  WS-PRM-NO-FILE              VALUE '35'.

       01  WS-RUL-FILE-STATUS              PIC X(2).
           88  WS-RUL-FILE-OK              VALUE '00'.
           88  WS-RUL-NO-FILE              VALUE '35'.

       01  WS-PND-FILE-STATUS              PIC X(2).
           88  WS-PND-FILE-OK              VALUE '00'.
           88  WS-PND-NO-FILE              VALUE '35'.

       01  WS-QAS-FILE-STATUS              PIC X(2).
           88  WS-QAS-FILE-OK              VALUE '00'.
           88  WS-QAS-NO-FILE              VALUE '35'.

       01  WS-IMAGE-FILE-STATUS            PIC X(2).
           88  WS-IMAGE-FILE-OK            VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-COPY-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-COPY-EOF                             VALUE 'Y'.

       01  WS-NOT-PRESENT-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-NOT-PRESENT                          VALUE 'Y'.

       01  WS-IMG-REC-LEN                  PIC 9(3)    VALUE ZERO.
       01  WS-IMG-DATA-LEN                 PIC 9(3)    VALUE ZERO.
       01  WS-IMG-DATASET                  PIC X(8)    VALUE SPACES.
       01  WS-IMG-COUNT                    PIC 9(9)    VALUE ZERO.
       01  WS-IMG-CONTROL-TOTAL            PIC 9(15)   VALUE ZERO.

       01  WS-COPY-DATE                    PIC X(8).
       01  WS-COPY-TIME                    PIC X(8).
       01  WS-N-NUMERIC                    PIC 9(2).

       01  WS-COUNTERS.
           05  WS-DATASET-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-TOTAL-RECORD-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-NOT-PRESENT-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-BAD-N-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-R-HASH-TOTAL             PIC 9(9)    VALUE ZERO.

       01  WS-IMAGE-LINE-OUT.
           05  WS-IML-DATASET              PIC X(8).
           05  FILLER                      PIC X(9)    VALUE
               ' RECORDS='.
           05  WS-IML-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(15)   VALUE
               ' CONTROL TOTAL='.
           05  WS-IML-TOTAL                PIC ZZZZZZZZZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  WS-IML-NOTE                 PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-RECORD-FILE
           PERFORM 2100-COPY-POSITION-FILE
           PERFORM 2200-COPY-REASON-FILE
           PERFORM 2300-COPY-OPERATOR-FILE
           PERFORM 2400-COPY-PARM-FILE
           PERFORM 2500-COPY-RULE-FILE
           PERFORM 2600-COPY-PENDING-FILE
           PERFORM 2650-COPY-QA-QUEUE-FILE
           PERFORM 2700-COPY-CONTROL-FILE
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CBIMG001' TO WS-BCTL-PROGRAM-ID
           MOVE 'CBIDX002' TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           ACCEPT WS-COPY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-COPY-TIME FROM TIME

           OPEN OUTPUT IMAGE-FILE
           IF NOT WS-IMAGE-FILE-OK
               DISPLAY 'CBIMG001 - UNABLE TO OPEN IMAGE-FILE, STATUS='
                   WS-IMAGE-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBIMG001 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'CBIMG001 - KSDS IMAGE COPY ' WS-COPY-DATE ' '
               WS-COPY-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2000-COPY-RECORD-FILE.
           MOVE 'R-VSAM' TO WS-IMG-DATASET
           MOVE 215 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           OPEN INPUT R-INDEX-FILE
           IF WS-IDX-NO-FILE
               PERFORM 3300-NOTE-NOT-PRESENT
           ELSE
               IF NOT WS-IDX-FILE-OK
                   DISPLAY 'CBIMG001 - UNABLE TO OPEN R-INDEX-FILE, '
                       'STATUS=' WS-IDX-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ R-INDEX-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE R-INDEX-RECORD TO IMG-DATA
                           PERFORM 3050-ADD-N-TO-HASH
                           PERFORM 3100-WRITE-IMAGE-DATA
                   END-READ
               END-PERFORM
               CLOSE R-INDEX-FILE
           END-IF
           PERFORM 3200-WRITE-IMAGE-TRAILER.

       2100-COPY-POSITION-FILE.
           MOVE 'POSREC' TO WS-IMG-DATASET
           MOVE 39 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           OPEN INPUT POSITION-FILE
           IF WS-POS-NO-FILE
               PERFORM 3300-NOTE-NOT-PRESENT
           ELSE
               IF NOT WS-POS-FILE-OK
                   DISPLAY 'CBIMG001 - UNABLE TO OPEN POSITION-FILE, '
                       'STATUS=' WS-POS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ POSITION-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE POSITION-RECORD TO IMG-DATA
                           ADD POS-REC-COUNT TO WS-IMG-CONTROL-TOTAL
                           PERFORM 3100-WRITE-IMAGE-DATA
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF
           PERFORM 3200-WRITE-IMAGE-TRAILER.

       2200-COPY-REASON-FILE.
           MOVE 'RSNREC' TO WS-IMG-DATASET
           MOVE 33 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           OPEN INPUT REASON-FILE
           IF WS-RSN-NO-FILE
               PERFORM 3300-NOTE-NOT-PRESENT
           ELSE
               IF NOT WS-RSN-FILE-OK
                   DISPLAY 'CBIMG001 - UNABLE TO OPEN REASON-FILE, '
                       'STATUS=' WS-RSN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ REASON-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE REASON-RECORD TO IMG-DATA
                           PERFORM 3100-WRITE-IMAGE-DATA
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
           END-IF
           PERFORM 3200-WRITE-IMAGE-TRAILER.

       2300-COPY-OPERATOR-FILE.
           MOVE 'OPRREC' TO WS-IMG-DATASET
           MOVE 30 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-NO-FILE
               PERFORM 3300-NOTE-NOT-PRESENT
           ELSE
               IF NOT WS-OPR-FILE-OK
                   DISPLAY 'CBIMG001 - UNABLE TO OPEN OPERATOR-FILE, '
                       'STATUS=' WS-OPR-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ OPERATOR-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE OPERATOR-RECORD TO IMG-DATA
                           PERFORM 3100-WRITE-IMAGE-DATA
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF
           PERFORM 3200-WRITE-IMAGE-TRAILER.

       2400-COPY-PARM-FILE.
           MOVE 'PRMREC' TO WS-IMG-DATASET
           MOVE 54 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           OPEN INPUT PARM-FILE
           IF WS-PRM-NO-FILE
               PERFORM 3300-NOTE-NOT-PRESENT
           ELSE
               IF NOT WS-PRM-FILE-OK
                   DISPLAY 'CBIMG001 - UNABLE TO OPEN PARM-FILE, '
                       'STATUS=' WS-PRM-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE PARM-RECORD TO IMG-DATA
                           PERFORM 3100-WRITE-IMAGE-DATA
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           PERFORM 3200-WRITE-IMAGE-TRAILER.

       2500-COPY-RULE-FILE.
           MOVE 'RULREC' TO WS-IMG-DATASET
           MOVE 44 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           OPEN INPUT RULE-FILE
           IF WS-RUL-NO-FILE
               PERFORM 3300-NOTE-NOT-PRESENT
           ELSE
               IF NOT WS-RUL-FILE-OK
                   DISPLAY 'CBIMG001 - UNABLE TO OPEN RULE-FILE, '
                       'STATUS=' WS-RUL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ RULE-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE EDIT-RULE-RECORD TO IMG-DATA
                           PERFORM 3100-WRITE-IMAGE-DATA
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF
           PERFORM 3200-WRITE-IMAGE-TRAILER.

       2600-COPY-PENDING-FILE.
           MOVE 'PNDREC' TO WS-IMG-DATASET
           MOVE 497 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           OPEN INPUT PENDING-FILE
           IF WS-PND-NO-FILE
               PERFORM 3300-NOTE-NOT-PRESENT
           ELSE
               IF NOT WS-PND-FILE-OK
                   DISPLAY 'CBIMG001 - UNABLE TO OPEN PENDING-FILE, '
                       'STATUS=' WS-PND-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ PENDING-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE PENDING-CHANGE-RECORD TO IMG-DATA
                           PERFORM 3100-WRITE-IMAGE-DATA
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           PERFORM 3200-WRITE-IMAGE-TRAILER.

      ****************************************************************************
      * The review queue's control total is its count of reviewed
      * entries, so a restore proves it got the outcomes back.
      ****************************************************************************
       2650-COPY-QA-QUEUE-FILE.
           MOVE 'QASREC' TO WS-IMG-DATASET
           MOVE 517 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           OPEN INPUT QA-QUEUE-FILE
           IF WS-QAS-NO-FILE
               PERFORM 3300-NOTE-NOT-PRESENT
           ELSE
               IF NOT WS-QAS-FILE-OK
                   DISPLAY 'CBIMG001 - UNABLE TO OPEN QA-QUEUE-FILE, '
                       'STATUS=' WS-QAS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ QA-QUEUE-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE QA-SAMPLE-RECORD TO IMG-DATA
                           IF QAS-REVIEWED
                               ADD 1 TO WS-IMG-CONTROL-TOTAL
                           END-IF
                           PERFORM 3100-WRITE-IMAGE-DATA
                   END-READ
               END-PERFORM
               CLOSE QA-QUEUE-FILE
           END-IF
           PERFORM 3200-WRITE-IMAGE-TRAILER.

      ****************************************************************************
      * The batch control file is open I-O under this run's own stamp
      * (9500); it is browsed from the top through that same open and
      * the stamp for this run is left out of the image.
      ****************************************************************************
       2700-COPY-CONTROL-FILE.
           MOVE 'BCTLREC' TO WS-IMG-DATASET
           MOVE 33 TO WS-IMG-DATA-LEN
           PERFORM 3000-WRITE-IMAGE-HEADER
           MOVE LOW-VALUES TO BCT-KEY
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           START BATCH-CONTROL-FILE KEY IS NOT LESS THAN BCT-KEY
               INVALID KEY
                   SET WS-COPY-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-COPY-EOF
               READ BATCH-CONTROL-FILE NEXT RECORD
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       IF BCT-RUN-DATE = WS-BCTL-RUN-DATE
                               AND BCT-PROGRAM-ID = WS-BCTL-PROGRAM-ID
                           CONTINUE
                       ELSE
                           MOVE BATCH-CONTROL-RECORD TO IMG-DATA
                           PERFORM 3100-WRITE-IMAGE-DATA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3200-WRITE-IMAGE-TRAILER.

       3000-WRITE-IMAGE-HEADER.
           MOVE ZERO TO WS-IMG-COUNT
           MOVE ZERO TO WS-IMG-CONTROL-TOTAL
           MOVE 'N' TO WS-NOT-PRESENT-SWITCH
           ADD 1 TO WS-DATASET-COUNT
           MOVE SPACES TO IMAGE-COPY-RECORD
           SET IMG-IS-HEADER TO TRUE
           MOVE WS-IMG-DATASET TO IMG-HDR-DATASET
           MOVE WS-COPY-DATE TO IMG-HDR-COPY-DATE
           MOVE WS-COPY-TIME TO IMG-HDR-COPY-TIME
           MOVE WS-IMG-DATA-LEN TO IMG-HDR-RECORD-LEN
           MOVE 28 TO WS-IMG-REC-LEN
           WRITE IMAGE-COPY-RECORD.

       3050-ADD-N-TO-HASH.
           IF R-INDEX-N IS NUMERIC
               MOVE R-INDEX-N TO WS-N-NUMERIC
               ADD WS-N-NUMERIC TO WS-IMG-CONTROL-TOTAL
               ADD WS-N-NUMERIC TO WS-R-HASH-TOTAL
           ELSE
               ADD 1 TO WS-BAD-N-COUNT
           END-IF.

      ****************************************************************************
      * The caller has moved the KSDS record into IMG-DATA.
      ****************************************************************************
       3100-WRITE-IMAGE-DATA.
           SET IMG-IS-DATA TO TRUE
           COMPUTE WS-IMG-REC-LEN = WS-IMG-DATA-LEN + 1
           WRITE IMAGE-COPY-RECORD
           ADD 1 TO WS-IMG-COUNT
           ADD 1 TO WS-TOTAL-RECORD-COUNT.

       3200-WRITE-IMAGE-TRAILER.
           MOVE SPACES TO IMAGE-COPY-RECORD
           SET IMG-IS-TRAILER TO TRUE
           MOVE WS-IMG-DATASET TO IMG-TRL-DATASET
           MOVE WS-IMG-COUNT TO IMG-TRL-RECORD-COUNT
           MOVE WS-IMG-CONTROL-TOTAL TO IMG-TRL-CONTROL-TOTAL
           MOVE 33 TO WS-IMG-REC-LEN
           WRITE IMAGE-COPY-RECORD

           MOVE WS-IMG-DATASET TO WS-IML-DATASET
           MOVE WS-IMG-COUNT TO WS-IML-COUNT
           MOVE WS-IMG-CONTROL-TOTAL TO WS-IML-TOTAL
           IF WS-NOT-PRESENT
               MOVE 'NOT PRESENT - EMPTY' TO WS-IML-NOTE
           ELSE
               MOVE SPACES TO WS-IML-NOTE
           END-IF
           MOVE WS-IMAGE-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       3300-NOTE-NOT-PRESENT.
           SET WS-NOT-PRESENT TO TRUE
           ADD 1 TO WS-NOT-PRESENT-COUNT
           DISPLAY 'CBIMG001 - ' WS-IMG-DATASET ' NOT PRESENT, '
               'COPIED AS AN EMPTY SECTION'.

           COPY BCTLCK.

           COPY RUNLOGWR.

       8000-FINALIZE.
           CLOSE IMAGE-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBIMG001 - IMAGE TAKEN        : ' WS-COPY-DATE ' '
               WS-COPY-TIME
           DISPLAY 'CBIMG001 - DATASETS COPIED    : ' WS-DATASET-COUNT
           DISPLAY 'CBIMG001 - RECORDS COPIED     : '
               WS-TOTAL-RECORD-COUNT
           DISPLAY 'CBIMG001 - DATASETS NOT FOUND : '
               WS-NOT-PRESENT-COUNT
           IF WS-BAD-N-COUNT > ZERO
               DISPLAY 'CBIMG001 - *** N NOT NUMERIC  : '
                   WS-BAD-N-COUNT
           END-IF
           MOVE 'CBIMG001' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-TOTAL-RECORD-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-TOTAL-RECORD-COUNT TO WS-RUNLOG-PROCESSED
           MOVE ZERO TO WS-RUNLOG-REJECTED
           MOVE WS-R-HASH-TOTAL TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.
