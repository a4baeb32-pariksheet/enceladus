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
      * CBFWD001 - KSDS forward recovery.
      *
      * Restores a damaged KSDS from the latest CBIMG001 image copy
      * (IMGREC) and rolls it forward to the point of failure.  Which
      * dataset to recover is a required central runtime parameter
      * (PRMREC, maintained by CBPRM001): R-VSAM, POSREC, RSNREC,
      * OPRREC, PRMREC, RULREC, PNDREC, QASREC, BCTLREC, or ALL.  The
      * record KSDS and the position file are derived from each other
      * and are always recovered together, whichever is named.  The
      * parameter file cannot name itself once it is the one damaged:
      * when it cannot be read at all, the job recovers PRMREC alone.
      *
      * Each selected dataset is reloaded, in key order, from its
      * section of the image, and the section trailer's record count
      * and control total are proved against what was loaded.  Then,
      * for the datasets that have a journal, every change recorded
      * since the image was taken is replayed in time order, newest
      * last, exactly as the live jobs applied it:
      *
      *   - the accumulated CBDLT001 delta history (DLTTRN) against the
      *     record KSDS, the CBIDX002 way - an add is written, an
      *     update rewrites, a delete deletes, and an add over an
      *     existing id or an update/delete of a missing one is
      *     refused and reported as an anomaly;
      *   - the AUDFILE after-images of the applied changes only
      *     (AUD-APPLIED-CHANGE: occurrence edits, C edits, re-keys and
      *     approvals) against the record KSDS;
      *   - the maker-checker journal entries (keyed, approved,
      *     rejected, expired) against the pending-change file;
      *   - the CBQAS002 review outcomes (pass or fail, finding code,
      *     reviewer) against the quality review queue;
      *
      * with every record-KSDS change moving the POSREC counts through
      * the shared POSUPD routine, as CBIDX002 and CBMNT001 do live.
      * The image copy runs after CBIDX002, so deltas dated on or
      * before the image date are already in it; journal entries are
      * replayed when they are later than the image's date and time.
      * Deltas carry no time of day and sort as the end of their night,
      * after that date's keyed corrections (the CBPIT001 rule).  The
      * reference tables and the batch control file have no journal:
      * they come back as they stood at the image, and the control
      * report says so.
      *
      * The control report closes with the proof: the record KSDS is
      * recounted and must hold the image count plus the replayed adds
      * less the replayed deletes, and it is re-tallied by C key and
      * every POSREC cell must agree with it - record count, A
      * occurrences and B1/B2 totals.  Any difference is listed as a
      * break and the recovery is reported *FAIL*.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBFWD001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGE-FILE ASSIGN TO IMG-COPY-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FILE-STATUS.

           SELECT DELTA-FILE ASSIGN TO R-DLTHIST-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO R-AUDIT-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT R-INDEX-FILE ASSIGN TO R-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-INDEX-RID
               ALTERNATE RECORD KEY IS C OF R-INDEX-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO R-POS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT REASON-FILE ASSIGN TO R-RSN-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO R-OPR-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO R-PRM-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-PROGRAM-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO R-RUL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO R-PND-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-RID
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT QA-QUEUE-FILE ASSIGN TO R-QAS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAS-KEY
               FILE STATUS IS WS-QAS-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO BCTL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCTL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO FWD-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUN-LOG-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  IMAGE-FILE
           RECORD IS VARYING IN SIZE FROM 2 TO 518 CHARACTERS
               DEPENDING ON WS-IMG-REC-LEN.
           COPY IMGREC.

       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY DLTTRN.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDFILE.

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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       SD  SORT-FILE.
       01  EVENT-RECORD.
           05  EVT-DATE                    PIC X(8).
           05  EVT-TIME                    PIC X(8).
           05  EVT-SEQ                     PIC 9(9).
           05  EVT-TYPE                    PIC X(1).
               88  EVT-IS-MAINT            VALUE 'M'.
               88  EVT-IS-DELTA            VALUE 'D'.
           05  EVT-ACTION                  PIC X(1).
           05  EVT-OPERATOR                PIC X(8).
           05  EVT-ORIGINAL-KEY            PIC X(3).
           05  EVT-NEW-KEY                 PIC X(3).
           05  EVT-BEFORE                  PIC X(215).
           05  EVT-AFTER                   PIC X(215).

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY PRMWS.
           COPY POSUPWS.

       01  WS-IMAGE-FILE-STATUS            PIC X(2).
           88  WS-IMAGE-FILE-OK            VALUE '00'.

       01  WS-DELTA-FILE-STATUS            PIC X(2).
           88  WS-DELTA-FILE-OK            VALUE '00'.
           88  WS-DELTA-NOT-FOUND          VALUE '35'.

       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-NOT-FOUND          VALUE '35'.

       01  WS-IDX-FILE-STATUS              PIC X(2).
           88  WS-IDX-FILE-OK              VALUE '00'.
           88  WS-IDX-NOT-FOUND            VALUE '23'.

       01  WS-RSN-FILE-STATUS              PIC X(2).
           88  WS-RSN-FILE-OK              VALUE '00'.

       01  WS-OPR-FILE-STATUS              PIC X(2).
           88  WS-OPR-FILE-OK              VALUE '00'.

       01  WS-RUL-FILE-STATUS              PIC X(2).
           88  WS-RUL-FILE-OK              VALUE '00'.

       01  WS-PND-FILE-STATUS              PIC X(2).
           88  WS-PND-FILE-OK              VALUE '00'.
           88  WS-PND-NOT-FOUND            VALUE '23'.

       01  WS-QAS-FILE-STATUS              PIC X(2).
           88  WS-QAS-FILE-OK              VALUE '00'.
           88  WS-QAS-NOT-FOUND            VALUE '23'.

       01  WS-BCTL-FILE-STATUS             PIC X(2).
           88  WS-BCTL-FILE-OK             VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-OPEN-STATUS                  PIC X(2).

       01  WS-IMG-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-IMG-EOF                              VALUE 'Y'.

       01  WS-AUD-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-AUD-EOF                              VALUE 'Y'.

       01  WS-DLT-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-DLT-EOF                              VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.

       01  WS-KSDS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-KSDS-EOF                             VALUE 'Y'.

       01  WS-IMAGE-SEEN-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-IMAGE-SEEN                           VALUE 'Y'.

       01  WS-REPLACED-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-RECORD-REPLACED                      VALUE 'Y'.

      ****************************************************************************
      * The datasets.  1 and 2 (the record KSDS and the position file)
      * are always selected together.  The image holds them in this
      * order, save that the review queue (9) comes ahead of the
      * batch control file, which CBIMG001 always copies last.
      ****************************************************************************
       01  WS-DATASET-NAMES.
           05  FILLER                      PIC X(8)    VALUE 'R-VSAM'.
           05  FILLER                      PIC X(8)    VALUE 'POSREC'.
           05  FILLER                      PIC X(8)    VALUE 'RSNREC'.
           05  FILLER                      PIC X(8)    VALUE 'OPRREC'.
           05  FILLER                      PIC X(8)    VALUE 'PRMREC'.
           05  FILLER                      PIC X(8)    VALUE 'RULREC'.
           05  FILLER                      PIC X(8)    VALUE 'PNDREC'.
           05  FILLER                      PIC X(8)    VALUE 'BCTLREC'.
           05  FILLER                      PIC X(8)    VALUE 'QASREC'.
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-NAMES.
           05  WS-DS-NAME                  PIC X(8)    OCCURS 9 TIMES.

       01  WS-DATASET-FLAGS.
           05  WS-DS-ENTRY OCCURS 9 TIMES.
               10  WS-DS-SELECTED-SW       PIC X(1).
                   88  WS-DS-SELECTED      VALUE 'Y'.
               10  WS-DS-RESTORED-SW       PIC X(1).
                   88  WS-DS-RESTORED      VALUE 'Y'.

       01  WS-DS-IDX                       PIC 9(2).
       01  WS-CUR-IDX                      PIC 9(2)    VALUE ZERO.
       01  WS-TARGET                       PIC X(8)    VALUE SPACES.

       01  WS-IMG-REC-LEN                  PIC 9(3)    VALUE ZERO.
       01  WS-IMAGE-DATE                   PIC X(8)    VALUE SPACES.
       01  WS-IMAGE-TIME                   PIC X(8)    VALUE SPACES.
       01  WS-SECTION-COUNT                PIC 9(9)    VALUE ZERO.
       01  WS-SECTION-TOTAL                PIC 9(15)   VALUE ZERO.
       01  WS-N-NUMERIC                    PIC 9(2).
       01  WS-EVENT-SEQ                    PIC 9(9)    VALUE ZERO.
       01  WS-ANOMALY-TEXT                 PIC X(40).
       01  WS-ANOMALY-RID                  PIC X(12).
       01  WS-EXPECTED-COUNT               PIC S9(9)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-IMAGE-READ-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-RESTORED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-SECTION-FAIL-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-R-IMAGE-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-DLT-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-AUD-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-DLT-ADD-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-DLT-UPDATE-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-DLT-DELETE-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-AUD-APPLIED-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-PND-REPLAYED-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-QAS-REPLAYED-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-ANOMALY-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-KSDS-COUNT               PIC 9(9)    VALUE ZERO.
           05  WS-POS-BREAK-COUNT          PIC 9(9)    VALUE ZERO.

       01  WS-CELL-MAX                     PIC 9(4)    VALUE 1000.
       01  WS-CELL-COUNT                   PIC 9(4)    VALUE ZERO.
       01  WS-CELL-IDX                     PIC 9(4).
       01  WS-CELL-FOUND-SWITCH            PIC X(1).
           88  WS-CELL-FOUND                           VALUE 'Y'.
       01  WS-CELL-TABLE.
           05  WS-CEL-ENTRY OCCURS 1000 TIMES.
               10  WS-CEL-KEY              PIC X(3).
               10  WS-CEL-REC-COUNT        PIC 9(9).
               10  WS-CEL-OCC-COUNT        PIC 9(9).
               10  WS-CEL-B1-TOTAL         PIC 9(9).
               10  WS-CEL-B2-TOTAL         PIC 9(9).
               10  WS-CEL-MATCHED-SW       PIC X(1).
                   88  WS-CEL-MATCHED      VALUE 'Y'.

       01  WS-RESTORE-LINE-OUT.
           05  FILLER                      PIC X(9)    VALUE
               'RESTORED '.
           05  WS-RSL-DATASET              PIC X(8).
           05  FILLER                      PIC X(7)    VALUE
               ' IMAGE='.
           05  WS-RSL-IMAGE                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(8)    VALUE
               ' LOADED='.
           05  WS-RSL-LOADED               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  WS-RSL-TAG                  PIC X(30).

       01  WS-COUNT-LINE-OUT.
           05  WS-CTL-LABEL                PIC X(40).
           05  WS-CTL-VALUE                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  WS-CTL-TAG                  PIC X(30).

       01  WS-ANOMALY-LINE-OUT.
           05  FILLER                      PIC X(10)   VALUE
               'ANOMALY - '.
           05  WS-ANL-TEXT                 PIC X(40).
           05  FILLER                      PIC X(4)    VALUE ' ID='.
           05  WS-ANL-RID                  PIC X(12).

       01  WS-POSITION-LINE-OUT.
           05  WS-PSL-TAG                  PIC X(10).
           05  FILLER                      PIC X(5)    VALUE ' KEY='.
           05  WS-PSL-KEY                  PIC X(3).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  WS-PSL-SOURCE               PIC X(6).
           05  FILLER                      PIC X(5)    VALUE ' REC='.
           05  WS-PSL-REC                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(5)    VALUE ' OCC='.
           05  WS-PSL-OCC                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(4)    VALUE ' B1='.
           05  WS-PSL-B1                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(4)    VALUE ' B2='.
           05  WS-PSL-B2                   PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESTORE-IMAGES
           IF WS-DS-SELECTED (1) OR WS-DS-SELECTED (7)
                   OR WS-DS-SELECTED (9)
               PERFORM 3000-ROLL-FORWARD
           END-IF
           IF WS-DS-SELECTED (1)
               PERFORM 4000-PROVE-RECORD-FILE
           END-IF
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'N' TO WS-DATASET-FLAGS
           INSPECT WS-DATASET-FLAGS REPLACING ALL SPACE BY 'N'
           MOVE 'CBFWD001' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           EVALUATE TRUE
               WHEN WS-PRM-FOUND
                   MOVE WS-PRM-VALUE (1:8) TO WS-TARGET
                   PERFORM 1100-SELECT-DATASETS
      *        PRMGET closes the file after a failed read, so a
      *        clean status here means the file opened and the record
      *        is missing; only a file that would not open falls
      *        through to the PRMREC-only recovery.
               WHEN WS-PRM-FILE-OK
                   DISPLAY 'CBFWD001 - DATASET PARAMETER MISSING, '
                       'JOB STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'CBFWD001 - PARAMETER FILE UNREADABLE, '
                       'RECOVERING PRMREC ONLY'
                   MOVE 'PRMREC' TO WS-TARGET
                   SET WS-DS-SELECTED (5) TO TRUE
           END-EVALUATE

           OPEN INPUT IMAGE-FILE
           IF NOT WS-IMAGE-FILE-OK
               DISPLAY 'CBFWD001 - UNABLE TO OPEN IMAGE-FILE, STATUS='
                   WS-IMAGE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBFWD001 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'CBFWD001 - FORWARD RECOVERY CONTROL REPORT, '
               'DATASET ' WS-TARGET
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1100-SELECT-DATASETS.
           IF WS-TARGET = 'ALL'
               PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                       UNTIL WS-DS-IDX > 9
                   SET WS-DS-SELECTED (WS-DS-IDX) TO TRUE
               END-PERFORM
           ELSE
               PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                       UNTIL WS-DS-IDX > 9
                   IF WS-DS-NAME (WS-DS-IDX) = WS-TARGET
                       SET WS-DS-SELECTED (WS-DS-IDX) TO TRUE
                   END-IF
               END-PERFORM
               IF WS-DS-SELECTED (1) OR WS-DS-SELECTED (2)
                   SET WS-DS-SELECTED (1) TO TRUE
                   SET WS-DS-SELECTED (2) TO TRUE
               END-IF
           END-IF
           MOVE ZERO TO WS-DS-IDX
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 9
               IF WS-DS-SELECTED (WS-CUR-IDX)
                   ADD 1 TO WS-DS-IDX
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-CUR-IDX
           IF WS-DS-IDX = ZERO
               DISPLAY 'CBFWD001 - DATASET PARAMETER ' WS-TARGET
                   ' NOT RECOGNISED, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************************************************************************
      * Reload every selected dataset from its image section and prove
      * the section's trailer against what was loaded.
      ****************************************************************************
       2000-RESTORE-IMAGES.
           PERFORM UNTIL WS-IMG-EOF
               READ IMAGE-FILE
                   AT END
                       SET WS-IMG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IMAGE-READ-COUNT
                       EVALUATE TRUE
                           WHEN IMG-IS-HEADER
                               PERFORM 2100-START-SECTION
                           WHEN IMG-IS-TRAILER
                               PERFORM 2300-END-SECTION
                           WHEN OTHER
                               IF WS-CUR-IDX > ZERO
                                   PERFORM 2200-RESTORE-ONE-RECORD
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE IMAGE-FILE

           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > 9
               IF WS-DS-SELECTED (WS-DS-IDX)
                       AND NOT WS-DS-RESTORED (WS-DS-IDX)
                   ADD 1 TO WS-SECTION-FAIL-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '*** NO COMPLETE IMAGE SECTION FOR '
                       WS-DS-NAME (WS-DS-IDX) ' - NOT RESTORED ***'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-IMAGE-SEEN
               MOVE SPACES TO REPORT-LINE
               STRING 'IMAGE TAKEN ' WS-IMAGE-DATE ' ' WS-IMAGE-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2100-START-SECTION.
           MOVE ZERO TO WS-CUR-IDX
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-TOTAL
           IF NOT WS-IMAGE-SEEN
               MOVE IMG-HDR-COPY-DATE TO WS-IMAGE-DATE
               MOVE IMG-HDR-COPY-TIME TO WS-IMAGE-TIME
               SET WS-IMAGE-SEEN TO TRUE
           END-IF
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > 9
               IF WS-DS-NAME (WS-DS-IDX) = IMG-HDR-DATASET
                       AND WS-DS-SELECTED (WS-DS-IDX)
                   MOVE WS-DS-IDX TO WS-CUR-IDX
               END-IF
           END-PERFORM
           IF WS-CUR-IDX > ZERO
               PERFORM 2110-OPEN-FOR-RESTORE
           END-IF.

       2110-OPEN-FOR-RESTORE.
           EVALUATE WS-CUR-IDX
               WHEN 1
                   OPEN OUTPUT R-INDEX-FILE
                   MOVE WS-IDX-FILE-STATUS TO WS-OPEN-STATUS
               WHEN 2
                   OPEN OUTPUT POSITION-FILE
                   MOVE WS-POS-FILE-STATUS TO WS-OPEN-STATUS
               WHEN 3
                   OPEN OUTPUT REASON-FILE
                   MOVE WS-RSN-FILE-STATUS TO WS-OPEN-STATUS
               WHEN 4
                   OPEN OUTPUT OPERATOR-FILE
                   MOVE WS-OPR-FILE-STATUS TO WS-OPEN-STATUS
               WHEN 5
                   OPEN OUTPUT PARM-FILE
                   MOVE WS-PRM-FILE-STATUS TO WS-OPEN-STATUS
               WHEN 6
                   OPEN OUTPUT RULE-FILE
                   MOVE WS-RUL-FILE-STATUS TO WS-OPEN-STATUS
               WHEN 7
                   OPEN OUTPUT PENDING-FILE
                   MOVE WS-PND-FILE-STATUS TO WS-OPEN-STATUS
               WHEN 8
                   OPEN OUTPUT BATCH-CONTROL-FILE
                   MOVE WS-BCTL-FILE-STATUS TO WS-OPEN-STATUS
               WHEN 9
                   OPEN OUTPUT QA-QUEUE-FILE
                   MOVE WS-QAS-FILE-STATUS TO WS-OPEN-STATUS
           END-EVALUATE
           IF WS-OPEN-STATUS NOT = '00'
               DISPLAY 'CBFWD001 - UNABLE TO OPEN '
                   WS-DS-NAME (WS-CUR-IDX) ' FOR RESTORE, STATUS='
                   WS-OPEN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-RESTORE-ONE-RECORD.
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE WS-CUR-IDX
               WHEN 1
                   MOVE IMG-DATA TO R-INDEX-RECORD
                   IF R-INDEX-N IS NUMERIC
                       MOVE R-INDEX-N TO WS-N-NUMERIC
                       ADD WS-N-NUMERIC TO WS-SECTION-TOTAL
                   END-IF
                   WRITE R-INDEX-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
               WHEN 2
                   MOVE IMG-DATA TO POSITION-RECORD
                   ADD POS-REC-COUNT TO WS-SECTION-TOTAL
                   WRITE POSITION-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
               WHEN 3
                   MOVE IMG-DATA TO REASON-RECORD
                   WRITE REASON-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
               WHEN 4
                   MOVE IMG-DATA TO OPERATOR-RECORD
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
               WHEN 5
                   MOVE IMG-DATA TO PARM-RECORD
                   WRITE PARM-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
               WHEN 6
                   MOVE IMG-DATA TO EDIT-RULE-RECORD
                   WRITE EDIT-RULE-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
               WHEN 7
                   MOVE IMG-DATA TO PENDING-CHANGE-RECORD
                   WRITE PENDING-CHANGE-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
               WHEN 8
                   MOVE IMG-DATA TO BATCH-CONTROL-RECORD
                   WRITE BATCH-CONTROL-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
               WHEN 9
                   MOVE IMG-DATA TO QA-SAMPLE-RECORD
                   IF QAS-REVIEWED
                       ADD 1 TO WS-SECTION-TOTAL
                   END-IF
                   WRITE QA-SAMPLE-RECORD
                       INVALID KEY
                           PERFORM 2290-NOTE-LOAD-FAILURE
                   END-WRITE
           END-EVALUATE.

      ****************************************************************************
      * A load write the KSDS refused (out of key order or a duplicate
      * key - a damaged image) leaves the record out and the section
      * short, which the trailer check then reports.
      ****************************************************************************
       2290-NOTE-LOAD-FAILURE.
           SUBTRACT 1 FROM WS-SECTION-COUNT
           DISPLAY 'CBFWD001 - *** ' WS-DS-NAME (WS-CUR-IDX)
               ' RECORD ' IMG-DATA (1:20) ' NOT LOADED ***'.

       2300-END-SECTION.
           IF WS-CUR-IDX > ZERO
               EVALUATE WS-CUR-IDX
                   WHEN 1
                       CLOSE R-INDEX-FILE
                       MOVE WS-SECTION-COUNT TO WS-R-IMAGE-COUNT
                   WHEN 2
                       CLOSE POSITION-FILE
                   WHEN 3
                       CLOSE REASON-FILE
                   WHEN 4
                       CLOSE OPERATOR-FILE
                   WHEN 5
                       CLOSE PARM-FILE
                   WHEN 6
                       CLOSE RULE-FILE
                   WHEN 7
                       CLOSE PENDING-FILE
                   WHEN 8
                       CLOSE BATCH-CONTROL-FILE
                   WHEN 9
                       CLOSE QA-QUEUE-FILE
               END-EVALUATE
               SET WS-DS-RESTORED (WS-CUR-IDX) TO TRUE
               ADD WS-SECTION-COUNT TO WS-RESTORED-COUNT
               MOVE WS-DS-NAME (WS-CUR-IDX) TO WS-RSL-DATASET
               MOVE IMG-TRL-RECORD-COUNT TO WS-RSL-IMAGE
               MOVE WS-SECTION-COUNT TO WS-RSL-LOADED
               IF WS-SECTION-COUNT = IMG-TRL-RECORD-COUNT
                       AND WS-SECTION-TOTAL = IMG-TRL-CONTROL-TOTAL
                   IF WS-CUR-IDX = 1 OR WS-CUR-IDX = 2
                           OR WS-CUR-IDX = 7 OR WS-CUR-IDX = 9
                       MOVE 'OK, ROLLED FORWARD BELOW' TO WS-RSL-TAG
                   ELSE
                       MOVE 'OK, AS AT IMAGE (NO JOURNAL)'
                           TO WS-RSL-TAG
                   END-IF
               ELSE
                   ADD 1 TO WS-SECTION-FAIL-COUNT
                   MOVE '*** COUNT OR TOTAL MISMATCH ***' TO WS-RSL-TAG
               END-IF
               MOVE WS-RESTORE-LINE-OUT TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ZERO TO WS-CUR-IDX.

      ****************************************************************************
      * Replay everything journaled since the image, oldest first.
      ****************************************************************************
       3000-ROLL-FORWARD.
           IF WS-DS-SELECTED (1)
               OPEN I-O R-INDEX-FILE
               IF NOT WS-IDX-FILE-OK
                   DISPLAY 'CBFWD001 - UNABLE TO REOPEN R-INDEX-FILE '
                       'FOR REPLAY, STATUS=' WS-IDX-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O POSITION-FILE
               IF NOT WS-POS-FILE-OK
                   DISPLAY 'CBFWD001 - UNABLE TO REOPEN POSITION-FILE '
                       'FOR REPLAY, STATUS=' WS-POS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-POS-AVAILABLE TO TRUE
           END-IF
           IF WS-DS-SELECTED (7)
               OPEN I-O PENDING-FILE
               IF NOT WS-PND-FILE-OK
                   DISPLAY 'CBFWD001 - UNABLE TO REOPEN PENDING-FILE '
                       'FOR REPLAY, STATUS=' WS-PND-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-DS-SELECTED (9)
               OPEN I-O QA-QUEUE-FILE
               IF NOT WS-QAS-FILE-OK
                   DISPLAY 'CBFWD001 - UNABLE TO REOPEN QA-QUEUE-FILE '
                       'FOR REPLAY, STATUS=' WS-QAS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           SORT SORT-FILE
               ON ASCENDING KEY EVT-DATE EVT-TIME EVT-SEQ
               INPUT PROCEDURE IS 3100-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 3500-APPLY-EVENTS

           IF WS-DS-SELECTED (1)
               CLOSE R-INDEX-FILE
               CLOSE POSITION-FILE
               MOVE 'N' TO WS-POS-AVAILABLE-SWITCH
           END-IF
           IF WS-DS-SELECTED (7)
               CLOSE PENDING-FILE
           END-IF
           IF WS-DS-SELECTED (9)
               CLOSE QA-QUEUE-FILE
           END-IF

           MOVE SPACES TO WS-CTL-TAG
           MOVE 'DELTA HISTORY RECORDS READ' TO WS-CTL-LABEL
           MOVE WS-DLT-READ-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'AUDIT JOURNAL RECORDS READ' TO WS-CTL-LABEL
           MOVE WS-AUD-READ-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'DELTA ADDS REPLAYED' TO WS-CTL-LABEL
           MOVE WS-DLT-ADD-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'DELTA UPDATES REPLAYED' TO WS-CTL-LABEL
           MOVE WS-DLT-UPDATE-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'DELTA DELETES REPLAYED' TO WS-CTL-LABEL
           MOVE WS-DLT-DELETE-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'AUDIT AFTER-IMAGES APPLIED' TO WS-CTL-LABEL
           MOVE WS-AUD-APPLIED-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'PENDING-CHANGE ENTRIES REPLAYED' TO WS-CTL-LABEL
           MOVE WS-PND-REPLAYED-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'QUALITY REVIEW OUTCOMES REPLAYED' TO WS-CTL-LABEL
           MOVE WS-QAS-REPLAYED-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'REPLAY ANOMALIES' TO WS-CTL-LABEL
           MOVE WS-ANOMALY-COUNT TO WS-CTL-VALUE
           PERFORM 3900-WRITE-COUNT-LINE.

       3100-RELEASE-EVENTS.
           IF WS-DS-SELECTED (1)
               OPEN INPUT DELTA-FILE
               IF WS-DELTA-NOT-FOUND
                   MOVE 'NO DELTA HISTORY, NO DELTAS TO REPLAY'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   SET WS-DLT-EOF TO TRUE
               ELSE
                   IF NOT WS-DELTA-FILE-OK
                       DISPLAY 'CBFWD001 - UNABLE TO OPEN DELTA-FILE, '
                           'STATUS=' WS-DELTA-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM UNTIL WS-DLT-EOF
                   READ DELTA-FILE
                       AT END
                           SET WS-DLT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DLT-READ-COUNT
                           IF DLT-RUN-DATE > WS-IMAGE-DATE
                               PERFORM 3200-RELEASE-DELTA-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-DELTA-NOT-FOUND
                   CLOSE DELTA-FILE
               END-IF
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               MOVE 'NO AUDIT JOURNAL, NO MAINTENANCE TO REPLAY'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-AUD-EOF TO TRUE
           ELSE
               IF NOT WS-AUDIT-FILE-OK
                   DISPLAY 'CBFWD001 - UNABLE TO OPEN AUDIT-FILE, '
                       'STATUS=' WS-AUDIT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-AUD-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUD-READ-COUNT
                       IF AUD-DATE > WS-IMAGE-DATE
                               OR (AUD-DATE = WS-IMAGE-DATE
                                   AND AUD-TIME > WS-IMAGE-TIME)
                           PERFORM 3300-RELEASE-AUDIT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-AUDIT-NOT-FOUND
               CLOSE AUDIT-FILE
           END-IF.

       3200-RELEASE-DELTA-EVENT.
           MOVE DLT-RUN-DATE TO EVT-DATE
           MOVE ALL '9' TO EVT-TIME
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO EVT-SEQ
           SET EVT-IS-DELTA TO TRUE
           MOVE DLT-ACTION TO EVT-ACTION
           MOVE SPACES TO EVT-OPERATOR
           MOVE SPACES TO EVT-ORIGINAL-KEY
           MOVE SPACES TO EVT-NEW-KEY
           MOVE DLT-OLD-DATA TO EVT-BEFORE
           MOVE DLT-RAW-DATA TO EVT-AFTER
           RELEASE EVENT-RECORD.

      ****************************************************************************
      * Applied changes replay against the record KSDS; the
      * maker-checker entries against the pending-change file (an
      * approval is both); the review outcomes against the review
      * queue.  Denials journal no change and never replay.
      ****************************************************************************
       3300-RELEASE-AUDIT-EVENT.
           IF (WS-DS-SELECTED (1) AND AUD-APPLIED-CHANGE)
                   OR (WS-DS-SELECTED (7)
                       AND (AUD-CHANGE-KEYED OR AUD-CHANGE-APPROVED
                           OR AUD-CHANGE-REJECTED
                           OR AUD-CHANGE-EXPIRED))
                   OR (WS-DS-SELECTED (9) AND AUD-QA-REVIEWED)
               MOVE AUD-DATE TO EVT-DATE
               MOVE AUD-TIME TO EVT-TIME
               ADD 1 TO WS-EVENT-SEQ
               MOVE WS-EVENT-SEQ TO EVT-SEQ
               SET EVT-IS-MAINT TO TRUE
               MOVE AUD-ACTION TO EVT-ACTION
               MOVE AUD-OPERATOR-ID TO EVT-OPERATOR
               MOVE AUD-ORIGINAL-KEY TO EVT-ORIGINAL-KEY
               MOVE AUD-NEW-KEY TO EVT-NEW-KEY
               MOVE AUD-BEFORE-IMAGE TO EVT-BEFORE
               MOVE AUD-AFTER-IMAGE TO EVT-AFTER
               RELEASE EVENT-RECORD
           END-IF.

       3500-APPLY-EVENTS.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3600-APPLY-ONE-EVENT
               END-RETURN
           END-PERFORM.

       3600-APPLY-ONE-EVENT.
           IF EVT-IS-DELTA
               EVALUATE EVT-ACTION
                   WHEN 'A'
                       PERFORM 3610-REPLAY-ADD
                   WHEN 'U'
                       PERFORM 3620-REPLAY-UPDATE
                   WHEN 'D'
                       PERFORM 3630-REPLAY-DELETE
                   WHEN OTHER
                       MOVE 'DELTA WITH UNKNOWN ACTION'
                           TO WS-ANOMALY-TEXT
                       MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                       PERFORM 3990-REPORT-ANOMALY
               END-EVALUATE
           ELSE
               IF WS-DS-SELECTED (1)
                       AND (EVT-ACTION = 'O' OR EVT-ACTION = 'C'
                           OR EVT-ACTION = 'K' OR EVT-ACTION = 'A')
                   PERFORM 3640-REPLAY-AFTER-IMAGE
               END-IF
               IF WS-DS-SELECTED (7)
                       AND (EVT-ACTION = 'P' OR EVT-ACTION = 'A'
                           OR EVT-ACTION = 'J' OR EVT-ACTION = 'E')
                   PERFORM 3700-REPLAY-PENDING-ENTRY
               END-IF
               IF WS-DS-SELECTED (9) AND EVT-ACTION = 'Q'
                   PERFORM 3800-REPLAY-QA-REVIEW
               END-IF
           END-IF.

       3610-REPLAY-ADD.
           MOVE EVT-AFTER TO R-INDEX-RECORD
           WRITE R-INDEX-RECORD
               INVALID KEY
                   MOVE 'ADD FOR AN ID ALREADY ON FILE'
                       TO WS-ANOMALY-TEXT
                   MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                   PERFORM 3990-REPORT-ANOMALY
               NOT INVALID KEY
                   ADD 1 TO WS-DLT-ADD-COUNT
                   MOVE EVT-AFTER TO WS-POS-IMAGE
                   SET WS-POS-ADDING TO TRUE
                   PERFORM 9250-APPLY-POSITION-DELTA
           END-WRITE.

       3620-REPLAY-UPDATE.
           MOVE EVT-AFTER (204:12) TO R-INDEX-RID
           READ R-INDEX-FILE
               INVALID KEY
                   MOVE 'UPDATE FOR AN ID NOT ON FILE'
                       TO WS-ANOMALY-TEXT
                   MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                   PERFORM 3990-REPORT-ANOMALY
               NOT INVALID KEY
                   PERFORM 3650-REPLACE-RECORD
                   IF WS-RECORD-REPLACED
                       ADD 1 TO WS-DLT-UPDATE-COUNT
                   END-IF
           END-READ.

       3630-REPLAY-DELETE.
           MOVE EVT-BEFORE (204:12) TO R-INDEX-RID
           READ R-INDEX-FILE
               INVALID KEY
                   MOVE 'DELETE FOR AN ID NOT ON FILE'
                       TO WS-ANOMALY-TEXT
                   MOVE EVT-BEFORE (204:12) TO WS-ANOMALY-RID
                   PERFORM 3990-REPORT-ANOMALY
               NOT INVALID KEY
                   MOVE R-INDEX-RECORD TO WS-POS-IMAGE
                   DELETE R-INDEX-FILE RECORD
                       INVALID KEY
                           MOVE 'DELETE REFUSED BY THE KSDS'
                               TO WS-ANOMALY-TEXT
                           MOVE EVT-BEFORE (204:12) TO WS-ANOMALY-RID
                           PERFORM 3990-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-DLT-DELETE-COUNT
                           SET WS-POS-REMOVING TO TRUE
                           PERFORM 9250-APPLY-POSITION-DELTA
                   END-DELETE
           END-READ.

       3640-REPLAY-AFTER-IMAGE.
           MOVE EVT-AFTER (204:12) TO R-INDEX-RID
           READ R-INDEX-FILE
               INVALID KEY
                   MOVE 'JOURNALED CHANGE FOR AN ID NOT ON FILE'
                       TO WS-ANOMALY-TEXT
                   MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                   PERFORM 3990-REPORT-ANOMALY
               NOT INVALID KEY
                   PERFORM 3650-REPLACE-RECORD
                   IF WS-RECORD-REPLACED
                       ADD 1 TO WS-AUD-APPLIED-COUNT
                   END-IF
           END-READ.

      ****************************************************************************
      * The record just read is replaced by the event's after-image;
      * its position moves out of the old C key and into the new one.
      ****************************************************************************
       3650-REPLACE-RECORD.
           MOVE 'N' TO WS-REPLACED-SWITCH
           MOVE R-INDEX-RECORD TO WS-POS-IMAGE
           MOVE EVT-AFTER TO R-INDEX-RECORD
           REWRITE R-INDEX-RECORD
               INVALID KEY
                   MOVE 'REWRITE REFUSED BY THE KSDS'
                       TO WS-ANOMALY-TEXT
                   MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                   PERFORM 3990-REPORT-ANOMALY
               NOT INVALID KEY
                   SET WS-RECORD-REPLACED TO TRUE
                   SET WS-POS-REMOVING TO TRUE
                   PERFORM 9250-APPLY-POSITION-DELTA
                   MOVE EVT-AFTER TO WS-POS-IMAGE
                   SET WS-POS-ADDING TO TRUE
                   PERFORM 9250-APPLY-POSITION-DELTA
           END-REWRITE.

      ****************************************************************************
      * Rebuild the pending entry the way CBMNT001 keyed it and
      * CBAPR001/CBAPR002 decided it.
      ****************************************************************************
       3700-REPLAY-PENDING-ENTRY.
           MOVE EVT-AFTER (204:12) TO PND-RID
           READ PENDING-FILE
               INVALID KEY
                   IF EVT-ACTION = 'P'
                       PERFORM 3710-KEY-PENDING-ENTRY
                       WRITE PENDING-CHANGE-RECORD
                           INVALID KEY
                               MOVE 'PENDING ENTRY WRITE REFUSED'
                                   TO WS-ANOMALY-TEXT
                               MOVE EVT-AFTER (204:12)
                                   TO WS-ANOMALY-RID
                               PERFORM 3990-REPORT-ANOMALY
                           NOT INVALID KEY
                               ADD 1 TO WS-PND-REPLAYED-COUNT
                       END-WRITE
                   ELSE
                       MOVE 'DECISION FOR A CHANGE NEVER KEYED'
                           TO WS-ANOMALY-TEXT
                       MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                       PERFORM 3990-REPORT-ANOMALY
                   END-IF
               NOT INVALID KEY
                   IF EVT-ACTION = 'P'
                       PERFORM 3710-KEY-PENDING-ENTRY
                   ELSE
                       MOVE EVT-ACTION TO PND-STATUS
                       MOVE EVT-OPERATOR TO PND-DECIDED-BY
                       MOVE EVT-DATE TO PND-DECIDED-DATE
                       MOVE EVT-TIME TO PND-DECIDED-TIME
                   END-IF
                   REWRITE PENDING-CHANGE-RECORD
                       INVALID KEY
                           MOVE 'PENDING ENTRY REWRITE REFUSED'
                               TO WS-ANOMALY-TEXT
                           MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                           PERFORM 3990-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-PND-REPLAYED-COUNT
                   END-REWRITE
           END-READ.

       3710-KEY-PENDING-ENTRY.
           MOVE EVT-AFTER (204:12) TO PND-RID
           SET PND-PENDING TO TRUE
           MOVE EVT-OPERATOR TO PND-KEYED-BY
           MOVE EVT-DATE TO PND-KEYED-DATE
           MOVE EVT-TIME TO PND-KEYED-TIME
           MOVE SPACES TO PND-DECIDED-BY
           MOVE SPACES TO PND-DECIDED-DATE
           MOVE SPACES TO PND-DECIDED-TIME
           MOVE EVT-ORIGINAL-KEY TO PND-ORIGINAL-KEY
           MOVE EVT-NEW-KEY TO PND-NEW-KEY
           MOVE EVT-BEFORE TO PND-BEFORE-IMAGE
           MOVE EVT-AFTER TO PND-AFTER-IMAGE.

      ****************************************************************************
      * Put a CBQAS002 outcome back on the queue entry it was keyed
      * against: the journal's before-image carries the queue key and
      * the outcome, the new key the finding code.  Queue entries are
      * journaled only by their review: one CBQAS001 queued after the
      * image is not in it, and its outcome is reported an anomaly.
      ****************************************************************************
       3800-REPLAY-QA-REVIEW.
           MOVE EVT-BEFORE (12:13) TO QAS-KEY
           READ QA-QUEUE-FILE
               INVALID KEY
                   MOVE 'REVIEW OUTCOME FOR A SAMPLE NOT QUEUED'
                       TO WS-ANOMALY-TEXT
                   MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                   PERFORM 3990-REPORT-ANOMALY
               NOT INVALID KEY
                   MOVE EVT-BEFORE (10:1) TO QAS-STATUS
                   MOVE EVT-NEW-KEY TO QAS-FINDING-CODE
                   MOVE EVT-OPERATOR TO QAS-REVIEWED-BY
                   MOVE EVT-DATE TO QAS-REVIEWED-DATE
                   MOVE EVT-TIME TO QAS-REVIEWED-TIME
                   REWRITE QA-SAMPLE-RECORD
                       INVALID KEY
                           MOVE 'REVIEW QUEUE REWRITE REFUSED'
                               TO WS-ANOMALY-TEXT
                           MOVE EVT-AFTER (204:12) TO WS-ANOMALY-RID
                           PERFORM 3990-REPORT-ANOMALY
                       NOT INVALID KEY
                           ADD 1 TO WS-QAS-REPLAYED-COUNT
                   END-REWRITE
           END-READ.

       3900-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       3990-REPORT-ANOMALY.
           ADD 1 TO WS-ANOMALY-COUNT
           MOVE WS-ANOMALY-TEXT TO WS-ANL-TEXT
           MOVE WS-ANOMALY-RID TO WS-ANL-RID
           MOVE WS-ANOMALY-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The proof.  Recount the recovered record KSDS and re-tally it
      * by C key (the POSUPD measure); the count must be the image
      * plus the adds less the deletes the replay made, and every
      * POSREC cell must agree with the tally.
      ****************************************************************************
       4000-PROVE-RECORD-FILE.
           OPEN INPUT R-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               DISPLAY 'CBFWD001 - UNABLE TO REOPEN R-INDEX-FILE FOR '
                   'PROOF, STATUS=' WS-IDX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO R-INDEX-RID
           START R-INDEX-FILE KEY IS NOT LESS THAN R-INDEX-RID
               INVALID KEY
                   SET WS-KSDS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-KSDS-EOF
               READ R-INDEX-FILE NEXT RECORD
                   AT END
                       SET WS-KSDS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-KSDS-COUNT
                       PERFORM 4100-TALLY-KSDS-RECORD
               END-READ
           END-PERFORM
           CLOSE R-INDEX-FILE

           COMPUTE WS-EXPECTED-COUNT =
               WS-R-IMAGE-COUNT + WS-DLT-ADD-COUNT - WS-DLT-DELETE-COUNT
           MOVE 'R-VSAM RECORDS EXPECTED FROM REPLAY' TO WS-CTL-LABEL
           MOVE WS-EXPECTED-COUNT TO WS-CTL-VALUE
           MOVE SPACES TO WS-CTL-TAG
           PERFORM 3900-WRITE-COUNT-LINE
           MOVE 'R-VSAM RECORDS ON FILE' TO WS-CTL-LABEL
           MOVE WS-KSDS-COUNT TO WS-CTL-VALUE
           IF WS-KSDS-COUNT = WS-EXPECTED-COUNT
               MOVE 'AGREE' TO WS-CTL-TAG
           ELSE
               MOVE '*** BREAK ***' TO WS-CTL-TAG
               ADD 1 TO WS-POS-BREAK-COUNT
           END-IF
           PERFORM 3900-WRITE-COUNT-LINE

           OPEN INPUT POSITION-FILE
           IF NOT WS-POS-FILE-OK
               DISPLAY 'CBFWD001 - UNABLE TO REOPEN POSITION-FILE FOR '
                   'PROOF, STATUS=' WS-POS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO POS-KEY
           MOVE 'N' TO WS-KSDS-EOF-SWITCH
           START POSITION-FILE KEY IS NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-KSDS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-KSDS-EOF
               READ POSITION-FILE NEXT RECORD
                   AT END
                       SET WS-KSDS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4200-PROVE-ONE-POSITION
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE

           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF NOT WS-CEL-MATCHED (WS-CELL-IDX)
                   ADD 1 TO WS-POS-BREAK-COUNT
                   MOVE 'NO POSREC' TO WS-PSL-TAG
                   PERFORM 4300-WRITE-KSDS-SIDE
               END-IF
           END-PERFORM

           MOVE 'POSREC CELLS NOT AGREEING WITH R-VSAM' TO WS-CTL-LABEL
           MOVE WS-POS-BREAK-COUNT TO WS-CTL-VALUE
           MOVE SPACES TO WS-CTL-TAG
           PERFORM 3900-WRITE-COUNT-LINE.

       4100-TALLY-KSDS-RECORD.
           MOVE R-INDEX-RECORD TO WS-POS-IMAGE
           IF R-INDEX-N IS NUMERIC
               PERFORM 9260-TALLY-POSITION-IMAGE
           ELSE
               MOVE ZERO TO WS-POS-N
               MOVE ZERO TO WS-POS-B1-TALLY
               MOVE ZERO TO WS-POS-B2-TALLY
           END-IF
           MOVE 'N' TO WS-CELL-FOUND-SWITCH
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                       OR WS-CELL-FOUND
               IF WS-CEL-KEY (WS-CELL-IDX) = C OF R-INDEX-RECORD
                   SET WS-CELL-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CELL-IDX
               END-IF
           END-PERFORM
           IF NOT WS-CELL-FOUND
               IF WS-CELL-COUNT < WS-CELL-MAX
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT TO WS-CELL-IDX
                   MOVE C OF R-INDEX-RECORD TO WS-CEL-KEY (WS-CELL-IDX)
                   MOVE ZERO TO WS-CEL-REC-COUNT (WS-CELL-IDX)
                   MOVE ZERO TO WS-CEL-OCC-COUNT (WS-CELL-IDX)
                   MOVE ZERO TO WS-CEL-B1-TOTAL (WS-CELL-IDX)
                   MOVE ZERO TO WS-CEL-B2-TOTAL (WS-CELL-IDX)
                   MOVE 'N' TO WS-CEL-MATCHED-SW (WS-CELL-IDX)
               ELSE
                   DISPLAY 'CBFWD001 - *** C KEY TABLE FULL AT '
                       WS-CELL-MAX ', PROOF ABANDONED ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-CEL-REC-COUNT (WS-CELL-IDX)
           ADD WS-POS-N TO WS-CEL-OCC-COUNT (WS-CELL-IDX)
           ADD WS-POS-B1-TALLY TO WS-CEL-B1-TOTAL (WS-CELL-IDX)
           ADD WS-POS-B2-TALLY TO WS-CEL-B2-TOTAL (WS-CELL-IDX).

      ****************************************************************************
      * A POSREC cell with nothing under it on the KSDS agrees only if
      * every figure on it is zero.
      ****************************************************************************
       4200-PROVE-ONE-POSITION.
           MOVE 'N' TO WS-CELL-FOUND-SWITCH
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                       OR WS-CELL-FOUND
               IF WS-CEL-KEY (WS-CELL-IDX) = POS-KEY
                   SET WS-CELL-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CELL-IDX
               END-IF
           END-PERFORM
           IF WS-CELL-FOUND
               MOVE 'Y' TO WS-CEL-MATCHED-SW (WS-CELL-IDX)
               IF POS-REC-COUNT NOT = WS-CEL-REC-COUNT (WS-CELL-IDX)
                       OR POS-OCC-COUNT
                           NOT = WS-CEL-OCC-COUNT (WS-CELL-IDX)
                       OR POS-B1-COUNT
                           NOT = WS-CEL-B1-TOTAL (WS-CELL-IDX)
                       OR POS-B2-COUNT
                           NOT = WS-CEL-B2-TOTAL (WS-CELL-IDX)
                   ADD 1 TO WS-POS-BREAK-COUNT
                   MOVE 'BREAK' TO WS-PSL-TAG
                   PERFORM 4310-WRITE-POSREC-SIDE
                   MOVE SPACES TO WS-PSL-TAG
                   PERFORM 4300-WRITE-KSDS-SIDE
               END-IF
           ELSE
               IF POS-REC-COUNT NOT = ZERO OR POS-OCC-COUNT NOT = ZERO
                       OR POS-B1-COUNT NOT = ZERO
                       OR POS-B2-COUNT NOT = ZERO
                   ADD 1 TO WS-POS-BREAK-COUNT
                   MOVE 'NOT ON KSDS' TO WS-PSL-TAG
                   PERFORM 4310-WRITE-POSREC-SIDE
               END-IF
           END-IF.

       4300-WRITE-KSDS-SIDE.
           MOVE WS-CEL-KEY (WS-CELL-IDX) TO WS-PSL-KEY
           MOVE 'KSDS' TO WS-PSL-SOURCE
           MOVE WS-CEL-REC-COUNT (WS-CELL-IDX) TO WS-PSL-REC
           MOVE WS-CEL-OCC-COUNT (WS-CELL-IDX) TO WS-PSL-OCC
           MOVE WS-CEL-B1-TOTAL (WS-CELL-IDX) TO WS-PSL-B1
           MOVE WS-CEL-B2-TOTAL (WS-CELL-IDX) TO WS-PSL-B2
           MOVE WS-POSITION-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       4310-WRITE-POSREC-SIDE.
           MOVE POS-KEY TO WS-PSL-KEY
           MOVE 'POSREC' TO WS-PSL-SOURCE
           MOVE POS-REC-COUNT TO WS-PSL-REC
           MOVE POS-OCC-COUNT TO WS-PSL-OCC
           MOVE POS-B1-COUNT TO WS-PSL-B1
           MOVE POS-B2-COUNT TO WS-PSL-B2
           MOVE WS-POSITION-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

           COPY POSUPD.

           COPY RUNLOGWR.
           COPY PRMGET.

       8000-FINALIZE.
           IF WS-SECTION-FAIL-COUNT = ZERO
                   AND WS-POS-BREAK-COUNT = ZERO
                   AND WS-ANOMALY-COUNT = ZERO
               MOVE 'FORWARD RECOVERY CONTROL: PASS' TO REPORT-LINE
           ELSE
               MOVE 'FORWARD RECOVERY CONTROL: *FAIL* - SEE ABOVE'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'CBFWD001 - DATASET RECOVERED    : ' WS-TARGET
           DISPLAY 'CBFWD001 - IMAGE TAKEN          : ' WS-IMAGE-DATE
               ' ' WS-IMAGE-TIME
           DISPLAY 'CBFWD001 - RECORDS RESTORED     : '
               WS-RESTORED-COUNT
           DISPLAY 'CBFWD001 - SECTIONS FAILED      : '
               WS-SECTION-FAIL-COUNT
           DISPLAY 'CBFWD001 - DELTAS REPLAYED      : '
               WS-DLT-ADD-COUNT ' ADD ' WS-DLT-UPDATE-COUNT ' UPD '
               WS-DLT-DELETE-COUNT ' DEL'
           DISPLAY 'CBFWD001 - AFTER-IMAGES APPLIED : '
               WS-AUD-APPLIED-COUNT
           DISPLAY 'CBFWD001 - PENDING REPLAYED     : '
               WS-PND-REPLAYED-COUNT
           DISPLAY 'CBFWD001 - ANOMALIES            : ' WS-ANOMALY-COUNT
           DISPLAY 'CBFWD001 - PROOF BREAKS         : '
               WS-POS-BREAK-COUNT
           MOVE 'CBFWD001' TO WS-RUNLOG-PROGRAM-ID
           COMPUTE WS-RUNLOG-RECORDS-READ =
               WS-IMAGE-READ-COUNT + WS-DLT-READ-COUNT
               + WS-AUD-READ-COUNT
           COMPUTE WS-RUNLOG-PROCESSED =
               WS-RESTORED-COUNT + WS-DLT-ADD-COUNT
               + WS-DLT-UPDATE-COUNT + WS-DLT-DELETE-COUNT
               + WS-AUD-APPLIED-COUNT + WS-PND-REPLAYED-COUNT
           COMPUTE WS-RUNLOG-REJECTED =
               WS-SECTION-FAIL-COUNT + WS-ANOMALY-COUNT
               + WS-POS-BREAK-COUNT
           MOVE WS-KSDS-COUNT TO WS-RUNLOG-HASH-TOTAL
           IF WS-RUNLOG-REJECTED > ZERO
               MOVE 'A' TO WS-RUNLOG-COMPLETION
           END-IF
           PERFORM 9900-WRITE-RUN-LOG.
