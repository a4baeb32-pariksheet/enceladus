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
      * CBRET001 - per-sender reject return job.
      *
      * Senders used to learn about rejected records only when someone
      * phoned them.  This end-of-night job writes one return file per
      * sender (SNDRET layout, header and trailer with counts the
      * sender can reconcile) listing:
      *
      *   - every record of theirs rejected tonight, by CBMRG001 on the
      *     N edit or by the CBVAL001 gate, with our reason code, a
      *     plain-text reason and, where the record's reason code is
      *     the trouble (R02 retired, E03 flag not allowed with the
      *     reason), that code's description from RSNREC;
      *   - every record of theirs CBRCY001 repaired that the gate has
      *     now accepted, with the id it was given, so the sender stops
      *     retransmitting a record we have already fixed.
      *
      * Each entry gives the sender's own position for the record (its
      * place among the business records of that night's transmission,
      * and the transmission date) and any record id the sender echoed.
      * The sender of origin rides on the reject and carry-forward
      * records (see REJFILE, RCYFWD) and on the origin file the gate
      * reads (SNDORG); a reject without one - the origin file was
      * missing, or the reject came from a generation padded at cutover
      * - cannot be returned and is listed on the report instead.
      *
      * Inputs are tonight's reject files from CBMRG001 and CBVAL001
      * (concatenated, as for CBRCY001) and the gate's
      * accepted-after-repair file (RPRACC); the job runs after
      * CBRCY001 so the night's reject handling is complete.  The three
      * return files follow the CBMRG001 sender numbering, one READ
      * fan-out in reverse: one WRITE fanned out by sender number.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBRET001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-IN-FILE ASSIGN TO RET-REJECT-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-IN-FILE-STATUS.

           SELECT ACCEPT-IN-FILE ASSIGN TO RET-ACCEPT-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-IN-FILE-STATUS.

           SELECT REASON-FILE ASSIGN TO R-RSN-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT RETURN1-FILE ASSIGN TO RET-OUT1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN1-FILE-STATUS.

           SELECT RETURN2-FILE ASSIGN TO RET-OUT2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN2-FILE-STATUS.

           SELECT RETURN3-FILE ASSIGN TO RET-OUT3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN3-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RET-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO BCTL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCTL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUN-LOG-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-IN-FILE
           RECORDING MODE IS F.
           COPY REJFILE.

       FD  ACCEPT-IN-FILE
           RECORDING MODE IS F.
           COPY RPRACC.

       FD  REASON-FILE
           RECORDING MODE IS F.
           COPY RSNREC.

       FD  RETURN1-FILE
           RECORDING MODE IS F.
       01  RETURN1-RECORD-OUT              PIC X(321).

       FD  RETURN2-FILE
           RECORDING MODE IS F.
       01  RETURN2-RECORD-OUT              PIC X(321).

       FD  RETURN3-FILE
           RECORDING MODE IS F.
       01  RETURN3-RECORD-OUT              PIC X(321).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

      ****************************************************************************
      * One returnable entry, sorted into sender order and, within a
      * sender, into the order of their own transmissions.
      ****************************************************************************
       SD  SORT-FILE.
       01  RETURN-SORT-RECORD.
           05  SRT-SENDER-NO               PIC 9(1).
           05  SRT-TRANS-DATE              PIC X(8).
           05  SRT-SENDER-POS              PIC 9(9).
           05  SRT-RETURN-RECORD           PIC X(321).

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY BCTLWS.

           COPY SNDRET.

       01  WS-REJECT-IN-FILE-STATUS        PIC X(2).
           88  WS-REJECT-IN-FILE-OK        VALUE '00'.

       01  WS-ACCEPT-IN-FILE-STATUS        PIC X(2).
           88  WS-ACCEPT-IN-FILE-OK        VALUE '00'.
           88  WS-ACCEPT-IN-NOT-FOUND      VALUE '35'.

       01  WS-RSN-FILE-STATUS              PIC X(2).
           88  WS-RSN-FILE-OK              VALUE '00'.

       01  WS-RETURN1-FILE-STATUS          PIC X(2).
           88  WS-RETURN1-FILE-OK          VALUE '00'.

       01  WS-RETURN2-FILE-STATUS          PIC X(2).
           88  WS-RETURN2-FILE-OK          VALUE '00'.

       01  WS-RETURN3-FILE-STATUS          PIC X(2).
           88  WS-RETURN3-FILE-OK          VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.

       01  WS-RSN-OPEN-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-RSN-OPEN                             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REJECT-READ-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-ACCEPT-READ-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-RETURNED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-NO-ORIGIN-COUNT          PIC 9(9)    VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8).
       01  WS-SENDER-NO                    PIC 9(1).
       01  WS-WORK-IMAGE                   PIC X(215).

       01  WS-SENDER-STATS.
           05  WS-SND-ENTRY OCCURS 3 TIMES.
               10  WS-SND-REJECTS          PIC 9(9).
               10  WS-SND-ACCEPTS          PIC 9(9).
               10  WS-SND-WRITTEN          PIC 9(9).

      ****************************************************************************
      * Plain-text reasons for our reject codes, as the sender reads
      * them; a code not listed goes back with a pointer to the code.
      ****************************************************************************
       01  WS-REASON-TEXTS.
           05  FILLER              PIC X(33) VALUE
               'N01N NOT NUMERIC                 '.
           05  FILLER              PIC X(33) VALUE
               'V01RECORD LENGTH DISAGREES WITH N'.
           05  FILLER              PIC X(33) VALUE
               'R01REASON CODE NOT ON OUR TABLE  '.
           05  FILLER              PIC X(33) VALUE
               'R02REASON CODE RETIRED           '.
           05  FILLER              PIC X(33) VALUE
               'E01B1 VALUE NOT ALLOWED          '.
           05  FILLER              PIC X(33) VALUE
               'E02B2 VALUE NOT ALLOWED          '.
           05  FILLER              PIC X(33) VALUE
               'E03FLAG NOT ALLOWED WITH REASON  '.
           05  FILLER              PIC X(33) VALUE
               'E04N OUTSIDE THE RANGE FOR FLAG  '.
       01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXTS.
           05  WS-RTX-ENTRY OCCURS 8 TIMES.
               10  WS-RTX-CODE             PIC X(3).
               10  WS-RTX-TEXT             PIC X(30).
       01  WS-RTX-IDX                      PIC 9(2).

       01  WS-SENDER-LINE-OUT.
           05  FILLER              PIC X(7)  VALUE 'SENDER '.
           05  WS-SNL-NO           PIC 9(1).
           05  FILLER              PIC X(10) VALUE ' REJECTED='.
           05  WS-SNL-REJECTS      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(10) VALUE ' ACCEPTED='.
           05  WS-SNL-ACCEPTS      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(10) VALUE ' RETURNED='.
           05  WS-SNL-WRITTEN      PIC ZZZZZZZZ9.

       01  WS-NO-ORIGIN-LINE-OUT.
           05  FILLER              PIC X(28) VALUE
               'NOT RETURNABLE, NO SENDER - '.
           05  WS-NOL-DISPOSITION  PIC X(9).
           05  FILLER              PIC X(6)  VALUE ' CODE '.
           05  WS-NOL-CODE         PIC X(3).
           05  FILLER              PIC X(4)  VALUE ' ID '.
           05  WS-NOL-RID          PIC X(12).
           05  FILLER              PIC X(3)  VALUE ' N='.
           05  WS-NOL-N            PIC X(2).

       01  WS-COUNT-LINE-OUT.
           05  WS-CTL-LABEL                PIC X(40).
           05  WS-CTL-VALUE                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SENDER-NO SRT-TRANS-DATE
                   SRT-SENDER-POS
               INPUT PROCEDURE IS 2000-RELEASE-RETURNS
               OUTPUT PROCEDURE IS 3000-WRITE-RETURN-FILES
           PERFORM 4000-WRITE-REPORT
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CBRET001' TO WS-BCTL-PROGRAM-ID
           MOVE 'CBRCY001' TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT REJECT-IN-FILE
           IF NOT WS-REJECT-IN-FILE-OK
               DISPLAY 'CBRET001 - UNABLE TO OPEN REJECT-IN-FILE, '
                   'STATUS=' WS-REJECT-IN-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT REASON-FILE
           IF WS-RSN-FILE-OK
               SET WS-RSN-OPEN TO TRUE
           ELSE
               DISPLAY 'CBRET001 - *** UNABLE TO OPEN REASON-FILE, '
                   'STATUS=' WS-RSN-FILE-STATUS
                   ' - NO REASON DESCRIPTIONS RETURNED ***'
           END-IF

           OPEN OUTPUT RETURN1-FILE
           IF NOT WS-RETURN1-FILE-OK
               DISPLAY 'CBRET001 - UNABLE TO OPEN RETURN1-FILE, '
                   'STATUS=' WS-RETURN1-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT RETURN2-FILE
           IF NOT WS-RETURN2-FILE-OK
               DISPLAY 'CBRET001 - UNABLE TO OPEN RETURN2-FILE, '
                   'STATUS=' WS-RETURN2-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT RETURN3-FILE
           IF NOT WS-RETURN3-FILE-OK
               DISPLAY 'CBRET001 - UNABLE TO OPEN RETURN3-FILE, '
                   'STATUS=' WS-RETURN3-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBRET001 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-SENDER-STATS
           MOVE SPACES TO REPORT-LINE
           STRING 'CBRET001 - PER-SENDER REJECT RETURN, RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2000-RELEASE-RETURNS.
           PERFORM UNTIL WS-EOF
               READ REJECT-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REJECT-READ-COUNT
                       PERFORM 2100-RELEASE-REJECT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT ACCEPT-IN-FILE
           IF WS-ACCEPT-IN-NOT-FOUND
               DISPLAY 'CBRET001 - NO ACCEPTED-AFTER-REPAIR FILE, '
                   'NO REPAIRS RETURNED'
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-ACCEPT-IN-FILE-OK
                   DISPLAY 'CBRET001 - UNABLE TO OPEN ACCEPT-IN-FILE, '
                       'STATUS=' WS-ACCEPT-IN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ ACCEPT-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCEPT-READ-COUNT
                       PERFORM 2200-RELEASE-ACCEPT
               END-READ
           END-PERFORM
           IF NOT WS-ACCEPT-IN-NOT-FOUND
               CLOSE ACCEPT-IN-FILE
           END-IF.

      ****************************************************************************
      * The record id the sender sent is in the reject image as they
      * sent it: the gate stamps ids only on records that pass.
      ****************************************************************************
       2100-RELEASE-REJECT.
           IF REJECT-SENDER-NO IS NOT NUMERIC
                   OR REJECT-SENDER-NO = ZERO
                   OR REJECT-SENDER-NO > 3
               MOVE 'REJECTED' TO WS-NOL-DISPOSITION
               MOVE REJECT-REASON-CODE TO WS-NOL-CODE
               MOVE REJECT-RAW-DATA TO WS-WORK-IMAGE
               PERFORM 2900-REPORT-NO-ORIGIN
           ELSE
               MOVE SPACES TO SENDER-RETURN-RECORD
               SET RET-IS-DETAIL TO TRUE
               SET RET-REJECTED TO TRUE
               MOVE REJECT-TRANS-DATE TO RET-TRANS-DATE
               MOVE REJECT-SENDER-POS TO RET-SENDER-POS
               IF REJECT-RAW-DATA (204:12) IS NUMERIC
                   MOVE REJECT-RAW-DATA (204:12) TO RET-ECHO-RID
               END-IF
               MOVE REJECT-REASON-CODE TO RET-REASON-CODE
               MOVE REJECT-RAW-DATA TO RET-RAW-DATA
               PERFORM 2500-DESCRIBE-REASON
               MOVE REJECT-SENDER-NO TO SRT-SENDER-NO
               ADD 1 TO WS-SND-REJECTS (SRT-SENDER-NO)
               PERFORM 2800-RELEASE-ENTRY
           END-IF.

       2200-RELEASE-ACCEPT.
           IF RPA-SENDER-NO IS NOT NUMERIC
                   OR RPA-SENDER-NO = ZERO
                   OR RPA-SENDER-NO > 3
               MOVE 'ACCEPTED' TO WS-NOL-DISPOSITION
               MOVE RPA-REPAIRED-CODE TO WS-NOL-CODE
               MOVE RPA-RAW-DATA TO WS-WORK-IMAGE
               PERFORM 2900-REPORT-NO-ORIGIN
           ELSE
               MOVE SPACES TO SENDER-RETURN-RECORD
               SET RET-IS-DETAIL TO TRUE
               SET RET-ACCEPTED TO TRUE
               MOVE RPA-TRANS-DATE TO RET-TRANS-DATE
               MOVE RPA-SENDER-POS TO RET-SENDER-POS
               IF RPA-ECHO-RID IS NUMERIC
                   MOVE RPA-ECHO-RID TO RET-ECHO-RID
               END-IF
               MOVE RPA-REPAIRED-CODE TO RET-REASON-CODE
               MOVE 'ACCEPTED AFTER REPAIR' TO RET-REASON-TEXT
               MOVE RPA-RAW-DATA (204:12) TO RET-ASSIGNED-RID
               MOVE RPA-RAW-DATA TO RET-RAW-DATA
               MOVE RPA-SENDER-NO TO SRT-SENDER-NO
               ADD 1 TO WS-SND-ACCEPTS (SRT-SENDER-NO)
               PERFORM 2800-RELEASE-ENTRY
           END-IF.

      ****************************************************************************
      * Our own text for the code; and where the record's reason code
      * is itself the trouble, that code's description as RSNREC has
      * it, so the sender sees which of their reasons we mean.
      ****************************************************************************
       2500-DESCRIBE-REASON.
           MOVE 'SEE REASON CODE' TO RET-REASON-TEXT
           PERFORM VARYING WS-RTX-IDX FROM 1 BY 1
                   UNTIL WS-RTX-IDX > 8
               IF WS-RTX-CODE (WS-RTX-IDX) = RET-REASON-CODE
                   MOVE WS-RTX-TEXT (WS-RTX-IDX) TO RET-REASON-TEXT
               END-IF
           END-PERFORM
           IF WS-RSN-OPEN
                   AND (RET-REASON-CODE = 'R02'
                        OR RET-REASON-CODE = 'E03')
               MOVE RET-RAW-DATA (202:2) TO RSN-CODE
               READ REASON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSN-DESCRIPTION TO RET-RSN-DESCRIPTION
               END-READ
           END-IF.

       2800-RELEASE-ENTRY.
           MOVE RET-TRANS-DATE TO SRT-TRANS-DATE
           MOVE RET-SENDER-POS TO SRT-SENDER-POS
           MOVE SENDER-RETURN-RECORD TO SRT-RETURN-RECORD
           RELEASE RETURN-SORT-RECORD.

       2900-REPORT-NO-ORIGIN.
           ADD 1 TO WS-NO-ORIGIN-COUNT
           MOVE WS-WORK-IMAGE (204:12) TO WS-NOL-RID
           MOVE WS-WORK-IMAGE (1:2) TO WS-NOL-N
           MOVE WS-NO-ORIGIN-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Every sender's counts are known once the input is released, so
      * each file's header is written before its first detail.
      ****************************************************************************
       3000-WRITE-RETURN-FILES.
           PERFORM VARYING WS-SENDER-NO FROM 1 BY 1
                   UNTIL WS-SENDER-NO > 3
               MOVE SPACES TO SENDER-RETURN-RECORD
               SET RET-IS-HEADER TO TRUE
               MOVE WS-SENDER-NO TO RET-HDR-SENDER-NO
               MOVE WS-RUN-DATE TO RET-HDR-RUN-DATE
               COMPUTE RET-HDR-DETAIL-COUNT =
                   WS-SND-REJECTS (WS-SENDER-NO)
                   + WS-SND-ACCEPTS (WS-SENDER-NO)
               PERFORM 3900-WRITE-RETURN-RECORD
           END-PERFORM

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SRT-SENDER-NO TO WS-SENDER-NO
                       MOVE SRT-RETURN-RECORD TO SENDER-RETURN-RECORD
                       PERFORM 3900-WRITE-RETURN-RECORD
                       ADD 1 TO WS-SND-WRITTEN (WS-SENDER-NO)
                       ADD 1 TO WS-RETURNED-COUNT
               END-RETURN
           END-PERFORM

           PERFORM VARYING WS-SENDER-NO FROM 1 BY 1
                   UNTIL WS-SENDER-NO > 3
               MOVE SPACES TO SENDER-RETURN-RECORD
               SET RET-IS-TRAILER TO TRUE
               MOVE WS-SENDER-NO TO RET-TRL-SENDER-NO
               MOVE WS-SND-REJECTS (WS-SENDER-NO)
                   TO RET-TRL-REJECT-COUNT
               MOVE WS-SND-ACCEPTS (WS-SENDER-NO)
                   TO RET-TRL-ACCEPT-COUNT
               MOVE WS-SND-WRITTEN (WS-SENDER-NO)
                   TO RET-TRL-DETAIL-COUNT
               PERFORM 3900-WRITE-RETURN-RECORD
           END-PERFORM.

      ****************************************************************************
      * One WRITE, fanned out by sender number.
      ****************************************************************************
       3900-WRITE-RETURN-RECORD.
           EVALUATE WS-SENDER-NO
               WHEN 1
                   MOVE SENDER-RETURN-RECORD TO RETURN1-RECORD-OUT
                   WRITE RETURN1-RECORD-OUT
               WHEN 2
                   MOVE SENDER-RETURN-RECORD TO RETURN2-RECORD-OUT
                   WRITE RETURN2-RECORD-OUT
               WHEN 3
                   MOVE SENDER-RETURN-RECORD TO RETURN3-RECORD-OUT
                   WRITE RETURN3-RECORD-OUT
           END-EVALUATE.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SENDER-NO FROM 1 BY 1
                   UNTIL WS-SENDER-NO > 3
               MOVE WS-SENDER-NO TO WS-SNL-NO
               MOVE WS-SND-REJECTS (WS-SENDER-NO) TO WS-SNL-REJECTS
               MOVE WS-SND-ACCEPTS (WS-SENDER-NO) TO WS-SNL-ACCEPTS
               MOVE WS-SND-WRITTEN (WS-SENDER-NO) TO WS-SNL-WRITTEN
               MOVE WS-SENDER-LINE-OUT TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REJECTS READ' TO WS-CTL-LABEL
           MOVE WS-REJECT-READ-COUNT TO WS-CTL-VALUE
           PERFORM 4900-WRITE-COUNT-LINE
           MOVE 'ACCEPTED AFTER REPAIR READ' TO WS-CTL-LABEL
           MOVE WS-ACCEPT-READ-COUNT TO WS-CTL-VALUE
           PERFORM 4900-WRITE-COUNT-LINE
           MOVE 'RETURNED TO SENDERS' TO WS-CTL-LABEL
           MOVE WS-RETURNED-COUNT TO WS-CTL-VALUE
           PERFORM 4900-WRITE-COUNT-LINE
           MOVE 'NOT RETURNABLE, NO SENDER' TO WS-CTL-LABEL
           MOVE WS-NO-ORIGIN-COUNT TO WS-CTL-VALUE
           PERFORM 4900-WRITE-COUNT-LINE
           IF WS-REJECT-READ-COUNT + WS-ACCEPT-READ-COUNT =
                   WS-RETURNED-COUNT + WS-NO-ORIGIN-COUNT
               MOVE 'RETURN FILE CONTROL: PASS' TO REPORT-LINE
           ELSE
               MOVE 'RETURN FILE CONTROL: *FAIL* - SEE ABOVE'
                   TO REPORT-LINE
               MOVE 'A' TO WS-RUNLOG-COMPLETION
           END-IF
           WRITE REPORT-LINE.

       4900-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-COUNT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

           COPY RUNLOGWR.
           COPY BCTLCK.

       8000-FINALIZE.
           CLOSE REJECT-IN-FILE
           IF WS-RSN-OPEN
               CLOSE REASON-FILE
           END-IF
           CLOSE RETURN1-FILE
           CLOSE RETURN2-FILE
           CLOSE RETURN3-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBRET001 - REJECTS READ     : ' WS-REJECT-READ-COUNT
           DISPLAY 'CBRET001 - REPAIRS READ     : ' WS-ACCEPT-READ-COUNT
           DISPLAY 'CBRET001 - RETURNED         : ' WS-RETURNED-COUNT
           DISPLAY 'CBRET001 - NO SENDER        : ' WS-NO-ORIGIN-COUNT
           MOVE 'CBRET001' TO WS-RUNLOG-PROGRAM-ID
           COMPUTE WS-RUNLOG-RECORDS-READ =
               WS-REJECT-READ-COUNT + WS-ACCEPT-READ-COUNT
           MOVE WS-RETURNED-COUNT TO WS-RUNLOG-PROCESSED
           MOVE WS-NO-ORIGIN-COUNT TO WS-RUNLOG-REJECTED
           MOVE ZERO TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.
