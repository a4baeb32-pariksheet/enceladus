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
      * CBRUL002 - nightly field edit rule-hit report.
      *
      * Reads the rule-hit file the CBVAL001 gate writes at end of run
      * (RULHIT layout: one record per field edit rule it enforced,
      * zero hits included) and prints, per rule, its key, the reject
      * code it raises (E01-E04), how many records it rejected tonight
      * and its description and current status from the rule table
      * (RULREC KSDS, maintained by CBRUL001).  Rules that rejected
      * anything are marked, so the rule behind a jump in the reject
      * file is found at a glance; the totals line gives the number of
      * rules enforced, the number that fired and the records they
      * rejected between them, which agrees with the gate's RULE
      * REJECTS count for the night.
      *
      * A rule retired after the gate ran still prints, with its
      * retired status; one no longer on the table at all prints as
      * such rather than stopping the report.  No rule table at all
      * (none ever keyed) is reported and the run completes, as the
      * gate treats it.
      *
      * Runs after CBVAL001 (enforced through the BCTLREC run-sequence
      * check) and writes its own run-log entry like every batch job.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBRUL002.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-HIT-FILE ASSIGN TO RUL-HIT-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIT-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO R-RUL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RUL-RPT-OUT
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

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-HIT-FILE
           RECORDING MODE IS F.
       01  RULE-HIT-RECORD-IN              PIC X(23).

       FD  RULE-FILE
           RECORDING MODE IS F.
           COPY RULREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY BCTLWS.

           COPY RULHIT.

       01  WS-HIT-FILE-STATUS              PIC X(2).
           88  WS-HIT-FILE-OK              VALUE '00'.

       01  WS-RUL-FILE-STATUS              PIC X(2).
           88  WS-RUL-FILE-OK              VALUE '00'.
           88  WS-RUL-NOT-FOUND            VALUE '35'.

       01  WS-RUL-OPEN-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-RUL-OPEN                             VALUE 'Y'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RULE-COUNT               PIC 9(9)    VALUE ZERO.
           05  WS-RULES-HIT-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-TOTAL-HITS               PIC 9(9)    VALUE ZERO.

       01  WS-RUN-DATE-LINE-OUT.
           05  FILLER              PIC X(15) VALUE 'GATE RUN DATE: '.
           05  WS-RDT-DATE         PIC X(8).

       01  WS-HIT-LINE-OUT.
           05  FILLER              PIC X(5)  VALUE 'RULE '.
           05  WS-HIT-KEY          PIC X(3).
           05  FILLER              PIC X(6)  VALUE ' CODE '.
           05  WS-HIT-CODE         PIC X(3).
           05  FILLER              PIC X(6)  VALUE ' HITS='.
           05  WS-HIT-COUNT        PIC ZZZZZZZZ9.
           05  FILLER              PIC X(8)  VALUE ' STATUS '.
           05  WS-HIT-STATUS       PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-HIT-DESC         PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-HIT-MARK         PIC X(8).

       01  WS-TOTAL-LINE-OUT.
           05  FILLER              PIC X(15) VALUE 'RULES ENFORCED='.
           05  WS-TOT-RULES        PIC ZZZZZZZZ9.
           05  FILLER              PIC X(7)  VALUE ' FIRED='.
           05  WS-TOT-FIRED        PIC ZZZZZZZZ9.
           05  FILLER              PIC X(18)
                                   VALUE ' RECORDS REJECTED='.
           05  WS-TOT-HITS         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ RULE-HIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE RULE-HIT-RECORD-IN TO RULE-HIT-RECORD
                       PERFORM 3000-REPORT-RULE-HIT
               END-READ
           END-PERFORM
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CBRUL002' TO WS-BCTL-PROGRAM-ID
           MOVE 'CBVAL001' TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           OPEN INPUT RULE-HIT-FILE
           IF NOT WS-HIT-FILE-OK
               DISPLAY 'CBRUL002 - UNABLE TO OPEN RULE-HIT-FILE, '
                   'STATUS=' WS-HIT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT RULE-FILE
           IF WS-RUL-NOT-FOUND
               DISPLAY 'CBRUL002 - NO FIELD EDIT RULE TABLE'
           ELSE
               IF NOT WS-RUL-FILE-OK
                   DISPLAY 'CBRUL002 - UNABLE TO OPEN RULE-FILE, '
                       'STATUS=' WS-RUL-FILE-STATUS
                   STOP RUN
               END-IF
               SET WS-RUL-OPEN TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBRUL002 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBRUL002 - FIELD EDIT RULE HITS' TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-RUL-OPEN
               MOVE 'NO FIELD EDIT RULE TABLE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ****************************************************************************
      * The gate's run date is the same on every hit record; it heads
      * the report once, from the first.
      ****************************************************************************
       3000-REPORT-RULE-HIT.
           ADD 1 TO WS-RULE-COUNT
           IF WS-RULE-COUNT = 1
               MOVE RHT-RUN-DATE TO WS-RDT-DATE
               MOVE WS-RUN-DATE-LINE-OUT TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE RHT-RULE-KEY TO WS-HIT-KEY
           MOVE RHT-REJECT-CODE TO WS-HIT-CODE
           MOVE RHT-HIT-COUNT TO WS-HIT-COUNT
           IF WS-RUL-OPEN
               MOVE RHT-RULE-KEY TO RUL-KEY
               READ RULE-FILE
                   INVALID KEY
                       MOVE SPACE TO WS-HIT-STATUS
                       MOVE '*** NO LONGER ON RULE TABLE'
                           TO WS-HIT-DESC
                   NOT INVALID KEY
                       MOVE RUL-STATUS TO WS-HIT-STATUS
                       MOVE RUL-DESCRIPTION TO WS-HIT-DESC
               END-READ
           ELSE
               MOVE SPACE TO WS-HIT-STATUS
               MOVE '*** NO LONGER ON RULE TABLE' TO WS-HIT-DESC
           END-IF
           IF RHT-HIT-COUNT > ZERO
               MOVE '*** HIT' TO WS-HIT-MARK
               ADD 1 TO WS-RULES-HIT-COUNT
               ADD RHT-HIT-COUNT TO WS-TOTAL-HITS
           ELSE
               MOVE SPACES TO WS-HIT-MARK
           END-IF
           MOVE WS-HIT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-FINALIZE.
           IF WS-RULE-COUNT = ZERO
               MOVE 'NO FIELD EDIT RULES WERE ENFORCED THIS RUN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-RULE-COUNT TO WS-TOT-RULES
           MOVE WS-RULES-HIT-COUNT TO WS-TOT-FIRED
           MOVE WS-TOTAL-HITS TO WS-TOT-HITS
           MOVE WS-TOTAL-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE RULE-HIT-FILE
           IF WS-RUL-OPEN
               CLOSE RULE-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'CBRUL002 - RULES REPORTED: ' WS-RULE-COUNT
           DISPLAY 'CBRUL002 - RULES FIRED   : ' WS-RULES-HIT-COUNT
           DISPLAY 'CBRUL002 - RULE REJECTS  : ' WS-TOTAL-HITS
           MOVE 'CBRUL002' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-RULE-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-RULE-COUNT TO WS-RUNLOG-PROCESSED
           MOVE ZERO TO WS-RUNLOG-REJECTED
           MOVE WS-TOTAL-HITS TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.

           COPY RUNLOGWR.
           COPY BCTLCK.
