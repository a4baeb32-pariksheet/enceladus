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
      * CBQAS003 - monthly quality error-rate report.
      *
      * Turns the month's quality reviews into a measured error rate.
      * Reads the review queue (QASREC KSDS) for every record the
      * nightly CBQAS001 sample drew in the month and the CBQAS002
      * reviewers passed or failed, and reports the observed error
      * rate - failed over reviewed - with 95% confidence bounds:
      *
      *   - per C flag-plus-reason cell, the strata the sample was
      *     drawn in;
      *   - per sender of origin (sender 0 is a record whose origin
      *     the gate did not know); senders are not strata, so a
      *     sender's rate is the plain rate over its reviewed samples;
      *   - for the month as a whole, both as the plain sample rate
      *     and weighted by each cell's share of the month's gated
      *     population (the sum of the nightly cell populations the
      *     samples were drawn from) - the weighted figure is the
      *     data-quality measure, since small cells are sampled far
      *     more heavily than their share of the records;
      *   - failures per finding code.
      *
      * The bounds are Wilson score intervals, which stay inside 0 to
      * 100% and remain honest for the small counts and rare failures
      * a review sample produces; the weighted bounds are the cell
      * bounds weighted the same way, a deliberately cautious
      * interval.  A sample still awaiting review is counted but not
      * rated, and the report says how many remain.
      *
      * The month is a required central runtime parameter (PRMREC,
      * maintained by CBPRM001), YYYYMM; missing or invalid stops the
      * job.  Each month's figures are kept in a small history file
      * this job maintains (QASHIST, prior generation in, fresh
      * generation out, twelve months deep): every cell, sender and
      * the whole month is compared with the month before - a rise
      * whose lower bound clears last month's upper bound is marked
      * WORSE, a fall the other way BETTER - and the weighted rate of
      * every month held is listed as a month-over-month trend.  A
      * missing prior generation means a first run.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBQAS003.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-QUEUE-FILE ASSIGN TO R-QAS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QAS-KEY
               FILE STATUS IS WS-QAS-FILE-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO QAS-HIST-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-FILE-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO QAS-HIST-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-OUT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO QAS-MON-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO BCTL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCTL-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO R-PRM-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-PROGRAM-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUN-LOG-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-QUEUE-FILE
           RECORDING MODE IS F.
           COPY QASREC.

       FD  HIST-IN-FILE
           RECORDING MODE IS F.
       01  HIST-RECORD-IN                  PIC X(49).

       FD  HIST-OUT-FILE
           RECORDING MODE IS F.
       01  HIST-RECORD-OUT                 PIC X(49).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.

       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY PRMREC.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY PRMWS.
           COPY BCTLWS.

           COPY QASHIST.

       01  WS-QAS-FILE-STATUS              PIC X(2).
           88  WS-QAS-FILE-OK              VALUE '00'.

       01  WS-HIST-IN-FILE-STATUS          PIC X(2).
           88  WS-HIST-IN-FILE-OK          VALUE '00'.
           88  WS-HIST-IN-NOT-FOUND        VALUE '35'.

       01  WS-HIST-OUT-FILE-STATUS         PIC X(2).
           88  WS-HIST-OUT-FILE-OK         VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-FIRST-RUN-SWITCH             PIC X(1)    VALUE 'N'.
           88  WS-FIRST-RUN                            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-QUEUE-READ-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-SAMPLED-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-REVIEWED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-AWAITING-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-FAILED-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-HIST-KEPT-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-HIST-DROPPED-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-HIST-OUT-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-OVERFLOW-COUNT           PIC 9(9)    VALUE ZERO.

       01  WS-MONTH                        PIC X(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY               PIC 9(4).
           05  WS-MONTH-MM                 PIC 9(2).
       01  WS-PRIOR-MONTH                  PIC X(6).
       01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY               PIC 9(4).
           05  WS-PRIOR-MM                 PIC 9(2).
      *    The oldest month kept is the one after this: twelve deep.
       01  WS-CUTOFF-MONTH                 PIC X(6).
       01  WS-CUTOFF-MONTH-PARTS REDEFINES WS-CUTOFF-MONTH.
           05  WS-CUTOFF-YYYY              PIC 9(4).
           05  WS-CUTOFF-MM                PIC 9(2).
       01  WS-FIND-KEY                     PIC X(3).

      ****************************************************************************
      * Wilson score interval at 95%: for F failures in N reviewed,
      * P = F / N and, with Z = 1.96,
      *   centre = (P + Z*Z/2N) / (1 + Z*Z/N)
      *   half   = Z * root(P(1-P)/N + Z*Z/4N*N) / (1 + Z*Z/N)
      * bounds centre - half and centre + half, held to 0 thru 1.
      ****************************************************************************
       01  WS-Z                            PIC 9V99    VALUE 1.96.
       01  WS-Z-SQUARED                    PIC 9V9(4)  VALUE 3.8416.
       01  WS-WIL-N                        PIC 9(9).
       01  WS-WIL-F                        PIC 9(9).
       01  WS-WIL-N-TIMES                  PIC 9(18).
       01  WS-WIL-P                        PIC 9V9(9).
       01  WS-WIL-Q                        PIC 9V9(9).
       01  WS-WIL-DENOM                    PIC 9(3)V9(9).
       01  WS-WIL-TERM                     PIC 9(3)V9(12).
       01  WS-WIL-VARIANCE                 PIC 9(3)V9(12).
       01  WS-WIL-ROOT                     PIC 9(3)V9(9).
       01  WS-WIL-CENTRE                   PIC 9V9(9).
       01  WS-WIL-HALF                     PIC 9V9(9).
       01  WS-WIL-LOW-WORK                 PIC S9V9(9).
       01  WS-WIL-HIGH-WORK                PIC 9(2)V9(9).
       01  WS-WIL-RATE                     PIC 9V9(6).
       01  WS-WIL-LOWER                    PIC 9V9(6).
       01  WS-WIL-UPPER                    PIC 9V9(6).

      ****************************************************************************
      * Population weighting for the whole month: each rated cell's
      * rate and bounds weighted by its month population.
      ****************************************************************************
       01  WS-WT-POPULATION                PIC 9(11)   VALUE ZERO.
       01  WS-WT-RATE-SUM                  PIC 9(11)V9(6)
                                                       VALUE ZERO.
       01  WS-WT-LOWER-SUM                 PIC 9(11)V9(6)
                                                       VALUE ZERO.
       01  WS-WT-UPPER-SUM                 PIC 9(11)V9(6)
                                                       VALUE ZERO.
       01  WS-WT-RATE                      PIC 9V9(6)  VALUE ZERO.
       01  WS-WT-LOWER                     PIC 9V9(6)  VALUE ZERO.
       01  WS-WT-UPPER                     PIC 9V9(6)  VALUE ZERO.

       01  WS-CELL-MAX                     PIC 9(4)    VALUE 1000.
       01  WS-CELL-COUNT                   PIC 9(4)    VALUE ZERO.
       01  WS-CELL-IDX                     PIC 9(4).
       01  WS-SHIFT-IDX                    PIC 9(4).
       01  WS-CELL-FOUND-SWITCH            PIC X(1).
           88  WS-CELL-FOUND                           VALUE 'Y'.
       01  WS-CELL-TABLE.
           05  WS-CEL-ENTRY OCCURS 1000 TIMES.
               10  WS-CEL-KEY              PIC X(3).
               10  WS-CEL-SAMPLED          PIC 9(9).
               10  WS-CEL-REVIEWED         PIC 9(9).
               10  WS-CEL-AWAITING         PIC 9(9).
               10  WS-CEL-FAILED           PIC 9(9).
               10  WS-CEL-POPULATION       PIC 9(11).
               10  WS-CEL-LAST-DATE        PIC X(8).
               10  WS-CEL-RATE             PIC 9V9(6).
               10  WS-CEL-LOWER            PIC 9V9(6).
               10  WS-CEL-UPPER            PIC 9V9(6).

      *    Senders 1 thru 9 at entries 2 thru 10; entry 1 is sender 0,
      *    origin not known.
       01  WS-SND-IDX                      PIC 9(2).
       01  WS-SENDER-TABLE.
           05  WS-SND-ENTRY OCCURS 10 TIMES.
               10  WS-SND-SAMPLED          PIC 9(9).
               10  WS-SND-REVIEWED         PIC 9(9).
               10  WS-SND-AWAITING         PIC 9(9).
               10  WS-SND-FAILED           PIC 9(9).
               10  WS-SND-RATE             PIC 9V9(6).
               10  WS-SND-LOWER            PIC 9V9(6).
               10  WS-SND-UPPER            PIC 9V9(6).

       01  WS-ALL-RATE                     PIC 9V9(6)  VALUE ZERO.
       01  WS-ALL-LOWER                    PIC 9V9(6)  VALUE ZERO.
       01  WS-ALL-UPPER                    PIC 9V9(6)  VALUE ZERO.

       01  WS-FND-MAX                      PIC 9(3)    VALUE 200.
       01  WS-FND-COUNT                    PIC 9(3)    VALUE ZERO.
       01  WS-FND-IDX                      PIC 9(3).
       01  WS-FND-FOUND-SWITCH             PIC X(1).
           88  WS-FND-FOUND                            VALUE 'Y'.
       01  WS-FINDING-TABLE.
           05  WS-FND-ENTRY OCCURS 200 TIMES.
               10  WS-FND-CODE             PIC X(3).
               10  WS-FND-FAILS            PIC 9(9).
               10  WS-FND-PASSES           PIC 9(9).

      ****************************************************************************
      * Last month's figures, from the history: cells, senders, whole.
      ****************************************************************************
       01  WS-PRC-MAX                      PIC 9(4)    VALUE 1000.
       01  WS-PRC-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-PRC-IDX                      PIC 9(4).
       01  WS-PRIOR-CELL-TABLE.
           05  WS-PRC-ENTRY OCCURS 1000 TIMES.
               10  WS-PRC-KEY              PIC X(3).
               10  WS-PRC-RATE             PIC 9V9(6).
               10  WS-PRC-LOWER            PIC 9V9(6).
               10  WS-PRC-UPPER            PIC 9V9(6).

       01  WS-PRIOR-SENDER-TABLE.
           05  WS-PRS-ENTRY OCCURS 10 TIMES.
               10  WS-PRS-FOUND            PIC X(1).
               10  WS-PRS-RATE             PIC 9V9(6).
               10  WS-PRS-LOWER            PIC 9V9(6).
               10  WS-PRS-UPPER            PIC 9V9(6).

       01  WS-PRA-FOUND                    PIC X(1)    VALUE 'N'.
       01  WS-PRA-RATE                     PIC 9V9(6)  VALUE ZERO.
       01  WS-PRA-LOWER                    PIC 9V9(6)  VALUE ZERO.
       01  WS-PRA-UPPER                    PIC 9V9(6)  VALUE ZERO.

      ****************************************************************************
      * Whole-month weighted rates of every month held, in month order.
      ****************************************************************************
       01  WS-TRD-MAX                      PIC 9(2)    VALUE 24.
       01  WS-TRD-COUNT                    PIC 9(2)    VALUE ZERO.
       01  WS-TRD-IDX                      PIC 9(2).
       01  WS-TRD-SHIFT                    PIC 9(2).
       01  WS-TREND-TABLE.
           05  WS-TRD-ENTRY OCCURS 24 TIMES.
               10  WS-TRD-MONTH            PIC X(6).
               10  WS-TRD-REVIEWED         PIC 9(9).
               10  WS-TRD-FAILED           PIC 9(9).
               10  WS-TRD-RATE             PIC 9V9(6).
               10  WS-TRD-LOWER            PIC 9V9(6).
               10  WS-TRD-UPPER            PIC 9V9(6).

      ****************************************************************************
      * One rate line, whatever it rates: the caller fills the work
      * fields and 4900 formats and marks it.
      ****************************************************************************
       01  WS-LINE-WORK.
           05  WS-LW-LABEL                 PIC X(12).
           05  WS-LW-SAMPLED               PIC 9(9).
           05  WS-LW-REVIEWED              PIC 9(9).
           05  WS-LW-AWAITING              PIC 9(9).
           05  WS-LW-FAILED                PIC 9(9).
           05  WS-LW-RATE                  PIC 9V9(6).
           05  WS-LW-LOWER                 PIC 9V9(6).
           05  WS-LW-UPPER                 PIC 9V9(6).
           05  WS-LW-PRIOR-FOUND           PIC X(1).
           05  WS-LW-PRIOR-RATE            PIC 9V9(6).
           05  WS-LW-PRIOR-LOWER           PIC 9V9(6).
           05  WS-LW-PRIOR-UPPER           PIC 9V9(6).

       01  WS-PARM-ECHO-LINE.
           05  FILLER              PIC X(16) VALUE 'RUN PARAMETER = '.
           05  WS-ECHO-VALUE       PIC X(16).

       01  WS-RATE-HEADING.
           05  FILLER              PIC X(12) VALUE 'ITEM'.
           05  FILLER              PIC X(20) VALUE
               '   SAMPLED  REVIEWED'.
           05  FILLER              PIC X(20) VALUE
               '  AWAITING    FAILED'.
           05  FILLER              PIC X(16) VALUE
               '   RATE%  LOWER%'.
           05  FILLER              PIC X(16) VALUE
               '  UPPER%  PRIOR%'.

       01  WS-RATE-LINE-OUT.
           05  WS-RTL-LABEL        PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RTL-SAMPLED      PIC Z(8)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RTL-REVIEWED     PIC Z(8)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RTL-AWAITING     PIC Z(8)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RTL-FAILED       PIC Z(8)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RTL-RATE         PIC ZZ9.99.
           05  WS-RTL-RATE-X REDEFINES WS-RTL-RATE
                                   PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RTL-LOWER        PIC ZZ9.99.
           05  WS-RTL-LOWER-X REDEFINES WS-RTL-LOWER
                                   PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RTL-UPPER        PIC ZZ9.99.
           05  WS-RTL-UPPER-X REDEFINES WS-RTL-UPPER
                                   PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RTL-PRIOR        PIC ZZ9.99.
           05  WS-RTL-PRIOR-X REDEFINES WS-RTL-PRIOR
                                   PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RTL-MARK         PIC X(8).

       01  WS-FINDING-LINE-OUT.
           05  FILLER              PIC X(8)  VALUE 'FINDING '.
           05  WS-FDL-CODE         PIC X(3).
           05  FILLER              PIC X(8)  VALUE ' FAILS ='.
           05  WS-FDL-FAILS        PIC ZZZZZZZZ9.
           05  FILLER              PIC X(17) VALUE
               ' NOTED ON PASS ='.
           05  WS-FDL-PASSES       PIC ZZZZZZZZ9.

       01  WS-TREND-LINE-OUT.
           05  FILLER              PIC X(6)  VALUE 'MONTH '.
           05  WS-TDL-MONTH        PIC X(6).
           05  FILLER              PIC X(11) VALUE ' REVIEWED ='.
           05  WS-TDL-REVIEWED     PIC ZZZZZZZZ9.
           05  FILLER              PIC X(9)  VALUE ' FAILED ='.
           05  WS-TDL-FAILED       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(9)  VALUE ' RATE% ='.
           05  WS-TDL-RATE         PIC ZZ9.99.
           05  FILLER              PIC X(3)  VALUE ' ( '.
           05  WS-TDL-LOWER        PIC ZZ9.99.
           05  FILLER              PIC X(3)  VALUE ' - '.
           05  WS-TDL-UPPER        PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE ' )'.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TDL-MARK         PIC X(8).

       01  WS-COUNT-LINE-OUT.
           05  WS-CTL-LABEL                PIC X(40).
           05  WS-CTL-VALUE                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-HISTORY
           PERFORM 2000-READ-QUEUE
           PERFORM 3000-RATE-MONTH
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-WRITE-HISTORY
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
      *    Parameter first, run-sequence stamp second: a missing or
      *    invalid parameter stops the run before the 'R' stamp is
      *    written, so fixing the parameter needs no CBBCT001 clear -
      *    the CBRCY001 ordering.
           MOVE 'CBQAS003' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           IF NOT WS-PRM-FOUND
                   OR WS-PRM-VALUE (1:6) IS NOT NUMERIC
               DISPLAY 'CBQAS003 - MONTH PARAMETER MISSING OR NOT '
                   'YYYYMM, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRM-VALUE (1:6) TO WS-MONTH
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY 'CBQAS003 - MONTH PARAMETER ' WS-MONTH
                   ' IS NOT A MONTH, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MONTH-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-MONTH-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-MONTH-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-MONTH-MM - 1
           END-IF
           COMPUTE WS-CUTOFF-YYYY = WS-MONTH-YYYY - 1
           MOVE WS-MONTH-MM TO WS-CUTOFF-MM

           MOVE 'CBQAS003' TO WS-BCTL-PROGRAM-ID
           MOVE SPACES TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           MOVE ZEROS TO WS-CELL-TABLE
           MOVE ZEROS TO WS-SENDER-TABLE
           MOVE ZEROS TO WS-FINDING-TABLE
           MOVE ZEROS TO WS-PRIOR-CELL-TABLE
           MOVE ZEROS TO WS-TREND-TABLE
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1 UNTIL WS-SND-IDX > 10
               MOVE 'N' TO WS-PRS-FOUND (WS-SND-IDX)
               MOVE ZERO TO WS-PRS-RATE (WS-SND-IDX)
               MOVE ZERO TO WS-PRS-LOWER (WS-SND-IDX)
               MOVE ZERO TO WS-PRS-UPPER (WS-SND-IDX)
           END-PERFORM

           OPEN INPUT QA-QUEUE-FILE
           IF NOT WS-QAS-FILE-OK
               DISPLAY 'CBQAS003 - UNABLE TO OPEN QA-QUEUE-FILE, '
                   'STATUS=' WS-QAS-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT HIST-OUT-FILE
           IF NOT WS-HIST-OUT-FILE-OK
               DISPLAY 'CBQAS003 - UNABLE TO OPEN HIST-OUT-FILE, '
                   'STATUS=' WS-HIST-OUT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBQAS003 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'CBQAS003 - QUALITY ERROR RATE OF GATED RECORDS, '
               'MONTH ' WS-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRM-VALUE TO WS-ECHO-VALUE
           MOVE WS-PARM-ECHO-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Carry the history forward: this month's own figures are
      * replaced and a month twelve back drops off; everything else is
      * copied to the fresh generation as read.  Last month's figures
      * are kept aside for the comparison and every whole-month figure
      * goes to the trend.
      ****************************************************************************
       1500-LOAD-HISTORY.
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-IN-NOT-FOUND
               DISPLAY 'CBQAS003 - NO PRIOR HISTORY, FIRST RUN ASSUMED'
               SET WS-FIRST-RUN TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-HIST-IN-FILE-OK
                   DISPLAY 'CBQAS003 - UNABLE TO OPEN HIST-IN-FILE, '
                       'STATUS=' WS-HIST-IN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF
               READ HIST-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE HIST-RECORD-IN TO QA-HISTORY-RECORD
                       PERFORM 1600-SORT-HISTORY-ENTRY
               END-READ
           END-PERFORM

           IF NOT WS-HIST-IN-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      ****************************************************************************
      * The history figures feed comparisons and a subscript; a
      * garbled entry is dropped with a message rather than abending
      * the report.
      ****************************************************************************
       1600-SORT-HISTORY-ENTRY.
           EVALUATE TRUE
               WHEN QH-MONTH IS NOT NUMERIC
                       OR QH-REVIEWED IS NOT NUMERIC
                       OR QH-FAILED IS NOT NUMERIC
                       OR QH-RATE IS NOT NUMERIC
                       OR QH-LOWER IS NOT NUMERIC
                       OR QH-UPPER IS NOT NUMERIC
                       OR NOT (QH-WHOLE-MONTH OR QH-CELL OR QH-SENDER)
                   DISPLAY 'CBQAS003 - *** GARBLED HISTORY ENTRY '
                       'DROPPED ***'
                   ADD 1 TO WS-HIST-DROPPED-COUNT
               WHEN QH-MONTH = WS-MONTH
                   ADD 1 TO WS-HIST-DROPPED-COUNT
               WHEN QH-MONTH NOT > WS-CUTOFF-MONTH
                   ADD 1 TO WS-HIST-DROPPED-COUNT
               WHEN OTHER
                   MOVE QA-HISTORY-RECORD TO HIST-RECORD-OUT
                   WRITE HIST-RECORD-OUT
                   ADD 1 TO WS-HIST-OUT-COUNT
                   ADD 1 TO WS-HIST-KEPT-COUNT
                   IF QH-MONTH = WS-PRIOR-MONTH
                       PERFORM 1700-TABLE-PRIOR-ENTRY
                   END-IF
                   IF QH-WHOLE-MONTH
                       PERFORM 1800-ADD-TREND-MONTH
                   END-IF
           END-EVALUATE.

       1700-TABLE-PRIOR-ENTRY.
           EVALUATE TRUE
               WHEN QH-WHOLE-MONTH
                   MOVE 'Y' TO WS-PRA-FOUND
                   MOVE QH-RATE TO WS-PRA-RATE
                   MOVE QH-LOWER TO WS-PRA-LOWER
                   MOVE QH-UPPER TO WS-PRA-UPPER
               WHEN QH-SENDER
                   IF QH-KEY (3:1) IS NUMERIC
                       MOVE QH-KEY (3:1) TO WS-SND-IDX
                       ADD 1 TO WS-SND-IDX
                       MOVE 'Y' TO WS-PRS-FOUND (WS-SND-IDX)
                       MOVE QH-RATE TO WS-PRS-RATE (WS-SND-IDX)
                       MOVE QH-LOWER TO WS-PRS-LOWER (WS-SND-IDX)
                       MOVE QH-UPPER TO WS-PRS-UPPER (WS-SND-IDX)
                   END-IF
               WHEN QH-CELL
                   IF WS-PRC-COUNT < WS-PRC-MAX
                       ADD 1 TO WS-PRC-COUNT
                       MOVE QH-KEY TO WS-PRC-KEY (WS-PRC-COUNT)
                       MOVE QH-RATE TO WS-PRC-RATE (WS-PRC-COUNT)
                       MOVE QH-LOWER TO WS-PRC-LOWER (WS-PRC-COUNT)
                       MOVE QH-UPPER TO WS-PRC-UPPER (WS-PRC-COUNT)
                   ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
           END-EVALUATE.

      ****************************************************************************
      * Insert a whole-month figure into the trend in month order.
      ****************************************************************************
       1800-ADD-TREND-MONTH.
           IF WS-TRD-COUNT < WS-TRD-MAX
               PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                       UNTIL WS-TRD-IDX > WS-TRD-COUNT
                           OR WS-TRD-MONTH (WS-TRD-IDX) > QH-MONTH
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-TRD-SHIFT FROM WS-TRD-COUNT BY -1
                       UNTIL WS-TRD-SHIFT < WS-TRD-IDX
                   MOVE WS-TRD-ENTRY (WS-TRD-SHIFT)
                       TO WS-TRD-ENTRY (WS-TRD-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-TRD-COUNT
               MOVE QH-MONTH TO WS-TRD-MONTH (WS-TRD-IDX)
               MOVE QH-REVIEWED TO WS-TRD-REVIEWED (WS-TRD-IDX)
               MOVE QH-FAILED TO WS-TRD-FAILED (WS-TRD-IDX)
               MOVE QH-RATE TO WS-TRD-RATE (WS-TRD-IDX)
               MOVE QH-LOWER TO WS-TRD-LOWER (WS-TRD-IDX)
               MOVE QH-UPPER TO WS-TRD-UPPER (WS-TRD-IDX)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      ****************************************************************************
      * The queue is keyed on sample date, so the month is one run of
      * it from the first of the month.
      ****************************************************************************
       2000-READ-QUEUE.
           MOVE SPACES TO QA-SAMPLE-RECORD
           STRING WS-MONTH '01' DELIMITED BY SIZE INTO QAS-SAMPLE-DATE
           MOVE ZERO TO QAS-SAMPLE-SEQ
           START QA-QUEUE-FILE KEY IS NOT LESS THAN QAS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ QA-QUEUE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-READ-COUNT
                       IF QAS-SAMPLE-DATE (1:6) > WS-MONTH
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 2100-TALLY-SAMPLE
                       END-IF
               END-READ
           END-PERFORM.

      ****************************************************************************
      * A cell's population counts once per night it was sampled; the
      * night's entries are together on the queue, so a change of
      * sample date on the cell is a new night.
      ****************************************************************************
       2100-TALLY-SAMPLE.
           ADD 1 TO WS-SAMPLED-COUNT
           MOVE QAS-CELL-KEY TO WS-FIND-KEY
           PERFORM 6000-FIND-CELL
           ADD 1 TO WS-CEL-SAMPLED (WS-CELL-IDX)
           IF WS-CEL-LAST-DATE (WS-CELL-IDX) NOT = QAS-SAMPLE-DATE
               ADD QAS-CELL-POPULATION
                   TO WS-CEL-POPULATION (WS-CELL-IDX)
               MOVE QAS-SAMPLE-DATE TO WS-CEL-LAST-DATE (WS-CELL-IDX)
           END-IF
           IF QAS-SENDER-NO IS NUMERIC
               COMPUTE WS-SND-IDX = QAS-SENDER-NO + 1
           ELSE
               MOVE 1 TO WS-SND-IDX
           END-IF
           ADD 1 TO WS-SND-SAMPLED (WS-SND-IDX)
           EVALUATE TRUE
               WHEN QAS-AWAITING
                   ADD 1 TO WS-AWAITING-COUNT
                   ADD 1 TO WS-CEL-AWAITING (WS-CELL-IDX)
                   ADD 1 TO WS-SND-AWAITING (WS-SND-IDX)
               WHEN QAS-REVIEWED
                   ADD 1 TO WS-REVIEWED-COUNT
                   ADD 1 TO WS-CEL-REVIEWED (WS-CELL-IDX)
                   ADD 1 TO WS-SND-REVIEWED (WS-SND-IDX)
                   IF QAS-FAILED
                       ADD 1 TO WS-FAILED-COUNT
                       ADD 1 TO WS-CEL-FAILED (WS-CELL-IDX)
                       ADD 1 TO WS-SND-FAILED (WS-SND-IDX)
                   END-IF
                   IF QAS-FINDING-CODE NOT = SPACES
                       PERFORM 2200-TALLY-FINDING
                   END-IF
           END-EVALUATE.

       2200-TALLY-FINDING.
           MOVE 'N' TO WS-FND-FOUND-SWITCH
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FND-COUNT
                       OR WS-FND-FOUND
               IF WS-FND-CODE (WS-FND-IDX) = QAS-FINDING-CODE
                   SET WS-FND-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-FND-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FND-FOUND
               IF WS-FND-COUNT < WS-FND-MAX
                   ADD 1 TO WS-FND-COUNT
                   MOVE WS-FND-COUNT TO WS-FND-IDX
                   MOVE QAS-FINDING-CODE TO WS-FND-CODE (WS-FND-IDX)
                   SET WS-FND-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-FND-FOUND
               IF QAS-FAILED
                   ADD 1 TO WS-FND-FAILS (WS-FND-IDX)
               ELSE
                   ADD 1 TO WS-FND-PASSES (WS-FND-IDX)
               END-IF
           END-IF.

      ****************************************************************************
      * Rate every cell and sender with anything reviewed, the month as
      * a plain sample, and the month weighted by cell population.
      ****************************************************************************
       3000-RATE-MONTH.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CEL-REVIEWED (WS-CELL-IDX) > ZERO
                   MOVE WS-CEL-REVIEWED (WS-CELL-IDX) TO WS-WIL-N
                   MOVE WS-CEL-FAILED (WS-CELL-IDX) TO WS-WIL-F
                   PERFORM 7000-WILSON-BOUNDS
                   MOVE WS-WIL-RATE TO WS-CEL-RATE (WS-CELL-IDX)
                   MOVE WS-WIL-LOWER TO WS-CEL-LOWER (WS-CELL-IDX)
                   MOVE WS-WIL-UPPER TO WS-CEL-UPPER (WS-CELL-IDX)
                   ADD WS-CEL-POPULATION (WS-CELL-IDX)
                       TO WS-WT-POPULATION
                   COMPUTE WS-WT-RATE-SUM ROUNDED = WS-WT-RATE-SUM
                       + WS-CEL-POPULATION (WS-CELL-IDX) * WS-WIL-RATE
                   COMPUTE WS-WT-LOWER-SUM ROUNDED = WS-WT-LOWER-SUM
                       + WS-CEL-POPULATION (WS-CELL-IDX) * WS-WIL-LOWER
                   COMPUTE WS-WT-UPPER-SUM ROUNDED = WS-WT-UPPER-SUM
                       + WS-CEL-POPULATION (WS-CELL-IDX) * WS-WIL-UPPER
               END-IF
           END-PERFORM
           IF WS-WT-POPULATION > ZERO
               COMPUTE WS-WT-RATE ROUNDED =
                   WS-WT-RATE-SUM / WS-WT-POPULATION
               COMPUTE WS-WT-LOWER ROUNDED =
                   WS-WT-LOWER-SUM / WS-WT-POPULATION
               COMPUTE WS-WT-UPPER ROUNDED =
                   WS-WT-UPPER-SUM / WS-WT-POPULATION
           END-IF

           PERFORM VARYING WS-SND-IDX FROM 1 BY 1 UNTIL WS-SND-IDX > 10
               IF WS-SND-REVIEWED (WS-SND-IDX) > ZERO
                   MOVE WS-SND-REVIEWED (WS-SND-IDX) TO WS-WIL-N
                   MOVE WS-SND-FAILED (WS-SND-IDX) TO WS-WIL-F
                   PERFORM 7000-WILSON-BOUNDS
                   MOVE WS-WIL-RATE TO WS-SND-RATE (WS-SND-IDX)
                   MOVE WS-WIL-LOWER TO WS-SND-LOWER (WS-SND-IDX)
                   MOVE WS-WIL-UPPER TO WS-SND-UPPER (WS-SND-IDX)
               END-IF
           END-PERFORM

           IF WS-REVIEWED-COUNT > ZERO
               MOVE WS-REVIEWED-COUNT TO WS-WIL-N
               MOVE WS-FAILED-COUNT TO WS-WIL-F
               PERFORM 7000-WILSON-BOUNDS
               MOVE WS-WIL-RATE TO WS-ALL-RATE
               MOVE WS-WIL-LOWER TO WS-ALL-LOWER
               MOVE WS-WIL-UPPER TO WS-ALL-UPPER

               MOVE WS-MONTH TO QH-MONTH
               MOVE WS-REVIEWED-COUNT TO QH-REVIEWED
               MOVE WS-FAILED-COUNT TO QH-FAILED
               MOVE WS-WT-RATE TO QH-RATE
               MOVE WS-WT-LOWER TO QH-LOWER
               MOVE WS-WT-UPPER TO QH-UPPER
               PERFORM 1800-ADD-TREND-MONTH
           END-IF.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FIRST-RUN
                   MOVE 'NO PRIOR HISTORY - FIRST RUN, NOTHING TO '
                       TO REPORT-LINE
                   MOVE 'COMPARE WITH' TO REPORT-LINE (42:12)
               WHEN WS-PRA-FOUND = 'Y'
                   STRING 'PRIOR = MONTH ' WS-PRIOR-MONTH
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING '*** NO FIGURES HELD FOR ' WS-PRIOR-MONTH
                       ' - NOTHING TO COMPARE WITH ***'
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ERROR RATE BY C FLAG AND REASON' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RATE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               PERFORM 4100-WRITE-CELL-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ERROR RATE BY SENDER (SENDER 0 = ORIGIN NOT KNOWN)'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RATE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1 UNTIL WS-SND-IDX > 10
               IF WS-SND-SAMPLED (WS-SND-IDX) > ZERO
                   PERFORM 4200-WRITE-SENDER-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ERROR RATE FOR THE MONTH' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RATE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4300-WRITE-MONTH-LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FINDINGS' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FND-COUNT
               MOVE WS-FND-CODE (WS-FND-IDX) TO WS-FDL-CODE
               MOVE WS-FND-FAILS (WS-FND-IDX) TO WS-FDL-FAILS
               MOVE WS-FND-PASSES (WS-FND-IDX) TO WS-FDL-PASSES
               MOVE WS-FINDING-LINE-OUT TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MONTH-OVER-MONTH TREND, POPULATION-WEIGHTED RATE'
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TRD-COUNT
               PERFORM 4400-WRITE-TREND-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SAMPLES DRAWN IN THE MONTH' TO WS-CTL-LABEL
           MOVE WS-SAMPLED-COUNT TO WS-CTL-VALUE
           PERFORM 4950-WRITE-COUNT-LINE
           MOVE 'REVIEWED' TO WS-CTL-LABEL
           MOVE WS-REVIEWED-COUNT TO WS-CTL-VALUE
           PERFORM 4950-WRITE-COUNT-LINE
           MOVE 'FAILED' TO WS-CTL-LABEL
           MOVE WS-FAILED-COUNT TO WS-CTL-VALUE
           PERFORM 4950-WRITE-COUNT-LINE
           MOVE 'STILL AWAITING REVIEW' TO WS-CTL-LABEL
           MOVE WS-AWAITING-COUNT TO WS-CTL-VALUE
           PERFORM 4950-WRITE-COUNT-LINE
           MOVE 'CELLS SAMPLED' TO WS-CTL-LABEL
           MOVE WS-CELL-COUNT TO WS-CTL-VALUE
           PERFORM 4950-WRITE-COUNT-LINE
           MOVE 'MONTH POPULATION OF RATED CELLS' TO WS-CTL-LABEL
           MOVE WS-WT-POPULATION TO WS-CTL-VALUE
           PERFORM 4950-WRITE-COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-AWAITING-COUNT = ZERO
               MOVE 'REVIEW COMPLETENESS: EVERY SAMPLE OF THE MONTH '
                   TO REPORT-LINE
               MOVE 'REVIEWED' TO REPORT-LINE (49:8)
           ELSE
               STRING '*** ' WS-AWAITING-COUNT ' SAMPLES STILL '
                   'AWAITING REVIEW - RATES COVER THE REVIEWED '
                   'SAMPLES ONLY ***'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       4100-WRITE-CELL-LINE.
           MOVE SPACES TO WS-LW-LABEL
           STRING 'CELL ' WS-CEL-KEY (WS-CELL-IDX) (1:1) ' '
               WS-CEL-KEY (WS-CELL-IDX) (2:2)
               DELIMITED BY SIZE INTO WS-LW-LABEL
           MOVE WS-CEL-SAMPLED (WS-CELL-IDX) TO WS-LW-SAMPLED
           MOVE WS-CEL-REVIEWED (WS-CELL-IDX) TO WS-LW-REVIEWED
           MOVE WS-CEL-AWAITING (WS-CELL-IDX) TO WS-LW-AWAITING
           MOVE WS-CEL-FAILED (WS-CELL-IDX) TO WS-LW-FAILED
           MOVE WS-CEL-RATE (WS-CELL-IDX) TO WS-LW-RATE
           MOVE WS-CEL-LOWER (WS-CELL-IDX) TO WS-LW-LOWER
           MOVE WS-CEL-UPPER (WS-CELL-IDX) TO WS-LW-UPPER
           MOVE 'N' TO WS-LW-PRIOR-FOUND
           PERFORM VARYING WS-PRC-IDX FROM 1 BY 1
                   UNTIL WS-PRC-IDX > WS-PRC-COUNT
                       OR WS-LW-PRIOR-FOUND = 'Y'
               IF WS-PRC-KEY (WS-PRC-IDX) = WS-CEL-KEY (WS-CELL-IDX)
                   MOVE 'Y' TO WS-LW-PRIOR-FOUND
                   MOVE WS-PRC-RATE (WS-PRC-IDX) TO WS-LW-PRIOR-RATE
                   MOVE WS-PRC-LOWER (WS-PRC-IDX) TO WS-LW-PRIOR-LOWER
                   MOVE WS-PRC-UPPER (WS-PRC-IDX) TO WS-LW-PRIOR-UPPER
               END-IF
           END-PERFORM
           PERFORM 4900-WRITE-RATE-LINE.

       4200-WRITE-SENDER-LINE.
           MOVE SPACES TO WS-LW-LABEL
           COMPUTE WS-FND-IDX = WS-SND-IDX - 1
           STRING 'SENDER ' WS-FND-IDX (3:1)
               DELIMITED BY SIZE INTO WS-LW-LABEL
           MOVE WS-SND-SAMPLED (WS-SND-IDX) TO WS-LW-SAMPLED
           MOVE WS-SND-REVIEWED (WS-SND-IDX) TO WS-LW-REVIEWED
           MOVE WS-SND-AWAITING (WS-SND-IDX) TO WS-LW-AWAITING
           MOVE WS-SND-FAILED (WS-SND-IDX) TO WS-LW-FAILED
           MOVE WS-SND-RATE (WS-SND-IDX) TO WS-LW-RATE
           MOVE WS-SND-LOWER (WS-SND-IDX) TO WS-LW-LOWER
           MOVE WS-SND-UPPER (WS-SND-IDX) TO WS-LW-UPPER
           MOVE WS-PRS-FOUND (WS-SND-IDX) TO WS-LW-PRIOR-FOUND
           MOVE WS-PRS-RATE (WS-SND-IDX) TO WS-LW-PRIOR-RATE
           MOVE WS-PRS-LOWER (WS-SND-IDX) TO WS-LW-PRIOR-LOWER
           MOVE WS-PRS-UPPER (WS-SND-IDX) TO WS-LW-PRIOR-UPPER
           PERFORM 4900-WRITE-RATE-LINE.

      ****************************************************************************
      * The plain sample rate, then the population-weighted rate - the
      * month's data-quality figure, the one the history carries and
      * compares.
      ****************************************************************************
       4300-WRITE-MONTH-LINES.
           MOVE 'ALL SAMPLED' TO WS-LW-LABEL
           MOVE WS-SAMPLED-COUNT TO WS-LW-SAMPLED
           MOVE WS-REVIEWED-COUNT TO WS-LW-REVIEWED
           MOVE WS-AWAITING-COUNT TO WS-LW-AWAITING
           MOVE WS-FAILED-COUNT TO WS-LW-FAILED
           MOVE WS-ALL-RATE TO WS-LW-RATE
           MOVE WS-ALL-LOWER TO WS-LW-LOWER
           MOVE WS-ALL-UPPER TO WS-LW-UPPER
           MOVE 'N' TO WS-LW-PRIOR-FOUND
           PERFORM 4900-WRITE-RATE-LINE
           MOVE 'WEIGHTED' TO WS-LW-LABEL
           MOVE WS-WT-RATE TO WS-LW-RATE
           MOVE WS-WT-LOWER TO WS-LW-LOWER
           MOVE WS-WT-UPPER TO WS-LW-UPPER
           MOVE WS-PRA-FOUND TO WS-LW-PRIOR-FOUND
           MOVE WS-PRA-RATE TO WS-LW-PRIOR-RATE
           MOVE WS-PRA-LOWER TO WS-LW-PRIOR-LOWER
           MOVE WS-PRA-UPPER TO WS-LW-PRIOR-UPPER
           PERFORM 4900-WRITE-RATE-LINE.

       4400-WRITE-TREND-LINE.
           MOVE WS-TRD-MONTH (WS-TRD-IDX) TO WS-TDL-MONTH
           MOVE WS-TRD-REVIEWED (WS-TRD-IDX) TO WS-TDL-REVIEWED
           MOVE WS-TRD-FAILED (WS-TRD-IDX) TO WS-TDL-FAILED
           COMPUTE WS-TDL-RATE ROUNDED = WS-TRD-RATE (WS-TRD-IDX) * 100
           COMPUTE WS-TDL-LOWER ROUNDED =
               WS-TRD-LOWER (WS-TRD-IDX) * 100
           COMPUTE WS-TDL-UPPER ROUNDED =
               WS-TRD-UPPER (WS-TRD-IDX) * 100
           MOVE SPACES TO WS-TDL-MARK
           IF WS-TRD-IDX > 1
               EVALUATE TRUE
                   WHEN WS-TRD-LOWER (WS-TRD-IDX)
                           > WS-TRD-UPPER (WS-TRD-IDX - 1)
                       MOVE '*WORSE*' TO WS-TDL-MARK
                   WHEN WS-TRD-UPPER (WS-TRD-IDX)
                           < WS-TRD-LOWER (WS-TRD-IDX - 1)
                       MOVE 'BETTER' TO WS-TDL-MARK
               END-EVALUATE
           END-IF
           MOVE WS-TREND-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Format one rate line.  Nothing reviewed means no rate.  Against
      * last month: a lower bound above last month's upper bound is a
      * real rise (WORSE), an upper bound below its lower bound a real
      * fall (BETTER); overlapping intervals are no measured change.
      ****************************************************************************
       4900-WRITE-RATE-LINE.
           MOVE WS-LW-LABEL TO WS-RTL-LABEL
           MOVE WS-LW-SAMPLED TO WS-RTL-SAMPLED
           MOVE WS-LW-REVIEWED TO WS-RTL-REVIEWED
           MOVE WS-LW-AWAITING TO WS-RTL-AWAITING
           MOVE WS-LW-FAILED TO WS-RTL-FAILED
           MOVE SPACES TO WS-RTL-MARK
           IF WS-LW-REVIEWED = ZERO
               MOVE '   N/A' TO WS-RTL-RATE-X
               MOVE SPACES TO WS-RTL-LOWER-X
               MOVE SPACES TO WS-RTL-UPPER-X
           ELSE
               COMPUTE WS-RTL-RATE ROUNDED = WS-LW-RATE * 100
               COMPUTE WS-RTL-LOWER ROUNDED = WS-LW-LOWER * 100
               COMPUTE WS-RTL-UPPER ROUNDED = WS-LW-UPPER * 100
           END-IF
           IF WS-LW-PRIOR-FOUND = 'Y'
               COMPUTE WS-RTL-PRIOR ROUNDED = WS-LW-PRIOR-RATE * 100
               IF WS-LW-REVIEWED > ZERO
                   EVALUATE TRUE
                       WHEN WS-LW-LOWER > WS-LW-PRIOR-UPPER
                           MOVE '*WORSE*' TO WS-RTL-MARK
                       WHEN WS-LW-UPPER < WS-LW-PRIOR-LOWER
                           MOVE 'BETTER' TO WS-RTL-MARK
                   END-EVALUATE
               END-IF
           ELSE
               MOVE SPACES TO WS-RTL-PRIOR-X
               IF NOT WS-FIRST-RUN AND WS-LW-LABEL NOT = 'ALL SAMPLED'
                   MOVE 'NEW' TO WS-RTL-MARK
               END-IF
           END-IF
           MOVE WS-RATE-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       4950-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * This month's figures onto the fresh generation, after the
      * months carried forward.
      ****************************************************************************
       5000-WRITE-HISTORY.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CEL-REVIEWED (WS-CELL-IDX) > ZERO
                   MOVE WS-MONTH TO QH-MONTH
                   SET QH-CELL TO TRUE
                   MOVE WS-CEL-KEY (WS-CELL-IDX) TO QH-KEY
                   MOVE WS-CEL-REVIEWED (WS-CELL-IDX) TO QH-REVIEWED
                   MOVE WS-CEL-FAILED (WS-CELL-IDX) TO QH-FAILED
                   MOVE WS-CEL-RATE (WS-CELL-IDX) TO QH-RATE
                   MOVE WS-CEL-LOWER (WS-CELL-IDX) TO QH-LOWER
                   MOVE WS-CEL-UPPER (WS-CELL-IDX) TO QH-UPPER
                   PERFORM 5100-WRITE-HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1 UNTIL WS-SND-IDX > 10
               IF WS-SND-REVIEWED (WS-SND-IDX) > ZERO
                   MOVE WS-MONTH TO QH-MONTH
                   SET QH-SENDER TO TRUE
                   COMPUTE WS-FND-IDX = WS-SND-IDX - 1
                   MOVE WS-FND-IDX TO QH-KEY
                   MOVE WS-SND-REVIEWED (WS-SND-IDX) TO QH-REVIEWED
                   MOVE WS-SND-FAILED (WS-SND-IDX) TO QH-FAILED
                   MOVE WS-SND-RATE (WS-SND-IDX) TO QH-RATE
                   MOVE WS-SND-LOWER (WS-SND-IDX) TO QH-LOWER
                   MOVE WS-SND-UPPER (WS-SND-IDX) TO QH-UPPER
                   PERFORM 5100-WRITE-HISTORY-RECORD
               END-IF
           END-PERFORM
           IF WS-REVIEWED-COUNT > ZERO
               MOVE WS-MONTH TO QH-MONTH
               SET QH-WHOLE-MONTH TO TRUE
               MOVE 'ALL' TO QH-KEY
               MOVE WS-REVIEWED-COUNT TO QH-REVIEWED
               MOVE WS-FAILED-COUNT TO QH-FAILED
               MOVE WS-WT-RATE TO QH-RATE
               MOVE WS-WT-LOWER TO QH-LOWER
               MOVE WS-WT-UPPER TO QH-UPPER
               PERFORM 5100-WRITE-HISTORY-RECORD
           END-IF.

       5100-WRITE-HISTORY-RECORD.
           MOVE QA-HISTORY-RECORD TO HIST-RECORD-OUT
           WRITE HIST-RECORD-OUT
           ADD 1 TO WS-HIST-OUT-COUNT.

      ****************************************************************************
      * Find WS-FIND-KEY in the cell table, inserting it in key order
      * when it is new, so the report comes out in C key sequence.
      ****************************************************************************
       6000-FIND-CELL.
           MOVE 'N' TO WS-CELL-FOUND-SWITCH
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                       OR WS-CELL-FOUND
                       OR WS-CEL-KEY (WS-CELL-IDX) > WS-FIND-KEY
               IF WS-CEL-KEY (WS-CELL-IDX) = WS-FIND-KEY
                   SET WS-CELL-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CELL-IDX
               END-IF
           END-PERFORM
           IF NOT WS-CELL-FOUND
               IF WS-CELL-COUNT < WS-CELL-MAX
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-CELL-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX < WS-CELL-IDX
                       MOVE WS-CEL-ENTRY (WS-SHIFT-IDX)
                           TO WS-CEL-ENTRY (WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-CELL-COUNT
                   MOVE ZEROS TO WS-CEL-ENTRY (WS-CELL-IDX)
                   MOVE WS-FIND-KEY TO WS-CEL-KEY (WS-CELL-IDX)
               ELSE
                   DISPLAY 'CBQAS003 - *** CELL TABLE FULL AT '
                       WS-CELL-MAX ', REPORT ABANDONED ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ****************************************************************************
      * Wilson bounds for WS-WIL-F failures in WS-WIL-N reviewed
      * (N above zero), as fractions in WS-WIL-RATE / LOWER / UPPER.
      ****************************************************************************
       7000-WILSON-BOUNDS.
      *    One step to a statement, so no intermediate result is cut
      *    short of the fractions these small terms need.
           DIVIDE WS-WIL-F BY WS-WIL-N GIVING WS-WIL-P ROUNDED
           SUBTRACT WS-WIL-P FROM 1 GIVING WS-WIL-Q
           DIVIDE WS-Z-SQUARED BY WS-WIL-N GIVING WS-WIL-DENOM ROUNDED
           ADD 1 TO WS-WIL-DENOM
           MULTIPLY WS-WIL-N BY 2 GIVING WS-WIL-N-TIMES
           DIVIDE WS-Z-SQUARED BY WS-WIL-N-TIMES
               GIVING WS-WIL-TERM ROUNDED
           ADD WS-WIL-P TO WS-WIL-TERM
           DIVIDE WS-WIL-TERM BY WS-WIL-DENOM
               GIVING WS-WIL-CENTRE ROUNDED
           MULTIPLY WS-WIL-P BY WS-WIL-Q GIVING WS-WIL-VARIANCE ROUNDED
           DIVIDE WS-WIL-N INTO WS-WIL-VARIANCE ROUNDED
           MULTIPLY WS-WIL-N BY WS-WIL-N GIVING WS-WIL-N-TIMES
           MULTIPLY 4 BY WS-WIL-N-TIMES
           DIVIDE WS-Z-SQUARED BY WS-WIL-N-TIMES
               GIVING WS-WIL-TERM ROUNDED
           ADD WS-WIL-TERM TO WS-WIL-VARIANCE
           COMPUTE WS-WIL-ROOT ROUNDED = WS-WIL-VARIANCE ** 0.5
           MULTIPLY WS-Z BY WS-WIL-ROOT GIVING WS-WIL-TERM ROUNDED
           DIVIDE WS-WIL-TERM BY WS-WIL-DENOM
               GIVING WS-WIL-HALF ROUNDED
           COMPUTE WS-WIL-LOW-WORK = WS-WIL-CENTRE - WS-WIL-HALF
           COMPUTE WS-WIL-HIGH-WORK = WS-WIL-CENTRE + WS-WIL-HALF
           IF WS-WIL-LOW-WORK < ZERO
               MOVE ZERO TO WS-WIL-LOW-WORK
           END-IF
           IF WS-WIL-HIGH-WORK > 1
               MOVE 1 TO WS-WIL-HIGH-WORK
           END-IF
           COMPUTE WS-WIL-RATE ROUNDED = WS-WIL-P
           COMPUTE WS-WIL-LOWER ROUNDED = WS-WIL-LOW-WORK
           COMPUTE WS-WIL-UPPER ROUNDED = WS-WIL-HIGH-WORK.

           COPY RUNLOGWR.
           COPY PRMGET.
           COPY BCTLCK.

       8000-FINALIZE.
           CLOSE QA-QUEUE-FILE
           CLOSE HIST-OUT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBQAS003 - MONTH             : ' WS-MONTH
           DISPLAY 'CBQAS003 - SAMPLES IN MONTH  : ' WS-SAMPLED-COUNT
           DISPLAY 'CBQAS003 - REVIEWED          : ' WS-REVIEWED-COUNT
           DISPLAY 'CBQAS003 - FAILED            : ' WS-FAILED-COUNT
           DISPLAY 'CBQAS003 - AWAITING REVIEW   : ' WS-AWAITING-COUNT
           DISPLAY 'CBQAS003 - HISTORY KEPT      : ' WS-HIST-KEPT-COUNT
           DISPLAY 'CBQAS003 - HISTORY WRITTEN   : ' WS-HIST-OUT-COUNT
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'CBQAS003 - *** TABLE OVERFLOW, '
                   WS-OVERFLOW-COUNT ' ENTRIES NOT TABULATED ***'
           END-IF
           MOVE 'CBQAS003' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-QUEUE-READ-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-REVIEWED-COUNT TO WS-RUNLOG-PROCESSED
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.
