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
      * CBROL001 - month-end population roll-forward statement by
      * C flag and reason.
      *
      * Explains how the population moved over a month instead of
      * setting two CBDST001 snapshots side by side.  For every C
      * flag-plus-reason cell, and for each of the four POSREC measures
      * (records, A occurrences, B1 and B2 totals), the statement runs
      *
      *   opening + adds - deletes + reclassified in - reclassified out
      *   +/- amendments - archived + restored = closing
      *
      * and proves the closing figure against the month-end POSREC
      * position file; any cell and measure that does not roll forward
      * cleanly is flagged as a break.  The month (YYYYMM) is a required
      * central runtime parameter (PRMREC, maintained by CBPRM001); the
      * job runs on the month's last night, after CBIDX002, so POSREC
      * stands at the month end.
      *
      * The movements are the month's changes to the KSDS population:
      *
      *   - the accumulated DLTTRN delta history (the nightly CBDLT001
      *     outputs concatenated): an add into the new image's cell, a
      *     delete out of the replaced image's cell;
      *   - the AUDFILE applied changes (AUD-APPLIED-CHANGE: CBMNT001
      *     occurrence edits and approved C edits and re-keys), and the
      *     delta updates;
      *
      * where a change that moves a record to another cell is a
      * reclassification out of the old cell and into the new, and a
      * change inside one cell is an amendment (it can move the
      * occurrence and B totals, never the record count).  CBRSN003's
      * reclassifications are on both journals; the delta history
      * copy is counted and its audit copy skipped.
      *
      * CBARC001 archives and CBRTV001 restores work on the master, and
      * reach the KSDS as the next deltas: the archived record's delete
      * and the restored record's re-add once it has been back through
      * the gate.  The cumulative archive movement file (ARCMOVE) both
      * jobs append to tells them apart: a delete of a record archived
      * since its last move is shown as archived, an add of a record
      * restored since as restored.  Movements from the prior month are
      * read too, so an archive on the last night of one month still
      * explains the delete on the first night of the next.
      *
      * The opening balance is the prior month's closing position,
      * kept in a small history file this job maintains (prior
      * generation in, fresh generation out, the CBDST001 pattern); the
      * fresh generation is this month-end's POSREC, the proven figure.
      * A missing prior generation is a first run: the opening is
      * derived as POSREC less the month's net movements and marked
      * so, and nothing can break.  A prior generation for a month
      * other than the one before is used but called out.  A weekly
      * CBIDX001 rebuild that corrected drifted positions shows up as
      * breaks in the cells it corrected - that is what it should do.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBROL001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-FILE ASSIGN TO ARC-MOVE-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVE-FILE-STATUS.

           SELECT DELTA-FILE ASSIGN TO R-DLTHIST-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO R-AUDIT-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO R-POS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO ROL-HIST-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-FILE-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO ROL-HIST-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-OUT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO ROL-RPT-OUT
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

           SELECT SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-FILE
           RECORDING MODE IS F.
           COPY ARCMOVE.

       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY DLTTRN.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDFILE.

       FD  POSITION-FILE
           RECORDING MODE IS F.
           COPY POSREC.

       FD  HIST-IN-FILE
           RECORDING MODE IS F.
       01  HIST-RECORD-IN                  PIC X(45).

       FD  HIST-OUT-FILE
           RECORDING MODE IS F.
       01  HIST-RECORD-OUT                 PIC X(45).

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

      ****************************************************************************
      * One record per movement or change, sorted by record id and then
      * time, so each id's history is walked in order.  Archive moves
      * only mark the id and sort first on their date; deltas carry no
      * time and sort last on theirs (end of night, as in CBPIT001).
      ****************************************************************************
       SD  SORT-FILE.
       01  EVENT-RECORD.
           05  EVT-RID                     PIC X(12).
           05  EVT-DATE                    PIC X(8).
           05  EVT-TIME                    PIC X(8).
           05  EVT-SEQ                     PIC 9(9).
           05  EVT-SOURCE                  PIC X(1).
               88  EVT-IS-MOVE             VALUE 'V'.
               88  EVT-IS-DELTA            VALUE 'D'.
               88  EVT-IS-MAINT            VALUE 'M'.
           05  EVT-ACTION                  PIC X(1).
           05  EVT-BEFORE                  PIC X(215).
           05  EVT-AFTER                   PIC X(215).

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY PRMWS.
           COPY BCTLWS.
           COPY POSUPWS.

           COPY ROLHIST.

       01  WS-MOVE-FILE-STATUS             PIC X(2).
           88  WS-MOVE-FILE-OK             VALUE '00'.
           88  WS-MOVE-NOT-FOUND           VALUE '35'.

       01  WS-DELTA-FILE-STATUS            PIC X(2).
           88  WS-DELTA-FILE-OK            VALUE '00'.
           88  WS-DELTA-NOT-FOUND          VALUE '35'.

       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-NOT-FOUND          VALUE '35'.

       01  WS-HIST-IN-FILE-STATUS          PIC X(2).
           88  WS-HIST-IN-FILE-OK          VALUE '00'.
           88  WS-HIST-IN-NOT-FOUND        VALUE '35'.

       01  WS-HIST-OUT-FILE-STATUS         PIC X(2).
           88  WS-HIST-OUT-FILE-OK         VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.

       01  WS-FIRST-RUN-SWITCH             PIC X(1)    VALUE 'N'.
           88  WS-FIRST-RUN                            VALUE 'Y'.

       01  WS-RID-STATE                    PIC X(1)    VALUE SPACE.
           88  WS-RID-ARCHIVED                         VALUE 'A'.
           88  WS-RID-RESTORED                         VALUE 'R'.

       01  WS-COUNTERS.
           05  WS-MOVE-READ-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-DLT-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-AUD-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-EVENT-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-TALLIED-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-UNREADABLE-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-BREAK-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-HIST-OUT-COUNT           PIC 9(9)    VALUE ZERO.

       01  WS-MONTH                        PIC X(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY               PIC 9(4).
           05  WS-MONTH-MM                 PIC 9(2).
       01  WS-PRIOR-MONTH                  PIC X(6).
       01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY               PIC 9(4).
           05  WS-PRIOR-MM                 PIC 9(2).
       01  WS-OPENING-MONTH                PIC X(6)    VALUE SPACES.
       01  WS-CURRENT-RID                  PIC X(12)   VALUE SPACES.
       01  WS-EVENT-SEQ                    PIC 9(9)    VALUE ZERO.
       01  WS-FIND-KEY                     PIC X(3).
       01  WS-BEFORE-KEY                   PIC X(3).
       01  WS-AFTER-KEY                    PIC X(3).
       01  WS-BREAK-MARK                   PIC X(8).

      ****************************************************************************
      * The four measures, in POSREC order: 1 records, 2 A
      * occurrences, 3 B1 total, 4 B2 total.
      ****************************************************************************
       01  WS-MSR-IDX                      PIC 9(1).
       01  WS-MEASURE-NAMES.
           05  FILLER                      PIC X(3)    VALUE 'REC'.
           05  FILLER                      PIC X(3)    VALUE 'OCC'.
           05  FILLER                      PIC X(3)    VALUE 'B1 '.
           05  FILLER                      PIC X(3)    VALUE 'B2 '.
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
           05  WS-MSR-NAME                 PIC X(3)    OCCURS 4 TIMES.

       01  WS-IMAGE-MEASURES.
           05  WS-BEF-MEASURE              PIC S9(9)   OCCURS 4 TIMES.
           05  WS-AFT-MEASURE              PIC S9(9)   OCCURS 4 TIMES.
       01  WS-IMAGE-OK-SWITCH              PIC X(1).
           88  WS-IMAGE-OK                             VALUE 'Y'.

       01  WS-CELL-MAX                     PIC 9(4)    VALUE 1000.
       01  WS-CELL-COUNT                   PIC 9(4)    VALUE ZERO.
       01  WS-CELL-IDX                     PIC 9(4).
       01  WS-SHIFT-IDX                    PIC 9(4).
       01  WS-CELL-FOUND-SWITCH            PIC X(1).
           88  WS-CELL-FOUND                           VALUE 'Y'.
       01  WS-CELL-TABLE.
           05  WS-CEL-ENTRY OCCURS 1001 TIMES.
               10  WS-CEL-KEY              PIC X(3).
               10  WS-CEL-MEASURE OCCURS 4 TIMES.
                   15  WS-CEL-OPEN         PIC S9(9).
                   15  WS-CEL-ADD          PIC S9(9).
                   15  WS-CEL-DEL          PIC S9(9).
                   15  WS-CEL-RIN          PIC S9(9).
                   15  WS-CEL-ROUT         PIC S9(9).
                   15  WS-CEL-AMEND        PIC S9(9).
                   15  WS-CEL-ARC          PIC S9(9).
                   15  WS-CEL-RTV          PIC S9(9).
                   15  WS-CEL-CLOSE        PIC S9(9).
                   15  WS-CEL-POS          PIC S9(9).

      ****************************************************************************
      * Entry 1001 is never a cell: it holds the all-cells total.
      ****************************************************************************
       01  WS-TOTAL-IDX                    PIC 9(4)    VALUE 1001.

       01  WS-PARM-ECHO-LINE.
           05  FILLER              PIC X(16) VALUE 'RUN PARAMETER = '.
           05  WS-ECHO-VALUE       PIC X(16).

       01  WS-STATEMENT-HEADING.
           05  FILLER              PIC X(8)  VALUE 'CELL MSR'.
           05  FILLER              PIC X(22) VALUE
               '    OPENING      +ADDS'.
           05  FILLER              PIC X(22) VALUE
               '   -DELETES    +RCL-IN'.
           05  FILLER              PIC X(22) VALUE
               '   -RCL-OUT   +/-AMEND'.
           05  FILLER              PIC X(22) VALUE
               '  -ARCHIVED  +RESTORED'.
           05  FILLER              PIC X(22) VALUE
               '   =CLOSING     POSREC'.

       01  WS-STATEMENT-LINE-OUT.
           05  WS-STL-KEY          PIC X(4).
           05  WS-STL-MEASURE      PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-OPEN         PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-ADD          PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-DEL          PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-RIN          PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-ROUT         PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-AMEND        PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-ARC          PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-RTV          PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-CLOSE        PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-POS          PIC -(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-STL-MARK         PIC X(8).

       01  WS-COUNT-LINE-OUT.
           05  WS-CTL-LABEL                PIC X(40).
           05  WS-CTL-VALUE                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-OPENING
           SORT SORT-FILE
               ON ASCENDING KEY EVT-RID EVT-DATE EVT-TIME EVT-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 3000-TALLY-EVENTS
           PERFORM 4000-PROVE-AGAINST-POSREC
           PERFORM 5000-WRITE-STATEMENT
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
      *    Parameter first, run-sequence stamp second: a missing or
      *    invalid parameter stops the run before the 'R' stamp is
      *    written, so fixing the parameter needs no CBBCT001 clear -
      *    the CBRCY001 ordering.
           MOVE 'CBROL001' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           IF NOT WS-PRM-FOUND
                   OR WS-PRM-VALUE (1:6) IS NOT NUMERIC
               DISPLAY 'CBROL001 - MONTH PARAMETER MISSING OR NOT '
                   'YYYYMM, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRM-VALUE (1:6) TO WS-MONTH
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY 'CBROL001 - MONTH PARAMETER ' WS-MONTH
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

           MOVE 'CBROL001' TO WS-BCTL-PROGRAM-ID
           MOVE 'CBIDX002' TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           MOVE ZEROS TO WS-CELL-TABLE

           OPEN OUTPUT HIST-OUT-FILE
           IF NOT WS-HIST-OUT-FILE-OK
               DISPLAY 'CBROL001 - UNABLE TO OPEN HIST-OUT-FILE, '
                   'STATUS=' WS-HIST-OUT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBROL001 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'CBROL001 - POPULATION ROLL-FORWARD STATEMENT BY '
               'C FLAG AND REASON, MONTH ' WS-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRM-VALUE TO WS-ECHO-VALUE
           MOVE WS-PARM-ECHO-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       1500-LOAD-OPENING.
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-IN-NOT-FOUND
               DISPLAY 'CBROL001 - NO PRIOR HISTORY, FIRST RUN ASSUMED'
               SET WS-FIRST-RUN TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-HIST-IN-FILE-OK
                   DISPLAY 'CBROL001 - UNABLE TO OPEN HIST-IN-FILE, '
                       'STATUS=' WS-HIST-IN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF
               READ HIST-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE HIST-RECORD-IN TO ROLL-HISTORY-RECORD
                       PERFORM 1600-TABLE-OPENING-CELL
               END-READ
           END-PERFORM

           IF NOT WS-HIST-IN-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FIRST-RUN
                   STRING 'NO PRIOR CLOSING POSITION - FIRST RUN, '
                       'OPENING DERIVED FROM POSREC LESS THE MONTH''S '
                       'MOVEMENTS'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-OPENING-MONTH = WS-PRIOR-MONTH
                   STRING 'OPENING POSITION = CLOSING POSITION OF '
                       WS-OPENING-MONTH
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING '*** OPENING POSITION IS THE CLOSING OF '
                       WS-OPENING-MONTH ', NOT OF ' WS-PRIOR-MONTH
                       ' - MOVEMENTS IN BETWEEN ARE MISSING ***'
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The history counts feed arithmetic; a garbled entry is dropped
      * with a message, as CBDST001 drops a garbled cell, and the cell
      * then shows as a break rather than quietly balancing.
      ****************************************************************************
       1600-TABLE-OPENING-CELL.
           IF RH-REC-COUNT IS NOT NUMERIC
                   OR RH-OCC-COUNT IS NOT NUMERIC
                   OR RH-B1-COUNT IS NOT NUMERIC
                   OR RH-B2-COUNT IS NOT NUMERIC
               DISPLAY 'CBROL001 - *** HISTORY CELL ' RH-KEY
                   ' DROPPED, COUNTS NOT NUMERIC ***'
           ELSE
               MOVE RH-MONTH TO WS-OPENING-MONTH
               MOVE RH-KEY TO WS-FIND-KEY
               PERFORM 6000-FIND-CELL
               MOVE RH-REC-COUNT TO WS-CEL-OPEN (WS-CELL-IDX, 1)
               MOVE RH-OCC-COUNT TO WS-CEL-OPEN (WS-CELL-IDX, 2)
               MOVE RH-B1-COUNT TO WS-CEL-OPEN (WS-CELL-IDX, 3)
               MOVE RH-B2-COUNT TO WS-CEL-OPEN (WS-CELL-IDX, 4)
           END-IF.

       2000-RELEASE-EVENTS.
           OPEN INPUT MOVE-FILE
           IF WS-MOVE-NOT-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'NO ARCHIVE MOVEMENT FILE - NO ARCHIVED OR '
                   'RESTORED RECORDS CAN BE SHOWN'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-MOVE-FILE-OK
                   DISPLAY 'CBROL001 - UNABLE TO OPEN MOVE-FILE, '
                       'STATUS=' WS-MOVE-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ MOVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MOVE-READ-COUNT
                       IF AMV-RUN-DATE (1:6) = WS-MONTH
                               OR AMV-RUN-DATE (1:6) = WS-PRIOR-MONTH
                           PERFORM 2100-RELEASE-MOVE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-MOVE-NOT-FOUND
               CLOSE MOVE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT DELTA-FILE
           IF WS-DELTA-NOT-FOUND
               MOVE 'NO DELTA HISTORY - NO DELTAS IN THE MOVEMENTS'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-DELTA-FILE-OK
                   DISPLAY 'CBROL001 - UNABLE TO OPEN DELTA-FILE, '
                       'STATUS=' WS-DELTA-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ DELTA-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DLT-READ-COUNT
                       IF DLT-RUN-DATE (1:6) = WS-MONTH
                           PERFORM 2200-RELEASE-DELTA
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-DELTA-NOT-FOUND
               CLOSE DELTA-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               MOVE 'NO AUDIT JOURNAL - NO CORRECTIONS IN THE MOVEMENTS'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-AUDIT-FILE-OK
                   DISPLAY 'CBROL001 - UNABLE TO OPEN AUDIT-FILE, '
                       'STATUS=' WS-AUDIT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUD-READ-COUNT
                       IF AUD-DATE (1:6) = WS-MONTH
                               AND AUD-APPLIED-CHANGE
                               AND AUD-OPERATOR-ID NOT = 'CBRSN003'
                           PERFORM 2300-RELEASE-AUDIT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-AUDIT-NOT-FOUND
               CLOSE AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2100-RELEASE-MOVE.
           MOVE AMV-RAW-DATA (204:12) TO EVT-RID
           MOVE AMV-RUN-DATE TO EVT-DATE
           MOVE ZEROS TO EVT-TIME
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO EVT-SEQ
           SET EVT-IS-MOVE TO TRUE
           MOVE AMV-MOVE TO EVT-ACTION
           MOVE AMV-RAW-DATA TO EVT-BEFORE
           MOVE AMV-RAW-DATA TO EVT-AFTER
           RELEASE EVENT-RECORD.

       2200-RELEASE-DELTA.
           IF DLT-ACTION = 'D'
               MOVE DLT-OLD-DATA (204:12) TO EVT-RID
           ELSE
               MOVE DLT-RAW-DATA (204:12) TO EVT-RID
           END-IF
           MOVE DLT-RUN-DATE TO EVT-DATE
           MOVE ALL '9' TO EVT-TIME
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO EVT-SEQ
           SET EVT-IS-DELTA TO TRUE
           MOVE DLT-ACTION TO EVT-ACTION
           MOVE DLT-OLD-DATA TO EVT-BEFORE
           MOVE DLT-RAW-DATA TO EVT-AFTER
           RELEASE EVENT-RECORD.

       2300-RELEASE-AUDIT.
           MOVE AUD-AFTER-IMAGE (204:12) TO EVT-RID
           MOVE AUD-DATE TO EVT-DATE
           MOVE AUD-TIME TO EVT-TIME
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO EVT-SEQ
           SET EVT-IS-MAINT TO TRUE
           MOVE AUD-ACTION TO EVT-ACTION
           MOVE AUD-BEFORE-IMAGE TO EVT-BEFORE
           MOVE AUD-AFTER-IMAGE TO EVT-AFTER
           RELEASE EVENT-RECORD.

       3000-TALLY-EVENTS.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TALLY-ONE-EVENT
               END-RETURN
           END-PERFORM.

      ****************************************************************************
      * An archive or restore move only marks the id; the delta that
      * follows it is what moves the population.  Only this month's
      * changes are tallied - the prior month's moves are read for
      * their marks alone.
      ****************************************************************************
       3100-TALLY-ONE-EVENT.
           IF EVT-RID NOT = WS-CURRENT-RID
               MOVE EVT-RID TO WS-CURRENT-RID
               MOVE SPACE TO WS-RID-STATE
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           IF EVT-IS-MOVE
               MOVE EVT-ACTION TO WS-RID-STATE
           ELSE
               PERFORM 3200-MEASURE-IMAGES
               IF WS-IMAGE-OK
                   ADD 1 TO WS-TALLIED-COUNT
                   EVALUATE TRUE
                       WHEN EVT-IS-DELTA AND EVT-ACTION = 'A'
                           PERFORM 3300-TALLY-ADD
                       WHEN EVT-IS-DELTA AND EVT-ACTION = 'D'
                           PERFORM 3400-TALLY-DELETE
                       WHEN OTHER
                           PERFORM 3500-TALLY-CHANGE
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-UNREADABLE-COUNT
                   DISPLAY 'CBROL001 - *** UNREADABLE IMAGE ON CHANGE '
                       'TO ID ' EVT-RID ', NOT TALLIED ***'
               END-IF
           END-IF.

      ****************************************************************************
      * Measure both images the way POSUPD measures a position: one
      * record, N occurrences, and the '1' bytes of B1 and B2.  An add
      * has no before-image and a delete no after-image worth reading.
      ****************************************************************************
       3200-MEASURE-IMAGES.
           SET WS-IMAGE-OK TO TRUE
           MOVE EVT-BEFORE (201:3) TO WS-BEFORE-KEY
           MOVE EVT-AFTER (201:3) TO WS-AFTER-KEY
           IF EVT-IS-DELTA AND EVT-ACTION = 'A'
               CONTINUE
           ELSE
               IF EVT-BEFORE (1:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-IMAGE-OK-SWITCH
               ELSE
                   MOVE EVT-BEFORE TO WS-POS-IMAGE
                   PERFORM 9260-TALLY-POSITION-IMAGE
                   MOVE 1 TO WS-BEF-MEASURE (1)
                   MOVE WS-POS-N TO WS-BEF-MEASURE (2)
                   MOVE WS-POS-B1-TALLY TO WS-BEF-MEASURE (3)
                   MOVE WS-POS-B2-TALLY TO WS-BEF-MEASURE (4)
               END-IF
           END-IF
           IF EVT-IS-DELTA AND EVT-ACTION = 'D'
               CONTINUE
           ELSE
               IF EVT-AFTER (1:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-IMAGE-OK-SWITCH
               ELSE
                   MOVE EVT-AFTER TO WS-POS-IMAGE
                   PERFORM 9260-TALLY-POSITION-IMAGE
                   MOVE 1 TO WS-AFT-MEASURE (1)
                   MOVE WS-POS-N TO WS-AFT-MEASURE (2)
                   MOVE WS-POS-B1-TALLY TO WS-AFT-MEASURE (3)
                   MOVE WS-POS-B2-TALLY TO WS-AFT-MEASURE (4)
               END-IF
           END-IF.

       3300-TALLY-ADD.
           MOVE WS-AFTER-KEY TO WS-FIND-KEY
           PERFORM 6000-FIND-CELL
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                   UNTIL WS-MSR-IDX > 4
               IF WS-RID-RESTORED
                   ADD WS-AFT-MEASURE (WS-MSR-IDX)
                       TO WS-CEL-RTV (WS-CELL-IDX, WS-MSR-IDX)
               ELSE
                   ADD WS-AFT-MEASURE (WS-MSR-IDX)
                       TO WS-CEL-ADD (WS-CELL-IDX, WS-MSR-IDX)
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-RID-STATE.

       3400-TALLY-DELETE.
           MOVE WS-BEFORE-KEY TO WS-FIND-KEY
           PERFORM 6000-FIND-CELL
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                   UNTIL WS-MSR-IDX > 4
               IF WS-RID-ARCHIVED
                   ADD WS-BEF-MEASURE (WS-MSR-IDX)
                       TO WS-CEL-ARC (WS-CELL-IDX, WS-MSR-IDX)
               ELSE
                   ADD WS-BEF-MEASURE (WS-MSR-IDX)
                       TO WS-CEL-DEL (WS-CELL-IDX, WS-MSR-IDX)
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-RID-STATE.

       3500-TALLY-CHANGE.
           IF WS-BEFORE-KEY NOT = WS-AFTER-KEY
               MOVE WS-BEFORE-KEY TO WS-FIND-KEY
               PERFORM 6000-FIND-CELL
               PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                       UNTIL WS-MSR-IDX > 4
                   ADD WS-BEF-MEASURE (WS-MSR-IDX)
                       TO WS-CEL-ROUT (WS-CELL-IDX, WS-MSR-IDX)
               END-PERFORM
               MOVE WS-AFTER-KEY TO WS-FIND-KEY
               PERFORM 6000-FIND-CELL
               PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                       UNTIL WS-MSR-IDX > 4
                   ADD WS-AFT-MEASURE (WS-MSR-IDX)
                       TO WS-CEL-RIN (WS-CELL-IDX, WS-MSR-IDX)
               END-PERFORM
           ELSE
               MOVE WS-AFTER-KEY TO WS-FIND-KEY
               PERFORM 6000-FIND-CELL
               PERFORM VARYING WS-MSR-IDX FROM 2 BY 1
                       UNTIL WS-MSR-IDX > 4
                   COMPUTE WS-CEL-AMEND (WS-CELL-IDX, WS-MSR-IDX) =
                       WS-CEL-AMEND (WS-CELL-IDX, WS-MSR-IDX)
                       + WS-AFT-MEASURE (WS-MSR-IDX)
                       - WS-BEF-MEASURE (WS-MSR-IDX)
               END-PERFORM
           END-IF.

      ****************************************************************************
      * The month-end position.  Every POSREC cell is taken into the
      * table; a cell with an opening or movements but no POSREC
      * record closes at zero on POSREC.
      ****************************************************************************
       4000-PROVE-AGAINST-POSREC.
           OPEN INPUT POSITION-FILE
           IF NOT WS-POS-FILE-OK
               DISPLAY 'CBROL001 - UNABLE TO OPEN POSITION-FILE, '
                   'STATUS=' WS-POS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO POS-KEY
           START POSITION-FILE KEY IS NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ POSITION-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE POS-KEY TO WS-FIND-KEY
                       PERFORM 6000-FIND-CELL
                       MOVE POS-REC-COUNT TO WS-CEL-POS (WS-CELL-IDX, 1)
                       MOVE POS-OCC-COUNT TO WS-CEL-POS (WS-CELL-IDX, 2)
                       MOVE POS-B1-COUNT TO WS-CEL-POS (WS-CELL-IDX, 3)
                       MOVE POS-B2-COUNT TO WS-CEL-POS (WS-CELL-IDX, 4)
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                       UNTIL WS-MSR-IDX > 4
                   PERFORM 4100-ROLL-CELL-MEASURE
               END-PERFORM
           END-PERFORM.

      ****************************************************************************
      * On a first run the opening is whatever makes the cell roll to
      * its POSREC figure; otherwise it is the prior closing, and the
      * roll either lands on POSREC or is a break.
      ****************************************************************************
       4100-ROLL-CELL-MEASURE.
           IF WS-FIRST-RUN
               COMPUTE WS-CEL-OPEN (WS-CELL-IDX, WS-MSR-IDX) =
                   WS-CEL-POS (WS-CELL-IDX, WS-MSR-IDX)
                   - WS-CEL-ADD (WS-CELL-IDX, WS-MSR-IDX)
                   + WS-CEL-DEL (WS-CELL-IDX, WS-MSR-IDX)
                   - WS-CEL-RIN (WS-CELL-IDX, WS-MSR-IDX)
                   + WS-CEL-ROUT (WS-CELL-IDX, WS-MSR-IDX)
                   - WS-CEL-AMEND (WS-CELL-IDX, WS-MSR-IDX)
                   + WS-CEL-ARC (WS-CELL-IDX, WS-MSR-IDX)
                   - WS-CEL-RTV (WS-CELL-IDX, WS-MSR-IDX)
           END-IF
           COMPUTE WS-CEL-CLOSE (WS-CELL-IDX, WS-MSR-IDX) =
               WS-CEL-OPEN (WS-CELL-IDX, WS-MSR-IDX)
               + WS-CEL-ADD (WS-CELL-IDX, WS-MSR-IDX)
               - WS-CEL-DEL (WS-CELL-IDX, WS-MSR-IDX)
               + WS-CEL-RIN (WS-CELL-IDX, WS-MSR-IDX)
               - WS-CEL-ROUT (WS-CELL-IDX, WS-MSR-IDX)
               + WS-CEL-AMEND (WS-CELL-IDX, WS-MSR-IDX)
               - WS-CEL-ARC (WS-CELL-IDX, WS-MSR-IDX)
               + WS-CEL-RTV (WS-CELL-IDX, WS-MSR-IDX)
           ADD WS-CEL-OPEN (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-OPEN (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-ADD (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-ADD (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-DEL (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-DEL (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-RIN (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-RIN (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-ROUT (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-ROUT (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-AMEND (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-AMEND (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-ARC (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-ARC (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-RTV (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-RTV (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-CLOSE (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-CLOSE (WS-TOTAL-IDX, WS-MSR-IDX)
           ADD WS-CEL-POS (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-CEL-POS (WS-TOTAL-IDX, WS-MSR-IDX).

       5000-WRITE-STATEMENT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STATEMENT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                       UNTIL WS-MSR-IDX > 4
                   PERFORM 5100-WRITE-MEASURE-LINE
               END-PERFORM
               PERFORM 5200-WRITE-HISTORY-CELL
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-IDX TO WS-CELL-IDX
           MOVE 'ALL' TO WS-CEL-KEY (WS-TOTAL-IDX)
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                   UNTIL WS-MSR-IDX > 4
               PERFORM 5100-WRITE-MEASURE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CELLS ON THE STATEMENT' TO WS-CTL-LABEL
           MOVE WS-CELL-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'CHANGES TALLIED' TO WS-CTL-LABEL
           MOVE WS-TALLIED-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'CHANGES WITH AN UNREADABLE IMAGE' TO WS-CTL-LABEL
           MOVE WS-UNREADABLE-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'CELL MEASURES NOT ROLLING TO POSREC' TO WS-CTL-LABEL
           MOVE WS-BREAK-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE 'ROLL-FORWARD PROOF AGAINST POSREC: PASS'
                   TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'ROLL-FORWARD PROOF AGAINST POSREC: '
                   '*FAIL* - SEE ABOVE'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       5100-WRITE-MEASURE-LINE.
           IF WS-MSR-IDX = 1
               MOVE WS-CEL-KEY (WS-CELL-IDX) TO WS-STL-KEY
           ELSE
               MOVE SPACES TO WS-STL-KEY
           END-IF
           MOVE WS-MSR-NAME (WS-MSR-IDX) TO WS-STL-MEASURE
           MOVE WS-CEL-OPEN (WS-CELL-IDX, WS-MSR-IDX) TO WS-STL-OPEN
           MOVE WS-CEL-ADD (WS-CELL-IDX, WS-MSR-IDX) TO WS-STL-ADD
           MOVE WS-CEL-DEL (WS-CELL-IDX, WS-MSR-IDX) TO WS-STL-DEL
           MOVE WS-CEL-RIN (WS-CELL-IDX, WS-MSR-IDX) TO WS-STL-RIN
           MOVE WS-CEL-ROUT (WS-CELL-IDX, WS-MSR-IDX) TO WS-STL-ROUT
           MOVE WS-CEL-AMEND (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-STL-AMEND
           MOVE WS-CEL-ARC (WS-CELL-IDX, WS-MSR-IDX) TO WS-STL-ARC
           MOVE WS-CEL-RTV (WS-CELL-IDX, WS-MSR-IDX) TO WS-STL-RTV
           MOVE WS-CEL-CLOSE (WS-CELL-IDX, WS-MSR-IDX)
               TO WS-STL-CLOSE
           MOVE WS-CEL-POS (WS-CELL-IDX, WS-MSR-IDX) TO WS-STL-POS
           MOVE SPACES TO WS-STL-MARK
           IF WS-CEL-CLOSE (WS-CELL-IDX, WS-MSR-IDX)
                   NOT = WS-CEL-POS (WS-CELL-IDX, WS-MSR-IDX)
               MOVE '*BREAK*' TO WS-STL-MARK
               IF WS-CELL-IDX NOT = WS-TOTAL-IDX
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-IF
           MOVE WS-STATEMENT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The proven POSREC figure is next month's opening.
      ****************************************************************************
       5200-WRITE-HISTORY-CELL.
           IF WS-CEL-POS (WS-CELL-IDX, 1) NOT = ZERO
                   OR WS-CEL-POS (WS-CELL-IDX, 2) NOT = ZERO
                   OR WS-CEL-POS (WS-CELL-IDX, 3) NOT = ZERO
                   OR WS-CEL-POS (WS-CELL-IDX, 4) NOT = ZERO
               MOVE WS-MONTH TO RH-MONTH
               MOVE WS-CEL-KEY (WS-CELL-IDX) TO RH-KEY
               MOVE WS-CEL-POS (WS-CELL-IDX, 1) TO RH-REC-COUNT
               MOVE WS-CEL-POS (WS-CELL-IDX, 2) TO RH-OCC-COUNT
               MOVE WS-CEL-POS (WS-CELL-IDX, 3) TO RH-B1-COUNT
               MOVE WS-CEL-POS (WS-CELL-IDX, 4) TO RH-B2-COUNT
               MOVE ROLL-HISTORY-RECORD TO HIST-RECORD-OUT
               WRITE HIST-RECORD-OUT
               ADD 1 TO WS-HIST-OUT-COUNT
           END-IF.

       5900-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-COUNT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Find WS-FIND-KEY in the cell table, inserting it in key order
      * when it is new, so the statement comes out in C key sequence.
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
                   DISPLAY 'CBROL001 - *** CELL TABLE FULL AT '
                       WS-CELL-MAX ', STATEMENT ABANDONED ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           COPY POSUPD.

           COPY RUNLOGWR.
           COPY PRMGET.
           COPY BCTLCK.

       8000-FINALIZE.
           CLOSE HIST-OUT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBROL001 - MONTH             : ' WS-MONTH
           DISPLAY 'CBROL001 - MOVES READ        : ' WS-MOVE-READ-COUNT
           DISPLAY 'CBROL001 - DELTAS READ       : ' WS-DLT-READ-COUNT
           DISPLAY 'CBROL001 - AUDIT RECORDS READ: ' WS-AUD-READ-COUNT
           DISPLAY 'CBROL001 - CHANGES TALLIED   : ' WS-TALLIED-COUNT
           DISPLAY 'CBROL001 - CELLS             : ' WS-CELL-COUNT
           DISPLAY 'CBROL001 - BREAKS            : ' WS-BREAK-COUNT
           MOVE 'CBROL001' TO WS-RUNLOG-PROGRAM-ID
           COMPUTE WS-RUNLOG-RECORDS-READ =
               WS-MOVE-READ-COUNT + WS-DLT-READ-COUNT
               + WS-AUD-READ-COUNT
           MOVE WS-TALLIED-COUNT TO WS-RUNLOG-PROCESSED
           COMPUTE WS-RUNLOG-REJECTED =
               WS-UNREADABLE-COUNT + WS-BREAK-COUNT
           MOVE WS-HIST-OUT-COUNT TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.
