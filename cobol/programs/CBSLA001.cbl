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
      * CBSLA001 - batch-window elapsed-time and critical-path report.
      *
      * Turns the batch control file's run stamps (BCTLREC, written by
      * every chained job through the shared 9500/9550 routines) into
      * the night's elapsed-time timeline: each job's start, end and
      * duration for the processing date, in the 9500 sense of today.
      * Each duration is compared with that job's rolling average over
      * its last ten completed nights, kept in a small history file
      * this job maintains (prior generation in, fresh generation out,
      * the CBDST001 pattern), and any job running beyond the
      * tolerance percentage over its average is flagged - the job
      * that is growing shows up before the window breaks, not after.
      * A rerun for the same processing date does not count a night
      * twice.
      *
      * The chain's elapsed time runs from the first start to the last
      * end and is set against the batch-window cut-off.  While the
      * chain is still running, a running job is projected to end at
      * its average (or now, if already past it), and every job that
      * ran on the previous night but has not started yet is projected
      * from its predecessor's projected end plus its own average; the
      * report then shows the projected end and any projected overrun.
      * The job sequence the projection follows is the predecessor
      * each job names to 9500, mirrored in WS-CHAIN-TABLE below -
      * keep the two in step.  The critical path (the last job to end,
      * its predecessor, and so back to the head of the chain) is
      * marked CP on the timeline.  The timeline lists the jobs that
      * have run in start-time order, then the projected ones in the
      * order they are projected to start.
      *
      * The tolerance percentage (3 digits) and the cut-off (HHMM, a
      * cut-off earlier than the chain's first start is the next
      * morning) are a required central runtime parameter (PRMREC,
      * maintained by CBPRM001), as 'TTT HHMM'; missing or malformed
      * stops the job.  The report only reads the stamps: it can run
      * at any point in the night and takes no stamp of its own.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSLA001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CONTROL-FILE ASSIGN TO BCTL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCTL-FILE-STATUS.

           SELECT HIST-IN-FILE ASSIGN TO SLA-HIST-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-IN-FILE-STATUS.

           SELECT HIST-OUT-FILE ASSIGN TO SLA-HIST-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-OUT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO SLA-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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
       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.

       FD  HIST-IN-FILE
           RECORDING MODE IS F.
       01  HIST-RECORD-IN                  PIC X(68).

       FD  HIST-OUT-FILE
           RECORDING MODE IS F.
       01  HIST-RECORD-OUT                 PIC X(68).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).

       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY PRMREC.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY PRMWS.

           COPY SLAHIST.

       01  WS-BCTL-FILE-STATUS             PIC X(2).
           88  WS-BCTL-FILE-OK             VALUE '00'.

       01  WS-HIST-IN-FILE-STATUS          PIC X(2).
           88  WS-HIST-IN-FILE-OK          VALUE '00'.
           88  WS-HIST-IN-NOT-FOUND        VALUE '35'.

       01  WS-HIST-OUT-FILE-STATUS         PIC X(2).
           88  WS-HIST-OUT-FILE-OK         VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-STAMP-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  WS-STAMP-EOF                            VALUE 'Y'.

       01  WS-HIST-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-HIST-EOF                             VALUE 'Y'.

       01  WS-CHAIN-RUNNING-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-CHAIN-RUNNING                        VALUE 'Y'.

       01  WS-FOUND-SWITCH                 PIC X(1).
           88  WS-FOUND                                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STAMP-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-COMPLETED-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-RUNNING-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-PROJECTED-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-OVER-TOL-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-BAD-STAMP-COUNT          PIC 9(9)    VALUE ZERO.

       01  WS-PROCESS-DATE                 PIC X(8).
       01  WS-PRIOR-NIGHT                  PIC X(8)    VALUE LOW-VALUES.
       01  WS-TOLERANCE-PCT                PIC 9(3)    VALUE ZERO.
       01  WS-CUTOFF-HHMM                  PIC 9(4)    VALUE ZERO.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-HHMM.
           05  WS-CUTOFF-HH                PIC 9(2).
           05  WS-CUTOFF-MM                PIC 9(2).

      ****************************************************************************
      * Clock arithmetic.  Stamps are ACCEPT FROM TIME values, HHMMSShh;
      * everything is worked in seconds from midnight of the processing
      * date, so a job that ends after midnight ends past 86400.
      ****************************************************************************
       01  WS-TIME-WORK                    PIC X(8).
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH                  PIC 9(2).
           05  WS-TIME-MM                  PIC 9(2).
           05  WS-TIME-SS                  PIC 9(2).
           05  WS-TIME-HS                  PIC 9(2).
       01  WS-SECONDS                      PIC 9(6).
       01  WS-NOW-SECS                     PIC 9(6).
       01  WS-CUTOFF-SECS                  PIC 9(6).
       01  WS-CHAIN-START-SECS             PIC 9(6)    VALUE ZERO.
       01  WS-CHAIN-END-SECS               PIC 9(6)    VALUE ZERO.
       01  WS-CHAIN-ELAPSED                PIC 9(6)    VALUE ZERO.
       01  WS-GAP-SECS                     PIC 9(6)    VALUE ZERO.
       01  WS-HMS-SECS                     PIC 9(6).
       01  WS-HMS-REMAINDER                PIC 9(6).
       01  WS-HMS-OUT.
           05  WS-HMS-HH                   PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE ':'.
           05  WS-HMS-MM                   PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE ':'.
           05  WS-HMS-SS                   PIC 9(2).

       01  WS-DUR-SCALED                   PIC 9(12).
       01  WS-LIMIT-SCALED                 PIC 9(12).
       01  WS-SAMPLE-TOTAL                 PIC 9(7).
       01  WS-SAMPLE-FROM                  PIC 9(2).
       01  WS-SAMPLE-IDX                   PIC 9(2).
       01  WS-SAMPLE-USED                  PIC 9(2).

      ****************************************************************************
      * The chain, each job with the predecessor it names to 9500, in
      * an order where every predecessor comes before its successors.
      * Jobs with no predecessor head their own chain.
      ****************************************************************************
       01  WS-CHAIN-DEFINITIONS.
           05  FILLER              PIC X(16) VALUE 'CBMRG001        '.
           05  FILLER              PIC X(16) VALUE 'CBVAL001CBMRG001'.
           05  FILLER              PIC X(16) VALUE 'CBARC001CBMRG001'.
           05  FILLER              PIC X(16) VALUE 'CBDUP001CBMRG001'.
           05  FILLER              PIC X(16) VALUE 'CBCLS001CBARC001'.
           05  FILLER              PIC X(16) VALUE 'CBDLT001CBVAL001'.
           05  FILLER              PIC X(16) VALUE 'CBBAL001CBVAL001'.
           05  FILLER              PIC X(16) VALUE 'CBDST001CBVAL001'.
           05  FILLER              PIC X(16) VALUE 'CBIDX001CBVAL001'.
           05  FILLER              PIC X(16) VALUE 'CBRCY001CBVAL001'.
           05  FILLER              PIC X(16) VALUE 'CBREC001CBVAL001'.
           05  FILLER              PIC X(16) VALUE 'CBRUL002CBVAL001'.
           05  FILLER              PIC X(16) VALUE 'CBQAS001CBVAL001'.
           05  FILLER              PIC X(16) VALUE 'CBRET001CBRCY001'.
           05  FILLER              PIC X(16) VALUE 'CBIDX002CBDLT001'.
           05  FILLER              PIC X(16) VALUE 'CBIMG001CBIDX002'.
           05  FILLER              PIC X(16) VALUE 'CBROL001CBIDX002'.
           05  FILLER              PIC X(16) VALUE 'CBCDC001CBIDX002'.
           05  FILLER              PIC X(16) VALUE 'CBGLP001CBDST001'.
           05  FILLER              PIC X(16) VALUE 'CBGLA001CBGLP001'.
           05  FILLER              PIC X(16) VALUE 'CBAPR002        '.
           05  FILLER              PIC X(16) VALUE 'CBRSN003        '.
           05  FILLER              PIC X(16) VALUE 'CBCDC002        '.
           05  FILLER              PIC X(16) VALUE 'CBQAS003        '.
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-DEFINITIONS.
           05  WS-CHN-ENTRY OCCURS 24 TIMES.
               10  WS-CHN-PROGRAM          PIC X(8).
               10  WS-CHN-PREDECESSOR      PIC X(8).
       01  WS-CHAIN-COUNT                  PIC 9(2)    VALUE 24.
       01  WS-CHN-IDX                      PIC 9(2).
       01  WS-CHN-SCAN-IDX                 PIC 9(2).

       01  WS-HIS-MAX                      PIC 9(3)    VALUE 100.
       01  WS-HIS-COUNT                    PIC 9(3)    VALUE ZERO.
       01  WS-HIS-IDX                      PIC 9(3).
       01  WS-HISTORY-TABLE.
           05  WS-HIS-ENTRY OCCURS 100 TIMES.
               10  WS-HIS-RECORD           PIC X(68).

       01  WS-JOB-MAX                      PIC 9(3)    VALUE 100.
       01  WS-JOB-COUNT                    PIC 9(3)    VALUE ZERO.
       01  WS-JOB-IDX                      PIC 9(3).
       01  WS-PRED-IDX                     PIC 9(3).
       01  WS-LAST-JOB-IDX                 PIC 9(3).
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 100 TIMES.
               10  WS-JOB-PROGRAM          PIC X(8).
               10  WS-JOB-PREDECESSOR      PIC X(8).
               10  WS-JOB-STATE            PIC X(1).
                   88  WS-JOB-COMPLETED    VALUE 'C'.
                   88  WS-JOB-RUNNING      VALUE 'R'.
                   88  WS-JOB-PROJECTED    VALUE 'P'.
               10  WS-JOB-START-SECS       PIC 9(6).
               10  WS-JOB-END-SECS         PIC 9(6).
               10  WS-JOB-DURATION         PIC 9(6).
               10  WS-JOB-AVERAGE          PIC 9(6).
               10  WS-JOB-AVG-SW           PIC X(1).
                   88  WS-JOB-AVG-KNOWN    VALUE 'Y'.
               10  WS-JOB-HIS-IDX          PIC 9(3).
               10  WS-JOB-MARK             PIC X(12).
               10  WS-JOB-CP-SW            PIC X(1).
                   88  WS-JOB-ON-CP        VALUE 'Y'.

      ****************************************************************************
      * One job entry held aside while the timeline is put in start
      * order; the sort key ranks projected jobs after the rest.
      ****************************************************************************
       01  WS-JOB-HOLD.
           05  FILLER                      PIC X(16).
           05  WS-HLD-STATE                PIC X(1).
               88  WS-HLD-PROJECTED        VALUE 'P'.
           05  WS-HLD-START-SECS           PIC 9(6).
           05  FILLER                      PIC X(35).
       01  WS-SORT-IDX                     PIC 9(3).
       01  WS-PREV-IDX                     PIC 9(3).
       01  WS-HOLD-KEY                     PIC 9(7).
       01  WS-PREV-KEY                     PIC 9(7).
       01  WS-SORT-DONE-SWITCH             PIC X(1).
           88  WS-SORT-DONE                            VALUE 'Y'.

       01  WS-PARM-ECHO-LINE.
           05  FILLER              PIC X(16) VALUE 'RUN PARAMETER = '.
           05  WS-ECHO-VALUE       PIC X(16).
           05  FILLER              PIC X(18) VALUE '  PROCESSING DATE '.
           05  WS-ECHO-DATE        PIC X(8).

       01  WS-TIMELINE-HEADING.
           05  FILLER              PIC X(19) VALUE 'JOB      STATE    '.
           05  FILLER              PIC X(18) VALUE 'START    END      '.
           05  FILLER              PIC X(18) VALUE 'ELAPSED  AVERAGE  '.
           05  FILLER              PIC X(16) VALUE 'FLAG         CP'.

       01  WS-TIMELINE-LINE-OUT.
           05  WS-TML-PROGRAM      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TML-STATE        PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TML-START        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TML-END          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TML-ELAPSED      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TML-AVERAGE      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TML-MARK         PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TML-CP           PIC X(2).

       01  WS-WINDOW-LINE-OUT.
           05  WS-WNL-LABEL        PIC X(30).
           05  WS-WNL-VALUE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-WNL-TAG          PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-PRIOR-HISTORY
           PERFORM 2000-LOAD-NIGHT-STAMPS
           PERFORM 3000-MEASURE-JOBS
           IF WS-CHAIN-RUNNING
               PERFORM 3500-PROJECT-REMAINING-JOBS
           END-IF
           PERFORM 3700-MARK-CRITICAL-PATH
           PERFORM 4000-WRITE-TIMELINE
           PERFORM 4500-WRITE-WINDOW-SUMMARY
           PERFORM 5000-WRITE-HISTORY
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CBSLA001' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           IF NOT WS-PRM-FOUND
                   OR WS-PRM-VALUE (1:3) IS NOT NUMERIC
                   OR WS-PRM-VALUE (5:4) IS NOT NUMERIC
               DISPLAY 'CBSLA001 - PARAMETER MISSING OR NOT '
                   '''TTT HHMM'', JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRM-VALUE (1:3) TO WS-TOLERANCE-PCT
           MOVE WS-PRM-VALUE (5:4) TO WS-CUTOFF-HHMM
           IF WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
               DISPLAY 'CBSLA001 - CUT-OFF ' WS-CUTOFF-HHMM
                   ' IS NOT A TIME OF DAY, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           PERFORM 9000-TIME-TO-SECONDS
           MOVE WS-SECONDS TO WS-NOW-SECS

           OPEN INPUT BATCH-CONTROL-FILE
           IF NOT WS-BCTL-FILE-OK
               DISPLAY 'CBSLA001 - UNABLE TO OPEN BATCH CONTROL FILE, '
                   'STATUS=' WS-BCTL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT HIST-OUT-FILE
           IF NOT WS-HIST-OUT-FILE-OK
               DISPLAY 'CBSLA001 - UNABLE TO OPEN HIST-OUT-FILE, '
                   'STATUS=' WS-HIST-OUT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBSLA001 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBSLA001 - BATCH-WINDOW ELAPSED-TIME REPORT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRM-VALUE TO WS-ECHO-VALUE
           MOVE WS-PROCESS-DATE TO WS-ECHO-DATE
           MOVE WS-PARM-ECHO-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       1500-LOAD-PRIOR-HISTORY.
           OPEN INPUT HIST-IN-FILE
           IF WS-HIST-IN-NOT-FOUND
               DISPLAY 'CBSLA001 - NO PRIOR HISTORY, FIRST RUN ASSUMED'
               SET WS-HIST-EOF TO TRUE
           ELSE
               IF NOT WS-HIST-IN-FILE-OK
                   DISPLAY 'CBSLA001 - UNABLE TO OPEN HIST-IN-FILE, '
                       'STATUS=' WS-HIST-IN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-HIST-EOF
               READ HIST-IN-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       MOVE HIST-RECORD-IN TO SLA-HISTORY-RECORD
                       PERFORM 1600-TABLE-HISTORY-JOB
               END-READ
           END-PERFORM

           IF NOT WS-HIST-IN-NOT-FOUND
               CLOSE HIST-IN-FILE
           END-IF.

      ****************************************************************************
      * The sample count drives a subscript and comes straight off the
      * history file; a garbled entry is dropped with a message, as
      * CBDST001 drops a garbled cell.  The latest night recorded
      * before this one is "last night" for the projection.
      ****************************************************************************
       1600-TABLE-HISTORY-JOB.
           IF SH-SAMPLE-COUNT IS NOT NUMERIC
                   OR SH-SAMPLE-COUNT > 10
               DISPLAY 'CBSLA001 - *** HISTORY ENTRY FOR '
                   SH-PROGRAM-ID ' DROPPED, BAD SAMPLE COUNT ***'
           ELSE
               IF WS-HIS-COUNT < WS-HIS-MAX
                   ADD 1 TO WS-HIS-COUNT
                   MOVE SLA-HISTORY-RECORD
                       TO WS-HIS-RECORD (WS-HIS-COUNT)
                   IF SH-LAST-RUN-DATE < WS-PROCESS-DATE
                           AND SH-LAST-RUN-DATE > WS-PRIOR-NIGHT
                       MOVE SH-LAST-RUN-DATE TO WS-PRIOR-NIGHT
                   END-IF
               ELSE
                   DISPLAY 'CBSLA001 - *** HISTORY TABLE FULL, '
                       SH-PROGRAM-ID ' DROPPED ***'
               END-IF
           END-IF.

       2000-LOAD-NIGHT-STAMPS.
           MOVE WS-PROCESS-DATE TO BCT-RUN-DATE
           MOVE SPACES TO BCT-PROGRAM-ID
           START BATCH-CONTROL-FILE KEY IS NOT LESS THAN BCT-KEY
               INVALID KEY
                   SET WS-STAMP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-STAMP-EOF
               READ BATCH-CONTROL-FILE NEXT RECORD
                   AT END
                       SET WS-STAMP-EOF TO TRUE
                   NOT AT END
                       IF BCT-RUN-DATE = WS-PROCESS-DATE
                           ADD 1 TO WS-STAMP-COUNT
                           PERFORM 2100-TABLE-STAMP
                       ELSE
                           SET WS-STAMP-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-CONTROL-FILE.

       2100-TABLE-STAMP.
           MOVE BCT-START-TIME TO WS-TIME-WORK
           IF WS-TIME-WORK IS NOT NUMERIC
               ADD 1 TO WS-BAD-STAMP-COUNT
               DISPLAY 'CBSLA001 - *** STAMP FOR ' BCT-PROGRAM-ID
                   ' HAS NO USABLE START TIME, SKIPPED ***'
           ELSE
               IF WS-JOB-COUNT < WS-JOB-MAX
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-IDX
                   PERFORM 2200-START-JOB-ENTRY
                   MOVE BCT-PROGRAM-ID TO WS-JOB-PROGRAM (WS-JOB-IDX)
                   PERFORM 9000-TIME-TO-SECONDS
                   MOVE WS-SECONDS TO WS-JOB-START-SECS (WS-JOB-IDX)
                   MOVE BCT-END-TIME TO WS-TIME-WORK
                   IF BCT-COMPLETED AND WS-TIME-WORK IS NUMERIC
                       SET WS-JOB-COMPLETED (WS-JOB-IDX) TO TRUE
                       ADD 1 TO WS-COMPLETED-COUNT
                       PERFORM 9000-TIME-TO-SECONDS
                       IF WS-SECONDS < WS-JOB-START-SECS (WS-JOB-IDX)
                           ADD 86400 TO WS-SECONDS
                       END-IF
                   ELSE
                       SET WS-JOB-RUNNING (WS-JOB-IDX) TO TRUE
                       SET WS-CHAIN-RUNNING TO TRUE
                       ADD 1 TO WS-RUNNING-COUNT
                       MOVE WS-NOW-SECS TO WS-SECONDS
                       IF WS-SECONDS < WS-JOB-START-SECS (WS-JOB-IDX)
                           ADD 86400 TO WS-SECONDS
                       END-IF
                   END-IF
                   MOVE WS-SECONDS TO WS-JOB-END-SECS (WS-JOB-IDX)
                   COMPUTE WS-JOB-DURATION (WS-JOB-IDX) =
                       WS-JOB-END-SECS (WS-JOB-IDX)
                       - WS-JOB-START-SECS (WS-JOB-IDX)
               ELSE
                   DISPLAY 'CBSLA001 - *** JOB TABLE FULL, '
                       BCT-PROGRAM-ID ' NOT REPORTED ***'
               END-IF
           END-IF.

      ****************************************************************************
      * A fresh entry for the job in BCT-PROGRAM-ID or the chain entry
      * being projected: its predecessor from the chain table and its
      * history entry, if it has either.
      ****************************************************************************
       2200-START-JOB-ENTRY.
           MOVE SPACES TO WS-JOB-ENTRY (WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-START-SECS (WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-END-SECS (WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-DURATION (WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-AVERAGE (WS-JOB-IDX)
           MOVE ZERO TO WS-JOB-HIS-IDX (WS-JOB-IDX)
           MOVE 'N' TO WS-JOB-AVG-SW (WS-JOB-IDX)
           MOVE 'N' TO WS-JOB-CP-SW (WS-JOB-IDX)
           PERFORM VARYING WS-CHN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-SCAN-IDX > WS-CHAIN-COUNT
               IF WS-CHN-PROGRAM (WS-CHN-SCAN-IDX) = BCT-PROGRAM-ID
                   MOVE WS-CHN-PREDECESSOR (WS-CHN-SCAN-IDX)
                       TO WS-JOB-PREDECESSOR (WS-JOB-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-COUNT
               IF WS-HIS-RECORD (WS-HIS-IDX) (1:8) = BCT-PROGRAM-ID
                   MOVE WS-HIS-IDX TO WS-JOB-HIS-IDX (WS-JOB-IDX)
               END-IF
           END-PERFORM.

      ****************************************************************************
      * Average each job over its history (leaving out tonight's own
      * sample when this is a rerun for the same night), flag it, and
      * record tonight's duration for a completed job.  A running job
      * is judged on its elapsed time so far and projected to end at
      * its average, or now if it is already past it.
      ****************************************************************************
       3000-MEASURE-JOBS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM 3100-AVERAGE-JOB
               PERFORM 3200-FLAG-JOB
               IF WS-JOB-COMPLETED (WS-JOB-IDX)
                   PERFORM 3300-RECORD-TONIGHT
               END-IF
               IF WS-JOB-RUNNING (WS-JOB-IDX)
                       AND WS-JOB-AVG-KNOWN (WS-JOB-IDX)
                       AND WS-JOB-AVERAGE (WS-JOB-IDX)
                           > WS-JOB-DURATION (WS-JOB-IDX)
                   COMPUTE WS-JOB-END-SECS (WS-JOB-IDX) =
                       WS-JOB-START-SECS (WS-JOB-IDX)
                       + WS-JOB-AVERAGE (WS-JOB-IDX)
               END-IF
           END-PERFORM.

       3100-AVERAGE-JOB.
           IF WS-JOB-HIS-IDX (WS-JOB-IDX) > ZERO
               MOVE WS-HIS-RECORD (WS-JOB-HIS-IDX (WS-JOB-IDX))
                   TO SLA-HISTORY-RECORD
               IF SH-LAST-RUN-DATE = WS-PROCESS-DATE
                   MOVE 2 TO WS-SAMPLE-FROM
               ELSE
                   MOVE 1 TO WS-SAMPLE-FROM
               END-IF
               MOVE ZERO TO WS-SAMPLE-TOTAL
               MOVE ZERO TO WS-SAMPLE-USED
               PERFORM VARYING WS-SAMPLE-IDX FROM WS-SAMPLE-FROM BY 1
                       UNTIL WS-SAMPLE-IDX > SH-SAMPLE-COUNT
                   ADD SH-DURATION (WS-SAMPLE-IDX) TO WS-SAMPLE-TOTAL
                   ADD 1 TO WS-SAMPLE-USED
               END-PERFORM
               IF WS-SAMPLE-USED > ZERO
                   COMPUTE WS-JOB-AVERAGE (WS-JOB-IDX) ROUNDED =
                       WS-SAMPLE-TOTAL / WS-SAMPLE-USED
                   SET WS-JOB-AVG-KNOWN (WS-JOB-IDX) TO TRUE
               END-IF
           END-IF.

       3200-FLAG-JOB.
           MOVE SPACES TO WS-JOB-MARK (WS-JOB-IDX)
           IF WS-JOB-AVG-KNOWN (WS-JOB-IDX)
               COMPUTE WS-DUR-SCALED =
                   WS-JOB-DURATION (WS-JOB-IDX) * 100
               COMPUTE WS-LIMIT-SCALED =
                   WS-JOB-AVERAGE (WS-JOB-IDX)
                   * (100 + WS-TOLERANCE-PCT)
               IF WS-DUR-SCALED > WS-LIMIT-SCALED
                   ADD 1 TO WS-OVER-TOL-COUNT
                   IF WS-JOB-RUNNING (WS-JOB-IDX)
                       MOVE '*RUNNING LONG' TO WS-JOB-MARK (WS-JOB-IDX)
                   ELSE
                       MOVE '*OVER TOL*' TO WS-JOB-MARK (WS-JOB-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE 'NO HISTORY' TO WS-JOB-MARK (WS-JOB-IDX)
           END-IF.

      ****************************************************************************
      * Tonight's duration goes on the front of the job's samples,
      * once per night, the oldest dropping off after ten.  A job with
      * no history entry yet gets one.
      ****************************************************************************
       3300-RECORD-TONIGHT.
           IF WS-JOB-HIS-IDX (WS-JOB-IDX) = ZERO
               IF WS-HIS-COUNT < WS-HIS-MAX
                   ADD 1 TO WS-HIS-COUNT
                   MOVE WS-HIS-COUNT TO WS-JOB-HIS-IDX (WS-JOB-IDX)
                   MOVE SPACES TO SLA-HISTORY-RECORD
                   MOVE WS-JOB-PROGRAM (WS-JOB-IDX) TO SH-PROGRAM-ID
                   MOVE LOW-VALUES TO SH-LAST-RUN-DATE
                   MOVE ZERO TO SH-SAMPLE-COUNT
                   PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
                           UNTIL WS-SAMPLE-IDX > 10
                       MOVE ZERO TO SH-DURATION (WS-SAMPLE-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY 'CBSLA001 - *** HISTORY TABLE FULL, '
                       WS-JOB-PROGRAM (WS-JOB-IDX) ' NOT RECORDED ***'
               END-IF
           ELSE
               MOVE WS-HIS-RECORD (WS-JOB-HIS-IDX (WS-JOB-IDX))
                   TO SLA-HISTORY-RECORD
           END-IF
           IF WS-JOB-HIS-IDX (WS-JOB-IDX) > ZERO
                   AND SH-LAST-RUN-DATE < WS-PROCESS-DATE
               PERFORM VARYING WS-SAMPLE-IDX FROM 10 BY -1
                       UNTIL WS-SAMPLE-IDX < 2
                   MOVE SH-DURATION (WS-SAMPLE-IDX - 1)
                       TO SH-DURATION (WS-SAMPLE-IDX)
               END-PERFORM
               IF WS-JOB-DURATION (WS-JOB-IDX) > 99999
                   MOVE 99999 TO SH-DURATION (1)
               ELSE
                   MOVE WS-JOB-DURATION (WS-JOB-IDX)
                       TO SH-DURATION (1)
               END-IF
               IF SH-SAMPLE-COUNT < 10
                   ADD 1 TO SH-SAMPLE-COUNT
               END-IF
               MOVE WS-PROCESS-DATE TO SH-LAST-RUN-DATE
               MOVE SLA-HISTORY-RECORD
                   TO WS-HIS-RECORD (WS-JOB-HIS-IDX (WS-JOB-IDX))
           END-IF.

      ****************************************************************************
      * Walk the chain table in order.  A job not stamped tonight that
      * ran last night, whose predecessor is stamped or already
      * projected, is projected to start when the predecessor ends (or
      * now, if that is past) and to run for its average.
      ****************************************************************************
       3500-PROJECT-REMAINING-JOBS.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHAIN-COUNT
               IF WS-CHN-PREDECESSOR (WS-CHN-IDX) NOT = SPACES
                   PERFORM 3600-PROJECT-CHAIN-ENTRY
               END-IF
           END-PERFORM.

       3600-PROJECT-CHAIN-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-PRED-IDX
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-PROGRAM (WS-JOB-IDX)
                       = WS-CHN-PROGRAM (WS-CHN-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
               IF WS-JOB-PROGRAM (WS-JOB-IDX)
                       = WS-CHN-PREDECESSOR (WS-CHN-IDX)
                   MOVE WS-JOB-IDX TO WS-PRED-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-PRED-IDX > ZERO
                   AND WS-JOB-COUNT < WS-JOB-MAX
               MOVE WS-CHN-PROGRAM (WS-CHN-IDX) TO BCT-PROGRAM-ID
               MOVE ZERO TO WS-HIS-IDX
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-HIS-COUNT
                   IF WS-HIS-RECORD (WS-JOB-IDX) (1:8)
                           = BCT-PROGRAM-ID
                       MOVE WS-JOB-IDX TO WS-HIS-IDX
                   END-IF
               END-PERFORM
               IF WS-HIS-IDX > ZERO
                   MOVE WS-HIS-RECORD (WS-HIS-IDX)
                       TO SLA-HISTORY-RECORD
                   IF SH-LAST-RUN-DATE = WS-PRIOR-NIGHT
                       PERFORM 3650-ADD-PROJECTED-JOB
                   END-IF
               END-IF
           END-IF.

       3650-ADD-PROJECTED-JOB.
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-JOB-IDX
           PERFORM 2200-START-JOB-ENTRY
           MOVE BCT-PROGRAM-ID TO WS-JOB-PROGRAM (WS-JOB-IDX)
           SET WS-JOB-PROJECTED (WS-JOB-IDX) TO TRUE
           ADD 1 TO WS-PROJECTED-COUNT
           PERFORM 3100-AVERAGE-JOB
           IF WS-JOB-END-SECS (WS-PRED-IDX) > WS-NOW-SECS
               MOVE WS-JOB-END-SECS (WS-PRED-IDX)
                   TO WS-JOB-START-SECS (WS-JOB-IDX)
           ELSE
               MOVE WS-NOW-SECS TO WS-JOB-START-SECS (WS-JOB-IDX)
           END-IF
           MOVE WS-JOB-AVERAGE (WS-JOB-IDX)
               TO WS-JOB-DURATION (WS-JOB-IDX)
           COMPUTE WS-JOB-END-SECS (WS-JOB-IDX) =
               WS-JOB-START-SECS (WS-JOB-IDX)
               + WS-JOB-DURATION (WS-JOB-IDX).

      ****************************************************************************
      * The chain runs from the first start to the last (projected)
      * end; the critical path is walked back from the job that ends
      * last through each predecessor on the night's timeline.
      ****************************************************************************
       3700-MARK-CRITICAL-PATH.
           MOVE ZERO TO WS-LAST-JOB-IDX
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-IDX = 1
                       OR WS-JOB-START-SECS (WS-JOB-IDX)
                           < WS-CHAIN-START-SECS
                   MOVE WS-JOB-START-SECS (WS-JOB-IDX)
                       TO WS-CHAIN-START-SECS
               END-IF
               IF WS-JOB-END-SECS (WS-JOB-IDX) >= WS-CHAIN-END-SECS
                   MOVE WS-JOB-END-SECS (WS-JOB-IDX)
                       TO WS-CHAIN-END-SECS
                   MOVE WS-JOB-IDX TO WS-LAST-JOB-IDX
               END-IF
           END-PERFORM
           MOVE WS-LAST-JOB-IDX TO WS-PRED-IDX
           PERFORM UNTIL WS-PRED-IDX = ZERO
               SET WS-JOB-ON-CP (WS-PRED-IDX) TO TRUE
               MOVE WS-JOB-PREDECESSOR (WS-PRED-IDX) TO BCT-PROGRAM-ID
               MOVE ZERO TO WS-PRED-IDX
               IF BCT-PROGRAM-ID NOT = SPACES
                   PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                           UNTIL WS-JOB-IDX > WS-JOB-COUNT
                       IF WS-JOB-PROGRAM (WS-JOB-IDX) = BCT-PROGRAM-ID
                               AND NOT WS-JOB-ON-CP (WS-JOB-IDX)
                           MOVE WS-JOB-IDX TO WS-PRED-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-CHAIN-ELAPSED =
               WS-CHAIN-END-SECS - WS-CHAIN-START-SECS.

       4000-WRITE-TIMELINE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TIMELINE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-JOB-COUNT = ZERO
               MOVE 'NO JOB HAS STAMPED THIS PROCESSING DATE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 4050-SORT-TIMELINE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM 4100-WRITE-JOB-LINE
           END-PERFORM.

      ****************************************************************************
      * The stamps load in program-id order; put the table in start
      * order by insertion, jobs that have run before projected ones.
      * Every cross-reference by position (predecessor, critical path)
      * is settled by now, so the entries are free to move.
      ****************************************************************************
       4050-SORT-TIMELINE.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-JOB-COUNT
               MOVE WS-JOB-ENTRY (WS-SORT-IDX) TO WS-JOB-HOLD
               MOVE WS-HLD-START-SECS TO WS-HOLD-KEY
               IF WS-HLD-PROJECTED
                   ADD 1000000 TO WS-HOLD-KEY
               END-IF
               MOVE WS-SORT-IDX TO WS-JOB-IDX
               MOVE 'N' TO WS-SORT-DONE-SWITCH
               PERFORM UNTIL WS-JOB-IDX = 1 OR WS-SORT-DONE
                   COMPUTE WS-PREV-IDX = WS-JOB-IDX - 1
                   MOVE WS-JOB-START-SECS (WS-PREV-IDX) TO WS-PREV-KEY
                   IF WS-JOB-PROJECTED (WS-PREV-IDX)
                       ADD 1000000 TO WS-PREV-KEY
                   END-IF
                   IF WS-PREV-KEY > WS-HOLD-KEY
                       MOVE WS-JOB-ENTRY (WS-PREV-IDX)
                           TO WS-JOB-ENTRY (WS-JOB-IDX)
                       MOVE WS-PREV-IDX TO WS-JOB-IDX
                   ELSE
                       SET WS-SORT-DONE TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-JOB-HOLD TO WS-JOB-ENTRY (WS-JOB-IDX)
           END-PERFORM.

       4100-WRITE-JOB-LINE.
           MOVE WS-JOB-PROGRAM (WS-JOB-IDX) TO WS-TML-PROGRAM
           EVALUATE TRUE
               WHEN WS-JOB-COMPLETED (WS-JOB-IDX)
                   MOVE 'COMPLETE' TO WS-TML-STATE
               WHEN WS-JOB-RUNNING (WS-JOB-IDX)
                   MOVE 'RUNNING' TO WS-TML-STATE
               WHEN OTHER
                   MOVE 'PROJECTED' TO WS-TML-STATE
           END-EVALUATE
           MOVE WS-JOB-START-SECS (WS-JOB-IDX) TO WS-HMS-SECS
           PERFORM 9050-SECONDS-TO-HMS
           MOVE WS-HMS-OUT TO WS-TML-START
           IF WS-JOB-COMPLETED (WS-JOB-IDX)
               MOVE WS-JOB-END-SECS (WS-JOB-IDX) TO WS-HMS-SECS
               PERFORM 9050-SECONDS-TO-HMS
               MOVE WS-HMS-OUT TO WS-TML-END
           ELSE
               MOVE SPACES TO WS-TML-END
           END-IF
           IF WS-JOB-PROJECTED (WS-JOB-IDX)
               MOVE SPACES TO WS-TML-ELAPSED
           ELSE
               MOVE WS-JOB-DURATION (WS-JOB-IDX) TO WS-HMS-SECS
               PERFORM 9050-SECONDS-TO-HMS
               MOVE WS-HMS-OUT TO WS-TML-ELAPSED
           END-IF
           IF WS-JOB-AVG-KNOWN (WS-JOB-IDX)
               MOVE WS-JOB-AVERAGE (WS-JOB-IDX) TO WS-HMS-SECS
               PERFORM 9050-SECONDS-TO-HMS
               MOVE WS-HMS-OUT TO WS-TML-AVERAGE
           ELSE
               MOVE SPACES TO WS-TML-AVERAGE
           END-IF
           MOVE WS-JOB-MARK (WS-JOB-IDX) TO WS-TML-MARK
           IF WS-JOB-ON-CP (WS-JOB-IDX)
               MOVE 'CP' TO WS-TML-CP
           ELSE
               MOVE SPACES TO WS-TML-CP
           END-IF
           MOVE WS-TIMELINE-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The chain against the window.  A cut-off earlier in the day
      * than the chain's first start is the next morning's.
      ****************************************************************************
       4500-WRITE-WINDOW-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-CUTOFF-SECS =
               WS-CUTOFF-HH * 3600 + WS-CUTOFF-MM * 60
           IF WS-CUTOFF-SECS < WS-CHAIN-START-SECS
               ADD 86400 TO WS-CUTOFF-SECS
           END-IF

           MOVE SPACES TO WS-WNL-TAG
           MOVE 'CHAIN FIRST START' TO WS-WNL-LABEL
           MOVE WS-CHAIN-START-SECS TO WS-HMS-SECS
           PERFORM 4900-WRITE-WINDOW-LINE
           IF WS-CHAIN-RUNNING
               MOVE 'CHAIN PROJECTED END' TO WS-WNL-LABEL
               MOVE 'STILL RUNNING' TO WS-WNL-TAG
           ELSE
               MOVE 'CHAIN LAST END' TO WS-WNL-LABEL
           END-IF
           MOVE WS-CHAIN-END-SECS TO WS-HMS-SECS
           PERFORM 4900-WRITE-WINDOW-LINE
           MOVE SPACES TO WS-WNL-TAG
           MOVE 'CHAIN ELAPSED' TO WS-WNL-LABEL
           MOVE WS-CHAIN-ELAPSED TO WS-HMS-SECS
           PERFORM 4900-WRITE-WINDOW-LINE
           MOVE 'BATCH-WINDOW CUT-OFF' TO WS-WNL-LABEL
           MOVE WS-CUTOFF-SECS TO WS-HMS-SECS
           PERFORM 4900-WRITE-WINDOW-LINE

           IF WS-CHAIN-END-SECS > WS-CUTOFF-SECS
               COMPUTE WS-GAP-SECS =
                   WS-CHAIN-END-SECS - WS-CUTOFF-SECS
               IF WS-CHAIN-RUNNING
                   MOVE 'PROJECTED OVERRUN' TO WS-WNL-LABEL
                   MOVE '*** WINDOW WILL BE BROKEN ***' TO WS-WNL-TAG
               ELSE
                   MOVE 'OVERRUN' TO WS-WNL-LABEL
                   MOVE '*** WINDOW BROKEN ***' TO WS-WNL-TAG
               END-IF
           ELSE
               COMPUTE WS-GAP-SECS =
                   WS-CUTOFF-SECS - WS-CHAIN-END-SECS
               IF WS-CHAIN-RUNNING
                   MOVE 'PROJECTED HEADROOM' TO WS-WNL-LABEL
               ELSE
                   MOVE 'HEADROOM' TO WS-WNL-LABEL
               END-IF
           END-IF
           MOVE WS-GAP-SECS TO WS-HMS-SECS
           PERFORM 4900-WRITE-WINDOW-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'JOBS OVER ' WS-TOLERANCE-PCT
               '% TOLERANCE ON THEIR AVERAGE: ' WS-OVER-TOL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CHAIN-END-SECS > WS-CUTOFF-SECS
               MOVE 'BATCH-WINDOW SLA: *FAIL* - SEE ABOVE'
                   TO REPORT-LINE
           ELSE
               MOVE 'BATCH-WINDOW SLA: PASS' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       4900-WRITE-WINDOW-LINE.
           PERFORM 9050-SECONDS-TO-HMS
           MOVE WS-HMS-OUT TO WS-WNL-VALUE
           MOVE WS-WINDOW-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-HISTORY.
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-COUNT
               MOVE WS-HIS-RECORD (WS-HIS-IDX) TO HIST-RECORD-OUT
               WRITE HIST-RECORD-OUT
           END-PERFORM.

       9000-TIME-TO-SECONDS.
           IF WS-TIME-WORK IS NUMERIC
               COMPUTE WS-SECONDS =
                   WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           ELSE
               MOVE ZERO TO WS-SECONDS
           END-IF.

      ****************************************************************************
      * Seconds to HH:MM:SS; a time past midnight of the processing
      * date shows as the next morning's clock time.
      ****************************************************************************
       9050-SECONDS-TO-HMS.
           IF WS-HMS-SECS >= 86400
               SUBTRACT 86400 FROM WS-HMS-SECS
           END-IF
           DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-HMS-REMAINDER
           DIVIDE WS-HMS-REMAINDER BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.

           COPY RUNLOGWR.
           COPY PRMGET.

       8000-FINALIZE.
           CLOSE HIST-OUT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBSLA001 - STAMPS READ     : ' WS-STAMP-COUNT
           DISPLAY 'CBSLA001 - JOBS COMPLETE   : ' WS-COMPLETED-COUNT
           DISPLAY 'CBSLA001 - JOBS RUNNING    : ' WS-RUNNING-COUNT
           DISPLAY 'CBSLA001 - JOBS PROJECTED  : ' WS-PROJECTED-COUNT
           DISPLAY 'CBSLA001 - OVER TOLERANCE  : ' WS-OVER-TOL-COUNT
           MOVE WS-CHAIN-ELAPSED TO WS-HMS-SECS
           PERFORM 9050-SECONDS-TO-HMS
           DISPLAY 'CBSLA001 - CHAIN ELAPSED   : ' WS-HMS-OUT
           MOVE 'CBSLA001' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-STAMP-COUNT TO WS-RUNLOG-RECORDS-READ
           COMPUTE WS-RUNLOG-PROCESSED =
               WS-STAMP-COUNT - WS-BAD-STAMP-COUNT
           MOVE WS-BAD-STAMP-COUNT TO WS-RUNLOG-REJECTED
           MOVE WS-CHAIN-ELAPSED TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG.
