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
      * CBAPR002 - nightly expiry sweep for unapproved C changes.
      *
      * A C flag/reason change keyed in CBMNT001 waits on the
      * pending-change KSDS (PNDREC) for a second operator's decision
      * in CBAPR001.  One nobody decides must not wait forever - it
      * blocks any further change to its record and, approved weeks
      * later, would apply a correction nobody remembers asking for.
      * This job walks the pending file and expires every change still
      * undecided past the cut-off: the entry is closed with status
      * 'E', nothing is applied, and the expiry is journaled to
      * AUDFILE under action 'E' in the keying operator's name (with
      * both keys and both images) so CBAUD001 reports it against the
      * operator whose change lapsed.  The report lists each change
      * expired and the count still awaiting approval.
      *
      * The cut-off is a zero-padded three-digit day count read from
      * the central runtime parameter file (PRMREC, maintained by
      * CBPRM001), the CBARC001 retention convention: a change keyed
      * on or before run date minus that many days expires.  CBAPR001
      * reads the same parameter and refuses to approve such a change
      * during the day.  A missing or malformed value stops the job.
      *
      * The sweep changes nothing on the R-file chain, so it has no
      * predecessor; it takes the usual run-sequence stamp and writes
      * its run-log entry like every batch job.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBAPR002.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO R-PND-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-RID
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO R-AUDIT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO APR-RPT-OUT
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
       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDFILE.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).

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

       01  WS-PND-FILE-STATUS              PIC X(2).
           88  WS-PND-FILE-OK              VALUE '00'.
           88  WS-PND-NO-FILE              VALUE '35'.

       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-NOT-FOUND          VALUE '35'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-EXPIRY-DAYS                  PIC 9(3)    VALUE ZERO.
       01  WS-RUN-DATE                     PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                           PIC 9(8).
       01  WS-CUTOFF-INT                   PIC S9(9)   VALUE ZERO.
       01  WS-KEYED-INT                    PIC S9(9)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-EXPIRED-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-STILL-PENDING-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-DECIDED-COUNT            PIC 9(9)    VALUE ZERO.

       01  WS-PARM-ECHO-LINE.
           05  FILLER              PIC X(16) VALUE 'RUN PARAMETER = '.
           05  WS-ECHO-VALUE       PIC X(16).

       01  WS-EXPIRED-LINE-OUT.
           05  FILLER              PIC X(8)  VALUE 'EXPIRED '.
           05  WS-EXP-RID          PIC 9(12).
           05  FILLER              PIC X(3)  VALUE ' C '.
           05  WS-EXP-OLD-KEY      PIC X(3).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  WS-EXP-NEW-KEY      PIC X(3).
           05  FILLER              PIC X(10) VALUE ' KEYED BY '.
           05  WS-EXP-OPERATOR     PIC X(8).
           05  FILLER              PIC X(4)  VALUE ' ON '.
           05  WS-EXP-DATE         PIC X(8).

       01  WS-TOTAL-LINE-OUT.
           05  FILLER              PIC X(16) VALUE 'CHANGES EXPIRED='.
           05  WS-TOT-EXPIRED      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(18)
                                   VALUE ' STILL AWAITING ='.
           05  WS-TOT-PENDING      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 3000-CHECK-PENDING-CHANGE
               END-READ
           END-PERFORM
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
      *    Parameter first, run-sequence stamp second: a missing or
      *    invalid parameter stops the run before the 'R' stamp is
      *    written, so fixing the parameter needs no CBBCT001 clear -
      *    the CBRCY001 ordering.
           MOVE 'CBAPR002' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           IF NOT WS-PRM-FOUND
                   OR WS-PRM-VALUE (1:3) IS NOT NUMERIC
               DISPLAY 'CBAPR002 - EXPIRY CUT-OFF PARAMETER MISSING '
                   'OR NOT 3 DIGITS, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRM-VALUE (1:3) TO WS-EXPIRY-DAYS

           MOVE 'CBAPR002' TO WS-BCTL-PROGRAM-ID
           MOVE SPACES TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               - WS-EXPIRY-DAYS

           OPEN I-O PENDING-FILE
           IF WS-PND-NO-FILE
               DISPLAY 'CBAPR002 - NO PENDING-CHANGE FILE, NOTHING '
                   'TO EXPIRE'
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-PND-FILE-OK
                   DISPLAY 'CBAPR002 - UNABLE TO OPEN PENDING-FILE, '
                       'STATUS=' WS-PND-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBAPR002 - UNABLE TO OPEN AUDIT-FILE, STATUS='
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBAPR002 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBAPR002 - UNAPPROVED C CHANGE EXPIRY'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRM-VALUE TO WS-ECHO-VALUE
           MOVE WS-PARM-ECHO-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Decided entries are history and are left alone.  A pending
      * entry whose keyed date cannot be read is expired too: it can
      * never be proved inside the cut-off.
      ****************************************************************************
       3000-CHECK-PENDING-CHANGE.
           IF NOT PND-PENDING
               ADD 1 TO WS-DECIDED-COUNT
           ELSE
               IF PND-KEYED-DATE-NUM IS NUMERIC
                   COMPUTE WS-KEYED-INT =
                       FUNCTION INTEGER-OF-DATE (PND-KEYED-DATE-NUM)
               ELSE
                   MOVE WS-CUTOFF-INT TO WS-KEYED-INT
               END-IF
               IF WS-KEYED-INT <= WS-CUTOFF-INT
                   PERFORM 3100-EXPIRE-CHANGE
               ELSE
                   ADD 1 TO WS-STILL-PENDING-COUNT
               END-IF
           END-IF.

       3100-EXPIRE-CHANGE.
           SET PND-EXPIRED TO TRUE
           MOVE 'CBAPR002' TO PND-DECIDED-BY
           ACCEPT PND-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT PND-DECIDED-TIME FROM TIME
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY 'CBAPR002 - PENDING REWRITE FAILED FOR ID '
                       PND-RID ', STATUS=' WS-PND-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE PND-KEYED-BY TO AUD-OPERATOR-ID
                   MOVE PND-DECIDED-DATE TO AUD-DATE
                   MOVE PND-DECIDED-TIME TO AUD-TIME
                   SET AUD-CHANGE-EXPIRED TO TRUE
                   MOVE PND-ORIGINAL-KEY TO AUD-ORIGINAL-KEY
                   MOVE PND-NEW-KEY TO AUD-NEW-KEY
                   MOVE PND-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE PND-AFTER-IMAGE TO AUD-AFTER-IMAGE
                   WRITE AUDIT-RECORD
                   IF NOT WS-AUDIT-FILE-OK
                       DISPLAY 'CBAPR002 - AUDIT WRITE FAILED, STATUS='
                           WS-AUDIT-FILE-STATUS
                   END-IF
                   MOVE PND-RID TO WS-EXP-RID
                   MOVE PND-ORIGINAL-KEY TO WS-EXP-OLD-KEY
                   MOVE PND-NEW-KEY TO WS-EXP-NEW-KEY
                   MOVE PND-KEYED-BY TO WS-EXP-OPERATOR
                   MOVE PND-KEYED-DATE TO WS-EXP-DATE
                   MOVE WS-EXPIRED-LINE-OUT TO REPORT-LINE
                   WRITE REPORT-LINE
           END-REWRITE.

       8000-FINALIZE.
           MOVE WS-EXPIRED-COUNT TO WS-TOT-EXPIRED
           MOVE WS-STILL-PENDING-COUNT TO WS-TOT-PENDING
           MOVE WS-TOTAL-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-PND-NO-FILE
               CLOSE PENDING-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBAPR002 - ENTRIES READ    : ' WS-RECORD-COUNT
           DISPLAY 'CBAPR002 - ALREADY DECIDED : ' WS-DECIDED-COUNT
           DISPLAY 'CBAPR002 - EXPIRED         : ' WS-EXPIRED-COUNT
           DISPLAY 'CBAPR002 - STILL AWAITING  : '
               WS-STILL-PENDING-COUNT
           MOVE 'CBAPR002' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-RECORD-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-EXPIRED-COUNT TO WS-RUNLOG-PROCESSED
           MOVE ZERO TO WS-RUNLOG-REJECTED
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.

           COPY RUNLOGWR.
           COPY PRMGET.
           COPY BCTLCK.
