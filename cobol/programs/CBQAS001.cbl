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
      * CBQAS001 - nightly quality sample of the gated population.
      *
      * The gate proves a record is well formed, not that it is right.
      * This job draws a random sample from the CBVAL001 good file,
      * stratified by C flag-plus-reason cell, and queues every record
      * it draws on the quality review queue (QASREC KSDS) for a
      * reviewer to check by hand in the CBQAS002 transaction; the
      * monthly CBQAS003 report turns the outcomes into a measured
      * error rate.
      *
      * The sample size per cell and the sample seed are the central
      * runtime parameter (PRMREC, maintained by CBPRM001): three
      * digits, optionally followed by a space and a nine-digit seed
      * ('005' or '005 000004711').  A cell smaller than the sample
      * size is taken whole.  A missing or invalid parameter stops the
      * job.
      *
      * The draw is repeatable: the random sequence (the Park-Miller
      * minimal standard generator, in plain integer arithmetic) starts
      * from the seed plus the run date, so the same good file, seed
      * and date always draw the same records, and an auditor given the
      * seed can redraw any night's sample.  Selection is sequential
      * (Knuth's selection sampling): a first pass counts each cell,
      * the second takes each record with probability records still
      * needed over records still to come, so exactly the sample size
      * is drawn from each cell, every record equally likely, with
      * nothing held in storage but the cell counts.
      *
      * Each queued record carries its id, its sender of origin read in
      * step from the good-origin companion CBVAL001 writes beside the
      * good file (SNDORG; a missing or out-of-step companion queues
      * sender zero and is counted), its A occurrences decoded one
      * B1/B2 pair at a time, and the record as the gate passed it.  A
      * rerun the same night draws the same sample and refreshes the
      * entries still awaiting review; an entry already reviewed is
      * left exactly as it was.  The report shows each cell's
      * population and sample and closes with a sample control: every
      * cell drew what it should have and every draw was queued.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBQAS001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT R-FILE ASSIGN TO R-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-R-FILE-STATUS.

           SELECT GOOD-ORIGIN-FILE ASSIGN TO R-GOOD-ORIGIN-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO R-REJECT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT QA-QUEUE-FILE ASSIGN TO R-QAS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QAS-KEY
               FILE STATUS IS WS-QAS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO QAS-RPT-OUT
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
       FD  R-FILE
           RECORD IS VARYING IN SIZE FROM 17 TO 215 CHARACTERS
               DEPENDING ON WS-R-REC-LEN.
           COPY RVAR.
           COPY HDRTRL.

       FD  GOOD-ORIGIN-FILE
           RECORDING MODE IS F.
           COPY SNDORG.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJFILE.

       FD  QA-QUEUE-FILE
           RECORDING MODE IS F.
           COPY QASREC.

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
           COPY RVARWS.

           COPY RRAW.

       01  WS-R-REC-LEN                    PIC 9(3)    VALUE ZERO.

       COPY RREC REPLACING ==R== BY ==WS-R-RECORD==.

       01  WS-MAP-IDX                      PIC 9(3).
       01  WS-MAP-OFFSET                   PIC 9(3).

       01  WS-R-FILE-STATUS                PIC X(2).
           88  WS-R-FILE-OK                VALUE '00'.

       01  WS-ORIGIN-FILE-STATUS           PIC X(2).
           88  WS-ORIGIN-FILE-OK           VALUE '00'.
           88  WS-ORIGIN-NOT-FOUND         VALUE '35'.

       01  WS-REJECT-FILE-STATUS           PIC X(2).
           88  WS-REJECT-FILE-OK           VALUE '00'.

       01  WS-QAS-FILE-STATUS              PIC X(2).
           88  WS-QAS-FILE-OK              VALUE '00'.
           88  WS-QAS-DUPLICATE            VALUE '22'.
           88  WS-QAS-NO-FILE              VALUE '35'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-N-VALID-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-N-VALID                              VALUE 'Y'.
           88  WS-N-INVALID                            VALUE 'N'.

       01  WS-PASS-NO                      PIC 9(1)    VALUE 1.
           88  WS-COUNTING-PASS                        VALUE 1.
           88  WS-SAMPLING-PASS                        VALUE 2.

       01  WS-ORIGIN-OPEN-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-ORIGIN-OPEN                          VALUE 'Y'.

       01  WS-ORIGIN-STEP-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-ORIGIN-IN-STEP                       VALUE 'Y'.

      ****************************************************************************
      * The current good record's sender of origin, copied out of the
      * origin file's record area after an in-step read and zero
      * otherwise, so nothing touches that area when the file is not
      * open.
      ****************************************************************************
       01  WS-ORIGIN-SENDER-NO             PIC 9(1)    VALUE ZERO.
       01  WS-ORIGIN-SENDER-POS            PIC 9(9)    VALUE ZERO.
       01  WS-ORIGIN-TRANS-DATE            PIC X(8)    VALUE SPACES.
       01  WS-ORIGIN-SOURCE                PIC X(1)    VALUE SPACE.

       01  WS-SELECTED-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-SELECTED                             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-PASS2-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-POPULATION-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-WANTED-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-DRAWN-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-QUEUED-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-REFRESHED-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-KEPT-COUNT               PIC 9(9)    VALUE ZERO.
           05  WS-QUEUE-FAIL-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-NO-ORIGIN-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-SHORT-CELL-COUNT         PIC 9(9)    VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                           PIC 9(8).
       01  WS-SAMPLE-SIZE                  PIC 9(3)    VALUE ZERO.
       01  WS-SEED                         PIC 9(9)    VALUE ZERO.
       01  WS-SAMPLE-SEQ                   PIC 9(5)    VALUE ZERO.
       01  WS-SAMPLE-SEQ-MAX               PIC 9(5)    VALUE 99999.
       01  WS-FIND-KEY                     PIC X(3).
       01  WS-REMAINING                    PIC 9(9).
       01  WS-NEEDED                       PIC 9(9).
       01  WS-QAS-ENTRY                    PIC X(517).

      ****************************************************************************
      * Park-Miller minimal standard generator: state = state * 16807
      * mod (2**31 - 1), never zero; the fraction is state over the
      * modulus, strictly between zero and one.  The starting state is
      * seed plus run date folded into 1 thru modulus - 1.
      ****************************************************************************
       01  WS-RAND-MODULUS                 PIC 9(10)   VALUE 2147483647.
       01  WS-RAND-RANGE                   PIC 9(10)   VALUE 2147483646.
       01  WS-RAND-MULTIPLIER              PIC 9(5)    VALUE 16807.
       01  WS-RAND-STATE                   PIC 9(10)   VALUE ZERO.
       01  WS-RAND-START                   PIC 9(10)   VALUE ZERO.
       01  WS-RAND-WORK                    PIC 9(15)   VALUE ZERO.
       01  WS-RAND-QUOTIENT                PIC 9(15)   VALUE ZERO.
       01  WS-RAND-FRACTION                PIC V9(9)   VALUE ZERO.
       01  WS-RAND-TEST                    PIC 9(9)V9(9)
                                                       VALUE ZERO.

       01  WS-CELL-MAX                     PIC 9(4)    VALUE 1000.
       01  WS-CELL-COUNT                   PIC 9(4)    VALUE ZERO.
       01  WS-CELL-IDX                     PIC 9(4).
       01  WS-SHIFT-IDX                    PIC 9(4).
       01  WS-CELL-FOUND-SWITCH            PIC X(1).
           88  WS-CELL-FOUND                           VALUE 'Y'.
       01  WS-CELL-TABLE.
           05  WS-CEL-ENTRY OCCURS 1000 TIMES.
               10  WS-CEL-KEY              PIC X(3).
               10  WS-CEL-POPULATION       PIC 9(9).
               10  WS-CEL-WANTED           PIC 9(9).
               10  WS-CEL-SEEN             PIC 9(9).
               10  WS-CEL-DRAWN            PIC 9(9).

       01  WS-PARM-ECHO-LINE.
           05  FILLER              PIC X(16) VALUE 'RUN PARAMETER = '.
           05  WS-ECHO-VALUE       PIC X(16).

       01  WS-SEED-LINE-OUT.
           05  FILLER              PIC X(16) VALUE 'SAMPLE SIZE   = '.
           05  WS-SDL-SIZE         PIC ZZ9.
           05  FILLER              PIC X(10) VALUE '   SEED = '.
           05  WS-SDL-SEED         PIC 9(9).
           05  FILLER              PIC X(17) VALUE '   START STATE = '.
           05  WS-SDL-START        PIC 9(10).

       01  WS-CELL-HEADING.
           05  FILLER              PIC X(20) VALUE 'FLAG REASON'.
           05  FILLER              PIC X(20) VALUE
               '          POPULATION'.
           05  FILLER              PIC X(20) VALUE
               '              WANTED'.
           05  FILLER              PIC X(20) VALUE
               '               DRAWN'.

       01  WS-CELL-LINE-OUT.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CLL-FLAG         PIC X(1).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-CLL-REASON       PIC X(2).
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  WS-CLL-POPULATION   PIC Z(19)9.
           05  WS-CLL-WANTED       PIC Z(19)9.
           05  WS-CLL-DRAWN        PIC Z(19)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CLL-MARK         PIC X(8).

       01  WS-COUNT-LINE-OUT.
           05  WS-CTL-LABEL                PIC X(40).
           05  WS-CTL-VALUE                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               PERFORM 2000-READ-R-RECORD
               IF NOT WS-EOF AND WS-VAR-OK
                   PERFORM 9100-VALIDATE-N
                   IF WS-N-VALID
                       PERFORM 9200-MAP-RAW-TO-TYPED
                       PERFORM 3000-COUNT-CELL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3500-SET-CELL-SAMPLES
           PERFORM 4000-DRAW-SAMPLE
           PERFORM 5000-WRITE-REPORT
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
      *    Parameter first, run-sequence stamp second: a missing or
      *    invalid parameter stops the run before the 'R' stamp is
      *    written, so fixing the parameter needs no CBBCT001 clear -
      *    the CBRCY001 ordering.
           MOVE 'CBQAS001' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           IF NOT WS-PRM-FOUND
                   OR WS-PRM-VALUE (1:3) IS NOT NUMERIC
                   OR WS-PRM-VALUE (1:3) = '000'
               DISPLAY 'CBQAS001 - SAMPLE SIZE PARAMETER MISSING OR '
                   'NOT 3 DIGITS ABOVE ZERO, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRM-VALUE (1:3) TO WS-SAMPLE-SIZE
           IF WS-PRM-VALUE (4:13) NOT = SPACES
               IF WS-PRM-VALUE (4:1) NOT = SPACE
                       OR WS-PRM-VALUE (5:9) IS NOT NUMERIC
                       OR WS-PRM-VALUE (14:3) NOT = SPACES
                   DISPLAY 'CBQAS001 - SEED IN PARAMETER IS NOT A '
                       'SPACE AND 9 DIGITS, JOB STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PRM-VALUE (5:9) TO WS-SEED
           END-IF

           MOVE 'CBQAS001' TO WS-BCTL-PROGRAM-ID
           MOVE 'CBVAL001' TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RAND-WORK = WS-SEED + WS-RUN-DATE-NUM
           DIVIDE WS-RAND-WORK BY WS-RAND-RANGE
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE
           ADD 1 TO WS-RAND-STATE
           MOVE WS-RAND-STATE TO WS-RAND-START

           MOVE ZEROS TO WS-CELL-TABLE

           OPEN INPUT R-FILE
           IF NOT WS-R-FILE-OK
               DISPLAY 'CBQAS001 - UNABLE TO OPEN R-FILE, STATUS='
                   WS-R-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF NOT WS-REJECT-FILE-OK
               DISPLAY 'CBQAS001 - UNABLE TO OPEN REJECT-FILE, STATUS='
                   WS-REJECT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN I-O QA-QUEUE-FILE
           IF WS-QAS-NO-FILE
               DISPLAY 'CBQAS001 - REVIEW QUEUE NOT FOUND, CREATING'
               OPEN OUTPUT QA-QUEUE-FILE
               IF WS-QAS-FILE-OK
                   CLOSE QA-QUEUE-FILE
                   OPEN I-O QA-QUEUE-FILE
               END-IF
           END-IF
           IF NOT WS-QAS-FILE-OK
               DISPLAY 'CBQAS001 - UNABLE TO OPEN QA-QUEUE-FILE, '
                   'STATUS=' WS-QAS-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBQAS001 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'CBQAS001 - QUALITY SAMPLE OF THE GOOD FILE BY '
               'C FLAG AND REASON, RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRM-VALUE TO WS-ECHO-VALUE
           MOVE WS-PARM-ECHO-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SAMPLE-SIZE TO WS-SDL-SIZE
           MOVE WS-SEED TO WS-SDL-SEED
           MOVE WS-RAND-START TO WS-SDL-START
           MOVE WS-SEED-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 9050-SKIP-HEADER-RECORD.

       2000-READ-R-RECORD.
           READ R-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CTL-IS-TRAILER
                       SET WS-EOF TO TRUE
                   ELSE
                       IF WS-COUNTING-PASS
                           ADD 1 TO WS-RECORD-COUNT
                       ELSE
                           ADD 1 TO WS-PASS2-COUNT
                           PERFORM 2100-READ-ORIGIN
                       END-IF
                       MOVE R-VAR-RECORD TO WS-R-VAR-DATA
                       MOVE WS-R-REC-LEN TO WS-R-VAR-LEN
                       PERFORM 9150-EXPAND-R-RECORD
                   END-IF
           END-READ.

      ****************************************************************************
      * The good record's origin, read in step on the sampling pass.
      * Once the companion ends early or its sequence disagrees with
      * the good-file count it is not trusted again this run, and
      * every draw from there on is queued with sender zero.
      ****************************************************************************
       2100-READ-ORIGIN.
           IF WS-ORIGIN-IN-STEP
               READ GOOD-ORIGIN-FILE
                   AT END
                       DISPLAY 'CBQAS001 - *** GOOD-ORIGIN FILE ENDS '
                           'BEFORE GOOD RECORD ' WS-PASS2-COUNT
                           ', SENDERS UNKNOWN FROM HERE ***'
                       MOVE 'N' TO WS-ORIGIN-STEP-SWITCH
                   NOT AT END
                       IF ORG-GATE-SEQ NOT = WS-PASS2-COUNT
                           DISPLAY 'CBQAS001 - *** GOOD-ORIGIN FILE '
                               'OUT OF STEP AT GOOD RECORD '
                               WS-PASS2-COUNT
                               ', SENDERS UNKNOWN FROM HERE ***'
                           MOVE 'N' TO WS-ORIGIN-STEP-SWITCH
                       END-IF
               END-READ
           END-IF
           IF WS-ORIGIN-IN-STEP
               MOVE ORG-SENDER-NO TO WS-ORIGIN-SENDER-NO
               MOVE ORG-SENDER-POS TO WS-ORIGIN-SENDER-POS
               MOVE ORG-TRANS-DATE TO WS-ORIGIN-TRANS-DATE
               MOVE ORG-SOURCE TO WS-ORIGIN-SOURCE
           ELSE
               MOVE ZERO TO WS-ORIGIN-SENDER-NO
               MOVE ZERO TO WS-ORIGIN-SENDER-POS
               MOVE SPACES TO WS-ORIGIN-TRANS-DATE
               MOVE SPACE TO WS-ORIGIN-SOURCE
           END-IF.

       3000-COUNT-CELL.
           MOVE C-DATA OF WS-R-RECORD TO WS-FIND-KEY
           PERFORM 6000-FIND-CELL
           ADD 1 TO WS-CEL-POPULATION (WS-CELL-IDX)
           ADD 1 TO WS-POPULATION-COUNT.

      ****************************************************************************
      * Each cell wants the sample size, or the whole cell when it is
      * smaller.
      ****************************************************************************
       3500-SET-CELL-SAMPLES.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CEL-POPULATION (WS-CELL-IDX) < WS-SAMPLE-SIZE
                   MOVE WS-CEL-POPULATION (WS-CELL-IDX)
                       TO WS-CEL-WANTED (WS-CELL-IDX)
                   ADD 1 TO WS-SHORT-CELL-COUNT
               ELSE
                   MOVE WS-SAMPLE-SIZE TO WS-CEL-WANTED (WS-CELL-IDX)
               END-IF
               ADD WS-CEL-WANTED (WS-CELL-IDX) TO WS-WANTED-COUNT
           END-PERFORM.

      ****************************************************************************
      * Second pass over the good file: rewind and draw.  Pass one
      * already rejected every record the expand or the N edit
      * refused, so the shared expand is told not to reject them again
      * and the N edit is a plain test here (the CBARC001 pattern).
      ****************************************************************************
       4000-DRAW-SAMPLE.
           CLOSE R-FILE
           OPEN INPUT R-FILE
           IF NOT WS-R-FILE-OK
               DISPLAY 'CBQAS001 - UNABLE TO REOPEN R-FILE, STATUS='
                   WS-R-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT GOOD-ORIGIN-FILE
           EVALUATE TRUE
               WHEN WS-ORIGIN-FILE-OK
                   SET WS-ORIGIN-OPEN TO TRUE
                   SET WS-ORIGIN-IN-STEP TO TRUE
               WHEN WS-ORIGIN-NOT-FOUND
                   DISPLAY 'CBQAS001 - NO GOOD-ORIGIN FILE, SAMPLES '
                       'CARRY NO SENDER'
               WHEN OTHER
                   DISPLAY 'CBQAS001 - *** UNABLE TO OPEN GOOD-ORIGIN-'
                       'FILE, STATUS=' WS-ORIGIN-FILE-STATUS
                       ' - SAMPLES CARRY NO SENDER ***'
           END-EVALUATE

           MOVE 2 TO WS-PASS-NO
           MOVE 'N' TO WS-VAR-REJ-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 9050-SKIP-HEADER-RECORD
           PERFORM UNTIL WS-EOF
               PERFORM 2000-READ-R-RECORD
               IF NOT WS-EOF AND WS-VAR-OK
                   IF RRAW-N IS NUMERIC
                       PERFORM 9200-MAP-RAW-TO-TYPED
                       PERFORM 4100-CONSIDER-RECORD
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ORIGIN-OPEN
               CLOSE GOOD-ORIGIN-FILE
           END-IF.

      ****************************************************************************
      * Selection sampling: with NEEDED records still to draw from the
      * REMAINING records of the cell not yet seen, take this one when
      * a uniform fraction times REMAINING falls below NEEDED.  When
      * every remaining record is needed no draw is spent on it.
      ****************************************************************************
       4100-CONSIDER-RECORD.
           MOVE C-DATA OF WS-R-RECORD TO WS-FIND-KEY
           PERFORM 6000-FIND-CELL
           MOVE 'N' TO WS-SELECTED-SWITCH
           IF WS-CEL-SEEN (WS-CELL-IDX)
                   < WS-CEL-POPULATION (WS-CELL-IDX)
               COMPUTE WS-REMAINING = WS-CEL-POPULATION (WS-CELL-IDX)
                   - WS-CEL-SEEN (WS-CELL-IDX)
           ELSE
               MOVE ZERO TO WS-REMAINING
           END-IF
           IF WS-CEL-DRAWN (WS-CELL-IDX) < WS-CEL-WANTED (WS-CELL-IDX)
               COMPUTE WS-NEEDED = WS-CEL-WANTED (WS-CELL-IDX)
                   - WS-CEL-DRAWN (WS-CELL-IDX)
           ELSE
               MOVE ZERO TO WS-NEEDED
           END-IF
           EVALUATE TRUE
               WHEN WS-NEEDED = ZERO
                   CONTINUE
               WHEN WS-NEEDED >= WS-REMAINING
                   SET WS-SELECTED TO TRUE
               WHEN OTHER
                   PERFORM 4200-NEXT-RANDOM
                   COMPUTE WS-RAND-TEST =
                       WS-RAND-FRACTION * WS-REMAINING
                   IF WS-RAND-TEST < WS-NEEDED
                       SET WS-SELECTED TO TRUE
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-CEL-SEEN (WS-CELL-IDX)
           IF WS-SELECTED
               ADD 1 TO WS-CEL-DRAWN (WS-CELL-IDX)
               ADD 1 TO WS-DRAWN-COUNT
               PERFORM 4300-QUEUE-SAMPLE
           END-IF.

       4200-NEXT-RANDOM.
           MULTIPLY WS-RAND-STATE BY WS-RAND-MULTIPLIER
               GIVING WS-RAND-WORK
           DIVIDE WS-RAND-WORK BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE
           DIVIDE WS-RAND-STATE BY WS-RAND-MODULUS
               GIVING WS-RAND-FRACTION.

      ****************************************************************************
      * Queue the drawn record, A decoded pair by pair.  A key already
      * on the queue is tonight's rerun: an entry still awaiting review
      * is refreshed, a reviewed one is never touched.
      ****************************************************************************
       4300-QUEUE-SAMPLE.
           IF WS-SAMPLE-SEQ >= WS-SAMPLE-SEQ-MAX
               ADD 1 TO WS-QUEUE-FAIL-COUNT
               IF WS-QUEUE-FAIL-COUNT = 1
                   DISPLAY 'CBQAS001 - *** REVIEW QUEUE SEQUENCE FULL '
                       'AT ' WS-SAMPLE-SEQ-MAX ', LATER DRAWS NOT '
                       'QUEUED ***'
               END-IF
           ELSE
               ADD 1 TO WS-SAMPLE-SEQ
               MOVE SPACES TO QA-SAMPLE-RECORD
               MOVE WS-RUN-DATE TO QAS-SAMPLE-DATE
               MOVE WS-SAMPLE-SEQ TO QAS-SAMPLE-SEQ
               SET QAS-AWAITING TO TRUE
               MOVE WS-FIND-KEY TO QAS-CELL-KEY
               MOVE R-ID OF WS-R-RECORD TO QAS-RID
               MOVE WS-ORIGIN-SENDER-NO TO QAS-SENDER-NO
               MOVE WS-ORIGIN-SENDER-POS TO QAS-SENDER-POS
               MOVE WS-ORIGIN-TRANS-DATE TO QAS-TRANS-DATE
               MOVE WS-ORIGIN-SOURCE TO QAS-SOURCE
               IF NOT WS-ORIGIN-IN-STEP
                   ADD 1 TO WS-NO-ORIGIN-COUNT
               END-IF
               MOVE WS-PASS2-COUNT TO QAS-GATE-SEQ
               MOVE WS-CEL-POPULATION (WS-CELL-IDX)
                   TO QAS-CELL-POPULATION
               MOVE WS-SEED TO QAS-SEED
               MOVE N OF WS-R-RECORD TO QAS-N
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > N OF WS-R-RECORD
                   MOVE B1 OF WS-R-RECORD (WS-MAP-IDX)
                       TO QAS-B1 (WS-MAP-IDX)
                   MOVE B2 OF WS-R-RECORD (WS-MAP-IDX)
                       TO QAS-B2 (WS-MAP-IDX)
               END-PERFORM
               MOVE RRAW-RECORD TO QAS-RECORD-IMAGE
               WRITE QA-SAMPLE-RECORD
                   INVALID KEY
                       PERFORM 4400-REFRESH-SAMPLE
                   NOT INVALID KEY
                       ADD 1 TO WS-QUEUED-COUNT
               END-WRITE
           END-IF.

       4400-REFRESH-SAMPLE.
           IF NOT WS-QAS-DUPLICATE
               DISPLAY 'CBQAS001 - *** QUEUE WRITE FAILED, STATUS='
                   WS-QAS-FILE-STATUS ' - SAMPLE ' WS-SAMPLE-SEQ
                   ' NOT QUEUED ***'
               ADD 1 TO WS-QUEUE-FAIL-COUNT
           ELSE
               MOVE QA-SAMPLE-RECORD TO WS-QAS-ENTRY
               READ QA-QUEUE-FILE
                   INVALID KEY
                       DISPLAY 'CBQAS001 - *** QUEUE READ FAILED, '
                           'STATUS=' WS-QAS-FILE-STATUS ' - SAMPLE '
                           WS-SAMPLE-SEQ ' NOT QUEUED ***'
                       ADD 1 TO WS-QUEUE-FAIL-COUNT
                   NOT INVALID KEY
                       IF QAS-AWAITING
                           MOVE WS-QAS-ENTRY TO QA-SAMPLE-RECORD
                           REWRITE QA-SAMPLE-RECORD
                               INVALID KEY
                                   DISPLAY 'CBQAS001 - *** QUEUE '
                                       'REWRITE FAILED, STATUS='
                                       WS-QAS-FILE-STATUS
                                   ADD 1 TO WS-QUEUE-FAIL-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO WS-REFRESHED-COUNT
                           END-REWRITE
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-IF.

       5000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CELL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               MOVE WS-CEL-KEY (WS-CELL-IDX) (1:1) TO WS-CLL-FLAG
               MOVE WS-CEL-KEY (WS-CELL-IDX) (2:2) TO WS-CLL-REASON
               MOVE WS-CEL-POPULATION (WS-CELL-IDX)
                   TO WS-CLL-POPULATION
               MOVE WS-CEL-WANTED (WS-CELL-IDX) TO WS-CLL-WANTED
               MOVE WS-CEL-DRAWN (WS-CELL-IDX) TO WS-CLL-DRAWN
               MOVE SPACES TO WS-CLL-MARK
               EVALUATE TRUE
                   WHEN WS-CEL-DRAWN (WS-CELL-IDX)
                           NOT = WS-CEL-WANTED (WS-CELL-IDX)
                       MOVE '*SHORT*' TO WS-CLL-MARK
                   WHEN WS-CEL-WANTED (WS-CELL-IDX)
                           = WS-CEL-POPULATION (WS-CELL-IDX)
                       MOVE 'WHOLE' TO WS-CLL-MARK
               END-EVALUATE
               MOVE WS-CELL-LINE-OUT TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GOOD RECORDS READ' TO WS-CTL-LABEL
           MOVE WS-RECORD-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'RECORDS IN A CELL' TO WS-CTL-LABEL
           MOVE WS-POPULATION-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'CELLS' TO WS-CTL-LABEL
           MOVE WS-CELL-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'CELLS TAKEN WHOLE' TO WS-CTL-LABEL
           MOVE WS-SHORT-CELL-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'RECORDS WANTED' TO WS-CTL-LABEL
           MOVE WS-WANTED-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'RECORDS DRAWN' TO WS-CTL-LABEL
           MOVE WS-DRAWN-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'QUEUED FOR REVIEW' TO WS-CTL-LABEL
           MOVE WS-QUEUED-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'REFRESHED ON THE QUEUE (RERUN)' TO WS-CTL-LABEL
           MOVE WS-REFRESHED-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'ALREADY REVIEWED, KEPT (RERUN)' TO WS-CTL-LABEL
           MOVE WS-KEPT-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'NOT QUEUED' TO WS-CTL-LABEL
           MOVE WS-QUEUE-FAIL-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE 'QUEUED WITHOUT A SENDER' TO WS-CTL-LABEL
           MOVE WS-NO-ORIGIN-COUNT TO WS-CTL-VALUE
           PERFORM 5100-WRITE-COUNT-LINE

      *    Both passes read the same file, so every cell must have
      *    drawn exactly what it wanted and every draw must be on the
      *    queue; anything else means the file changed under the job
      *    or the queue refused a write.
           MOVE SPACES TO REPORT-LINE
           IF WS-DRAWN-COUNT = WS-WANTED-COUNT
                   AND WS-PASS2-COUNT = WS-RECORD-COUNT
                   AND WS-QUEUE-FAIL-COUNT = ZERO
               MOVE 'SAMPLE CONTROL: PASS' TO REPORT-LINE
           ELSE
               MOVE 'SAMPLE CONTROL: *FAIL* - SEE ABOVE'
                   TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE.

       5100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Find a cell by key, inserting it in key order when new, so the
      * report comes out sorted (the CBROL001 table).
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
                   DISPLAY 'CBQAS001 - *** CELL TABLE FULL AT '
                       WS-CELL-MAX ', SAMPLE ABANDONED ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           COPY VALIDN.
           COPY RVARIO.
           COPY HDRCHK.
           COPY MAPRAW.

           COPY RUNLOGWR.
           COPY PRMGET.
           COPY BCTLCK.

       8000-FINALIZE.
           CLOSE R-FILE
           CLOSE REJECT-FILE
           CLOSE QA-QUEUE-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBQAS001 - GOOD RECORDS READ : ' WS-RECORD-COUNT
           DISPLAY 'CBQAS001 - CELLS             : ' WS-CELL-COUNT
           DISPLAY 'CBQAS001 - RECORDS DRAWN     : ' WS-DRAWN-COUNT
           DISPLAY 'CBQAS001 - QUEUED            : ' WS-QUEUED-COUNT
           DISPLAY 'CBQAS001 - REFRESHED         : ' WS-REFRESHED-COUNT
           DISPLAY 'CBQAS001 - NOT QUEUED        : '
               WS-QUEUE-FAIL-COUNT
           DISPLAY 'CBQAS001 - NO SENDER         : '
               WS-NO-ORIGIN-COUNT
           MOVE 'CBQAS001' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-RECORD-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-DRAWN-COUNT TO WS-RUNLOG-PROCESSED
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECTED
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.
