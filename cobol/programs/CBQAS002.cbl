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
      * CBQAS002 - quality review transaction, line mode.
      *
      * Works the review queue CBQAS001 fills each night (QASREC KSDS):
      * the reviewer signs on (authority level 2, through the shared
      * OPRSGN check, refusals journaled to AUDFILE under action 'D'),
      * optionally keys the sample date to start from, and is stepped
      * through every sampled record still awaiting review, oldest
      * first.  Each record shows its id, C cell and the cell's
      * population that night, its sender of origin, and its A
      * occurrences decoded B1/B2 pair by pair; the reviewer checks it
      * against the source and answers:
      *
      *   P - pass: the record is right; a finding code may be keyed
      *       as an observation, or left blank;
      *   F - fail: the record is wrong; a finding code is required;
      *   S - skip: leave it awaiting review and show the next;
      *   Q - quit.
      *
      * A pass or fail is recorded on the queue entry with the finding
      * code, the reviewer and when, and journaled to AUDFILE under
      * action 'Q' (see AUDFILE for the layout), so every outcome the
      * monthly CBQAS003 error-rate report counts can be traced to who
      * decided it.  An entry once reviewed is never offered again.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBQAS002.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-QUEUE-FILE ASSIGN TO R-QAS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAS-KEY
               FILE STATUS IS WS-QAS-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO R-OPR-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO R-AUDIT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-QUEUE-FILE
           RECORDING MODE IS F.
           COPY QASREC.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY OPRREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDFILE.

       WORKING-STORAGE SECTION.
           COPY OPRSGNWS.

       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-NOT-FOUND          VALUE '35'.

       01  WS-QAS-FILE-STATUS              PIC X(2).
           88  WS-QAS-FILE-OK              VALUE '00'.
           88  WS-QAS-NOT-FOUND            VALUE '23'.

       01  WS-DONE-SWITCH                  PIC X(1)    VALUE 'N'.
           88  WS-DONE                                 VALUE 'Y'.

       01  WS-ANSWERED-SWITCH              PIC X(1).
           88  WS-ANSWERED                             VALUE 'Y'.

       01  WS-COMMAND                      PIC X(1).
       01  WS-CONFIRM                      PIC X(1).
       01  WS-FINDING                      PIC X(3).
       01  WS-START-DATE                   PIC X(8).
       01  WS-OUTCOME-TEXT                 PIC X(4).

       01  WS-A-IDX                        PIC 9(3).
       01  WS-A-LINE-COUNT                 PIC 9(2).
       01  WS-A-POINTER                    PIC 9(3).
       01  WS-A-FIRST                      PIC 9(3).
       01  WS-A-LINE                       PIC X(60).

       01  WS-COUNTERS.
           05  WS-SHOWN-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-PASSED-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-FAILED-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-SKIPPED-COUNT            PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POSITION-QUEUE
           PERFORM UNTIL WS-DONE
               PERFORM 2100-NEXT-AWAITING
               IF NOT WS-DONE
                   PERFORM 3000-SHOW-SAMPLE
                   PERFORM 4000-PROMPT-OUTCOME
               END-IF
           END-PERFORM
           CLOSE QA-QUEUE-FILE
           CLOSE AUDIT-FILE
           DISPLAY 'CBQAS002 - SAMPLES SHOWN  : ' WS-SHOWN-COUNT
           DISPLAY 'CBQAS002 - PASSED         : ' WS-PASSED-COUNT
           DISPLAY 'CBQAS002 - FAILED         : ' WS-FAILED-COUNT
           DISPLAY 'CBQAS002 - SKIPPED        : ' WS-SKIPPED-COUNT
           STOP RUN.

       1000-INITIALIZE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBQAS002 - UNABLE TO OPEN AUDIT-FILE, STATUS='
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBQAS002' TO WS-SIGNON-PROGRAM
           PERFORM 9600-VERIFY-OPERATOR
           IF WS-SIGNON-OK
               MOVE 2 TO WS-REQUIRED-LEVEL
               PERFORM 9620-CHECK-AUTHORITY
           END-IF
           IF NOT WS-SIGNON-OK OR NOT WS-AUTH-OK
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF

           OPEN I-O QA-QUEUE-FILE
           IF NOT WS-QAS-FILE-OK
               DISPLAY 'CBQAS002 - UNABLE TO OPEN QA-QUEUE-FILE, '
                   'STATUS=' WS-QAS-FILE-STATUS
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.

      ****************************************************************************
      * Start at the keyed sample date, or at the oldest entry when the
      * date is left blank.
      ****************************************************************************
       2000-POSITION-QUEUE.
           DISPLAY 'CBQAS002 - START AT SAMPLE DATE (YYYYMMDD, BLANK '
               'FOR OLDEST): ' WITH NO ADVANCING
           MOVE SPACES TO WS-START-DATE
           ACCEPT WS-START-DATE
           IF WS-START-DATE NOT = SPACES
                   AND WS-START-DATE IS NOT NUMERIC
               DISPLAY 'CBQAS002 - DATE NOT YYYYMMDD, STARTING AT THE '
                   'OLDEST'
               MOVE SPACES TO WS-START-DATE
           END-IF
           MOVE SPACES TO QA-SAMPLE-RECORD
           MOVE WS-START-DATE TO QAS-SAMPLE-DATE
           MOVE ZERO TO QAS-SAMPLE-SEQ
           START QA-QUEUE-FILE KEY IS NOT LESS THAN QAS-KEY
               INVALID KEY
                   DISPLAY 'CBQAS002 - NOTHING ON THE QUEUE FROM THAT '
                       'DATE'
                   SET WS-DONE TO TRUE
           END-START.

       2100-NEXT-AWAITING.
           MOVE 'N' TO WS-ANSWERED-SWITCH
           PERFORM UNTIL WS-ANSWERED OR WS-DONE
               READ QA-QUEUE-FILE NEXT RECORD
                   AT END
                       DISPLAY 'CBQAS002 - NO MORE SAMPLES AWAITING '
                           'REVIEW'
                       SET WS-DONE TO TRUE
                   NOT AT END
                       IF QAS-AWAITING
                           SET WS-ANSWERED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      ****************************************************************************
      * The sample as the reviewer needs it: which record, where from,
      * and its A occurrences ten pairs to a line, B1/B2.
      ****************************************************************************
       3000-SHOW-SAMPLE.
           ADD 1 TO WS-SHOWN-COUNT
           DISPLAY 'CBQAS002 - SAMPLE ' QAS-SAMPLE-DATE '/'
               QAS-SAMPLE-SEQ ' ID=' QAS-RID ' CELL ' QAS-C-FLAG ' '
               QAS-C-REASON ' (ONE OF ' QAS-CELL-POPULATION ')'
           IF QAS-SENDER-NO = ZERO
               DISPLAY 'CBQAS002 -   SENDER NOT KNOWN'
           ELSE
               DISPLAY 'CBQAS002 -   SENDER ' QAS-SENDER-NO
                   ' RECORD ' QAS-SENDER-POS ' SENT ' QAS-TRANS-DATE
                   ' SOURCE ' QAS-SOURCE
           END-IF
           DISPLAY 'CBQAS002 -   N=' QAS-N ' C=' QAS-CELL-KEY
           MOVE SPACES TO WS-A-LINE
           MOVE 1 TO WS-A-POINTER
           MOVE ZERO TO WS-A-LINE-COUNT
           MOVE 1 TO WS-A-FIRST
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > QAS-N
               STRING QAS-B1 (WS-A-IDX) '/' QAS-B2 (WS-A-IDX) ' '
                   DELIMITED BY SIZE INTO WS-A-LINE
                   WITH POINTER WS-A-POINTER
               ADD 1 TO WS-A-LINE-COUNT
               IF WS-A-LINE-COUNT = 10 OR WS-A-IDX = QAS-N
                   DISPLAY 'CBQAS002 -   A(' WS-A-FIRST '-' WS-A-IDX
                       ') ' WS-A-LINE
                   MOVE SPACES TO WS-A-LINE
                   MOVE 1 TO WS-A-POINTER
                   MOVE ZERO TO WS-A-LINE-COUNT
                   COMPUTE WS-A-FIRST = WS-A-IDX + 1
               END-IF
           END-PERFORM.

       4000-PROMPT-OUTCOME.
           MOVE 'N' TO WS-ANSWERED-SWITCH
           PERFORM UNTIL WS-ANSWERED
               DISPLAY 'CBQAS002 - (P)ASS, (F)AIL, (S)KIP, (Q)UIT: '
                   WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN 'P'
                   WHEN 'F'
                       PERFORM 4100-TAKE-OUTCOME
                   WHEN 'S'
                       ADD 1 TO WS-SKIPPED-COUNT
                       SET WS-ANSWERED TO TRUE
                   WHEN 'Q'
                       SET WS-DONE TO TRUE
                       SET WS-ANSWERED TO TRUE
                   WHEN OTHER
                       DISPLAY 'CBQAS002 - UNKNOWN COMMAND'
               END-EVALUATE
           END-PERFORM.

      ****************************************************************************
      * A fail must say why; a pass may carry an observation.  Nothing
      * is recorded until the reviewer confirms.
      ****************************************************************************
       4100-TAKE-OUTCOME.
           DISPLAY 'CBQAS002 - FINDING CODE (3 CHARACTERS): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-FINDING
           ACCEPT WS-FINDING
           IF WS-COMMAND = 'F' AND WS-FINDING = SPACES
               DISPLAY 'CBQAS002 - A FAIL NEEDS A FINDING CODE'
           ELSE
               IF WS-COMMAND = 'F'
                   MOVE 'FAIL' TO WS-OUTCOME-TEXT
               ELSE
                   MOVE 'PASS' TO WS-OUTCOME-TEXT
               END-IF
               DISPLAY 'CBQAS002 - CONFIRM ' WS-OUTCOME-TEXT
                   ' FINDING ' WS-FINDING ' (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   PERFORM 5000-RECORD-OUTCOME
                   SET WS-ANSWERED TO TRUE
               ELSE
                   DISPLAY 'CBQAS002 - NOTHING RECORDED'
               END-IF
           END-IF.

      ****************************************************************************
      * Close the queue entry with its outcome and journal it in the
      * reviewer's name; the journal entry is written only once the
      * queue holds the outcome, so the two always agree.
      ****************************************************************************
       5000-RECORD-OUTCOME.
           MOVE WS-COMMAND TO QAS-STATUS
           MOVE WS-FINDING TO QAS-FINDING-CODE
           MOVE WS-OPERATOR-ID TO QAS-REVIEWED-BY
           ACCEPT QAS-REVIEWED-DATE FROM DATE YYYYMMDD
           ACCEPT QAS-REVIEWED-TIME FROM TIME
           REWRITE QA-SAMPLE-RECORD
               INVALID KEY
                   DISPLAY 'CBQAS002 - *** QUEUE REWRITE FAILED, '
                       'STATUS=' WS-QAS-FILE-STATUS
                       ' - OUTCOME NOT RECORDED ***'
               NOT INVALID KEY
                   IF QAS-FAILED
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       ADD 1 TO WS-PASSED-COUNT
                   END-IF
                   PERFORM 5100-JOURNAL-OUTCOME
                   DISPLAY 'CBQAS002 - ' WS-OUTCOME-TEXT
                       ' RECORDED FOR ID ' QAS-RID
           END-REWRITE.

       5100-JOURNAL-OUTCOME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE QAS-REVIEWED-DATE TO AUD-DATE
           MOVE QAS-REVIEWED-TIME TO AUD-TIME
           SET AUD-QA-REVIEWED TO TRUE
           MOVE QAS-CELL-KEY TO AUD-ORIGINAL-KEY
           MOVE QAS-FINDING-CODE TO AUD-NEW-KEY
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE 'CBQAS002' TO AUD-BEFORE-IMAGE (1:8)
           MOVE QAS-STATUS TO AUD-BEFORE-IMAGE (10:1)
           MOVE QAS-KEY TO AUD-BEFORE-IMAGE (12:13)
           MOVE QAS-RECORD-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBQAS002 - AUDIT WRITE FAILED, STATUS='
                   WS-AUDIT-FILE-STATUS
           END-IF.

           COPY OPRSGN.
