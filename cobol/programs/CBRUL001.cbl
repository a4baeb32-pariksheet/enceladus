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
      * CBRUL001 - field edit rule table maintenance transaction.
      *
      * Line-mode ACCEPT/DISPLAY transaction against the field edit
      * rule KSDS (RULREC layout) that the CBVAL001 gate enforces,
      * following CBRSN001's convention.  Commands:
      *
      *   S - set a rule: type (B byte values, F flags for a reason,
      *       N range for a flag), subject, the allowed values or the
      *       N minimum and maximum, and a description.  A new rule is
      *       added active; an existing one is replaced and made
      *       active again, so a retired rule is reinstated the same
      *       way;
      *   R - retire a rule (kept on file so the rule-hit report
      *       stays explained; the gate stops enforcing it);
      *   I - inquire on a rule;
      *   L - list the whole table in key order;
      *   Q - quit.
      *
      * A rule change takes effect from the next CBVAL001 run, which
      * loads the table once at start of run.  A first run against a
      * not-yet-created table creates it empty and carries on, so the
      * table can be stood up from this transaction alone.
      *
      * Sign-on is verified through the shared OPRSGN check against
      * the operator profile KSDS (OPRREC, maintained by CBOPR001).
      * Inquiry and listing need authority level 1; setting or retiring
      * a rule is reference-table maintenance and needs level 4.
      * Refused sign-ons and actions journal to AUDFILE under action
      * 'D' so CBAUD001 can report them.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBRUL001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO R-RUL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

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
       FD  RULE-FILE
           RECORDING MODE IS F.
           COPY RULREC.

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

       01  WS-RUL-FILE-STATUS              PIC X(2).
           88  WS-RUL-FILE-OK              VALUE '00'.
           88  WS-RUL-NOT-FOUND            VALUE '23'.
           88  WS-RUL-NO-FILE              VALUE '35'.

       01  WS-DONE-SWITCH                  PIC X(1)    VALUE 'N'.
           88  WS-DONE                                 VALUE 'Y'.

       01  WS-LIST-DONE-SWITCH             PIC X(1).
           88  WS-LIST-DONE                            VALUE 'Y'.

       01  WS-KEY-VALID-SWITCH             PIC X(1).
           88  WS-KEY-VALID                            VALUE 'Y'.
           88  WS-KEY-INVALID                          VALUE 'N'.

       01  WS-BODY-VALID-SWITCH            PIC X(1).
           88  WS-BODY-VALID                           VALUE 'Y'.
           88  WS-BODY-INVALID                         VALUE 'N'.

       01  WS-COMMAND                      PIC X(1).
       01  WS-WORK-TYPE                    PIC X(1).
       01  WS-WORK-SUBJECT                 PIC X(2).
       01  WS-WORK-KEY                     PIC X(3).
       01  WS-WORK-VALUES                  PIC X(10).
       01  WS-WORK-MIN                     PIC X(2).
       01  WS-WORK-MAX                     PIC X(2).
       01  WS-WORK-DESC                    PIC X(30).

       01  WS-COUNTERS.
           05  WS-ADDED-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-REPLACED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-RETIRED-COUNT            PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-DONE
               PERFORM 2000-PROMPT-COMMAND
           END-PERFORM
           CLOSE RULE-FILE
           CLOSE AUDIT-FILE
           DISPLAY 'CBRUL001 - RULES ADDED   : ' WS-ADDED-COUNT
           DISPLAY 'CBRUL001 - RULES REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'CBRUL001 - RULES RETIRED : ' WS-RETIRED-COUNT
           STOP RUN.

       1000-INITIALIZE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBRUL001 - UNABLE TO OPEN AUDIT-FILE, STATUS='
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBRUL001' TO WS-SIGNON-PROGRAM
           PERFORM 9600-VERIFY-OPERATOR
           IF WS-SIGNON-OK
               MOVE 1 TO WS-REQUIRED-LEVEL
               PERFORM 9620-CHECK-AUTHORITY
           END-IF
           IF NOT WS-SIGNON-OK OR NOT WS-AUTH-OK
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF

           OPEN I-O RULE-FILE
           IF WS-RUL-NO-FILE
               DISPLAY 'CBRUL001 - RULE TABLE NOT FOUND, CREATING'
               OPEN OUTPUT RULE-FILE
               IF NOT WS-RUL-FILE-OK
                   DISPLAY 'CBRUL001 - UNABLE TO CREATE RULE TABLE, '
                       'STATUS=' WS-RUL-FILE-STATUS
                   STOP RUN
               END-IF
               CLOSE RULE-FILE
               OPEN I-O RULE-FILE
           END-IF
           IF NOT WS-RUL-FILE-OK
               DISPLAY 'CBRUL001 - UNABLE TO OPEN RULE-FILE, STATUS='
                   WS-RUL-FILE-STATUS
               STOP RUN
           END-IF.

       2000-PROMPT-COMMAND.
           DISPLAY 'CBRUL001 - (S)ET, (R)ETIRE, (I)NQUIRE, (L)IST, '
               '(Q)UIT: ' WITH NO ADVANCING
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN 'S'
                   MOVE 4 TO WS-REQUIRED-LEVEL
                   PERFORM 9620-CHECK-AUTHORITY
                   IF WS-AUTH-OK
                       PERFORM 3000-SET-RULE
                   END-IF
               WHEN 'R'
                   MOVE 4 TO WS-REQUIRED-LEVEL
                   PERFORM 9620-CHECK-AUTHORITY
                   IF WS-AUTH-OK
                       PERFORM 4000-RETIRE-RULE
                   END-IF
               WHEN 'I'
                   PERFORM 5000-INQUIRE-RULE
               WHEN 'L'
                   PERFORM 6000-LIST-RULES
               WHEN 'Q'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'CBRUL001 - UNKNOWN COMMAND'
           END-EVALUATE.

      ****************************************************************************
      * Rule type and subject make the key.  The subject is edited by
      * type so the gate never meets a rule it cannot place: a byte
      * rule names byte 1 or 2, a flag rule a two-digit reason code,
      * a range rule a single non-blank flag value.
      ****************************************************************************
       2100-ACCEPT-RULE-KEY.
           SET WS-KEY-VALID TO TRUE
           DISPLAY 'CBRUL001 - RULE TYPE (B=BYTE VALUES, F=FLAGS FOR '
               'REASON, N=N RANGE FOR FLAG): ' WITH NO ADVANCING
           ACCEPT WS-WORK-TYPE
           MOVE SPACES TO WS-WORK-SUBJECT
           EVALUATE WS-WORK-TYPE
               WHEN 'B'
                   DISPLAY 'CBRUL001 - BYTE (1=B1, 2=B2): '
                       WITH NO ADVANCING
                   ACCEPT WS-WORK-SUBJECT (1:1)
                   IF WS-WORK-SUBJECT (1:1) NOT = '1'
                      AND WS-WORK-SUBJECT (1:1) NOT = '2'
                       DISPLAY 'CBRUL001 - BYTE MUST BE 1 OR 2'
                       SET WS-KEY-INVALID TO TRUE
                   END-IF
               WHEN 'F'
                   DISPLAY 'CBRUL001 - REASON CODE (2 DIGITS): '
                       WITH NO ADVANCING
                   ACCEPT WS-WORK-SUBJECT
                   IF WS-WORK-SUBJECT IS NOT NUMERIC
                       DISPLAY 'CBRUL001 - CODE MUST BE 2 DIGITS'
                       SET WS-KEY-INVALID TO TRUE
                   END-IF
               WHEN 'N'
                   DISPLAY 'CBRUL001 - C FLAG VALUE: '
                       WITH NO ADVANCING
                   ACCEPT WS-WORK-SUBJECT (1:1)
                   IF WS-WORK-SUBJECT (1:1) = SPACE
                       DISPLAY 'CBRUL001 - FLAG MUST NOT BE BLANK'
                       SET WS-KEY-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'CBRUL001 - RULE TYPE MUST BE B, F OR N'
                   SET WS-KEY-INVALID TO TRUE
           END-EVALUATE
           MOVE WS-WORK-TYPE TO WS-WORK-KEY (1:1)
           MOVE WS-WORK-SUBJECT TO WS-WORK-KEY (2:2).

       3000-SET-RULE.
           PERFORM 2100-ACCEPT-RULE-KEY
           IF WS-KEY-VALID
               PERFORM 3100-ACCEPT-RULE-BODY
           END-IF
           IF WS-KEY-VALID AND WS-BODY-VALID
               DISPLAY 'CBRUL001 - DESCRIPTION: ' WITH NO ADVANCING
               ACCEPT WS-WORK-DESC
               MOVE WS-WORK-KEY TO RUL-KEY
               READ RULE-FILE
                   INVALID KEY
                       PERFORM 3200-BUILD-RULE
                       WRITE EDIT-RULE-RECORD
                           INVALID KEY
                               DISPLAY 'CBRUL001 - ADD FAILED, STATUS='
                                   WS-RUL-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-ADDED-COUNT
                               DISPLAY 'CBRUL001 - RULE ' WS-WORK-KEY
                                   ' ADDED'
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 3200-BUILD-RULE
                       REWRITE EDIT-RULE-RECORD
                           INVALID KEY
                               DISPLAY 'CBRUL001 - REPLACE FAILED, '
                                   'STATUS=' WS-RUL-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-REPLACED-COUNT
                               DISPLAY 'CBRUL001 - RULE ' WS-WORK-KEY
                                   ' REPLACED'
                       END-REWRITE
               END-READ
           END-IF.

       3100-ACCEPT-RULE-BODY.
           SET WS-BODY-VALID TO TRUE
           MOVE SPACES TO WS-WORK-VALUES
           MOVE SPACES TO WS-WORK-MIN
           MOVE SPACES TO WS-WORK-MAX
           IF WS-WORK-TYPE = 'N'
               DISPLAY 'CBRUL001 - MINIMUM N (2 DIGITS): '
                   WITH NO ADVANCING
               ACCEPT WS-WORK-MIN
               DISPLAY 'CBRUL001 - MAXIMUM N (2 DIGITS): '
                   WITH NO ADVANCING
               ACCEPT WS-WORK-MAX
               IF WS-WORK-MIN IS NOT NUMERIC
                  OR WS-WORK-MAX IS NOT NUMERIC
                   DISPLAY 'CBRUL001 - MINIMUM AND MAXIMUM MUST BE '
                       '2 DIGITS'
                   SET WS-BODY-INVALID TO TRUE
               ELSE
                   IF WS-WORK-MIN > WS-WORK-MAX
                       DISPLAY 'CBRUL001 - MINIMUM EXCEEDS MAXIMUM'
                       SET WS-BODY-INVALID TO TRUE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'CBRUL001 - ALLOWED VALUES (UP TO 10, NO '
                   'SPACES): ' WITH NO ADVANCING
               ACCEPT WS-WORK-VALUES
               IF WS-WORK-VALUES (1:1) = SPACE
                   DISPLAY 'CBRUL001 - AT LEAST ONE VALUE REQUIRED'
                   SET WS-BODY-INVALID TO TRUE
               END-IF
           END-IF.

       3200-BUILD-RULE.
           MOVE WS-WORK-KEY TO RUL-KEY
           MOVE SPACES TO RUL-VALUE-BODY
           IF RUL-RANGE-RULE
               MOVE WS-WORK-MIN TO RUL-N-MIN
               MOVE WS-WORK-MAX TO RUL-N-MAX
           ELSE
               MOVE WS-WORK-VALUES TO RUL-ALLOWED-VALUES
           END-IF
           MOVE WS-WORK-DESC TO RUL-DESCRIPTION
           SET RUL-ACTIVE TO TRUE.

       4000-RETIRE-RULE.
           PERFORM 2100-ACCEPT-RULE-KEY
           IF WS-KEY-VALID
               MOVE WS-WORK-KEY TO RUL-KEY
               READ RULE-FILE
                   INVALID KEY
                       DISPLAY 'CBRUL001 - RULE ' WS-WORK-KEY
                           ' NOT ON TABLE'
                   NOT INVALID KEY
                       IF RUL-RETIRED
                           DISPLAY 'CBRUL001 - RULE ' WS-WORK-KEY
                               ' ALREADY RETIRED'
                       ELSE
                           SET RUL-RETIRED TO TRUE
                           REWRITE EDIT-RULE-RECORD
                               INVALID KEY
                                   DISPLAY 'CBRUL001 - RETIRE FAILED, '
                                       'STATUS=' WS-RUL-FILE-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO WS-RETIRED-COUNT
                                   DISPLAY 'CBRUL001 - RULE '
                                       WS-WORK-KEY ' RETIRED'
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       5000-INQUIRE-RULE.
           PERFORM 2100-ACCEPT-RULE-KEY
           IF WS-KEY-VALID
               MOVE WS-WORK-KEY TO RUL-KEY
               READ RULE-FILE
                   INVALID KEY
                       DISPLAY 'CBRUL001 - RULE ' WS-WORK-KEY
                           ' NOT ON TABLE'
                   NOT INVALID KEY
                       PERFORM 5100-SHOW-RULE
               END-READ
           END-IF.

       5100-SHOW-RULE.
           IF RUL-RANGE-RULE
               DISPLAY 'CBRUL001 - RULE ' RUL-KEY ' STATUS='
                   RUL-STATUS ' N MIN=' RUL-N-MIN ' MAX=' RUL-N-MAX
                   ' DESC=' RUL-DESCRIPTION
           ELSE
               DISPLAY 'CBRUL001 - RULE ' RUL-KEY ' STATUS='
                   RUL-STATUS ' ALLOWED=' RUL-ALLOWED-VALUES
                   ' DESC=' RUL-DESCRIPTION
           END-IF.

       6000-LIST-RULES.
           MOVE LOW-VALUES TO RUL-KEY
           MOVE 'N' TO WS-LIST-DONE-SWITCH
           START RULE-FILE KEY IS NOT LESS THAN RUL-KEY
               INVALID KEY
                   DISPLAY 'CBRUL001 - RULE TABLE IS EMPTY'
                   SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-DONE
               READ RULE-FILE NEXT RECORD
                   AT END
                       SET WS-LIST-DONE TO TRUE
                   NOT AT END
                       PERFORM 5100-SHOW-RULE
               END-READ
           END-PERFORM.

           COPY OPRSGN.
