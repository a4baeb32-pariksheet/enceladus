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
      * CBAPR001 - C flag/reason change approval transaction.
      *
      * The checker half of CBMNT001's maker-checker control.  A C
      * flag/reason edit or re-key keyed in CBMNT001 is held on the
      * pending-change KSDS (PNDREC) instead of being applied; this
      * line-mode transaction, following CBRSN001's convention, lets a
      * second operator decide it.  Commands:
      *
      *   L - list the changes awaiting approval (record id, C from
      *       and to, who keyed it and when);
      *   A - approve a change: the after-image is REWRITE-ten to the
      *       R-VSAM KSDS, the record's POSREC counts move from the old
      *       C cell to the new one, and the decision is journaled
      *       under action 'A';
      *   R - reject a change: nothing is applied, the decision is
      *       journaled under action 'J';
      *   Q - quit.
      *
      * The operator deciding a change may never be the operator who
      * keyed it.  Approval also refuses:
      *
      *   - a change older than the expiry cut-off (the CBAPR002 day
      *     count on PRMREC; the same rule the nightly CBAPR002 sweep
      *     applies, so nothing it would expire tonight can slip
      *     through today) - without the parameter the age is not
      *     checked here and the sweep alone enforces it;
      *   - a change whose record is no longer on the KSDS, or no
      *     longer matches the before-image held with the change (it
      *     has been edited since) - applying over it would silently
      *     undo the later edit.  Such a change can only be rejected,
      *     and re-keyed against the record as it now stands.
      *
      * Sign-on is verified through the shared OPRSGN check against
      * the operator profile KSDS (OPRREC, maintained by CBOPR001);
      * deciding a C change carries the same authority as keying one,
      * level 3, required at sign-on.  Refused sign-ons journal to
      * AUDFILE under action 'D' so CBAUD001 can report them.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBAPR001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO R-PND-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-RID
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT R-INDEX-FILE ASSIGN TO R-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS R-INDEX-RID
               ALTERNATE RECORD KEY IS C OF R-INDEX-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO R-POS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO R-OPR-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO R-PRM-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-PROGRAM-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO R-AUDIT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  R-INDEX-FILE
           RECORDING MODE IS F.
           COPY RIDXREC.

       FD  POSITION-FILE
           RECORDING MODE IS F.
           COPY POSREC.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY OPRREC.

       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY PRMREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDFILE.

       WORKING-STORAGE SECTION.
           COPY OPRSGNWS.
           COPY POSUPWS.
           COPY PRMWS.

       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-NOT-FOUND          VALUE '35'.

       01  WS-PND-FILE-STATUS              PIC X(2).
           88  WS-PND-FILE-OK              VALUE '00'.
           88  WS-PND-NOT-FOUND            VALUE '23'.
           88  WS-PND-NO-FILE              VALUE '35'.

       01  WS-IDX-FILE-STATUS              PIC X(2).
           88  WS-IDX-FILE-OK              VALUE '00'.
           88  WS-IDX-NOT-FOUND            VALUE '23'.

       01  WS-DONE-SWITCH                  PIC X(1)    VALUE 'N'.
           88  WS-DONE                                 VALUE 'Y'.

       01  WS-LIST-DONE-SWITCH             PIC X(1).
           88  WS-LIST-DONE                            VALUE 'Y'.

       01  WS-SELECTED-SWITCH              PIC X(1).
           88  WS-SELECTED                             VALUE 'Y'.

       01  WS-AGE-CHECK-SWITCH             PIC X(1)    VALUE 'N'.
           88  WS-AGE-CHECKED                          VALUE 'Y'.

       01  WS-COMMAND                      PIC X(1).
       01  WS-CONFIRM                      PIC X(1).
       01  WS-WORK-RID                     PIC X(12).
       01  WS-DECISION                     PIC X(1).

       01  WS-EXPIRY-DAYS                  PIC 9(3)    VALUE ZERO.
       01  WS-RUN-DATE                     PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                           PIC 9(8).
       01  WS-CUTOFF-INT                   PIC S9(9)   VALUE ZERO.
       01  WS-KEYED-INT                    PIC S9(9)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-LISTED-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-APPROVED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-DONE
               PERFORM 2000-PROMPT-COMMAND
           END-PERFORM
           CLOSE PENDING-FILE
           CLOSE R-INDEX-FILE
           IF WS-POS-AVAILABLE
               CLOSE POSITION-FILE
           END-IF
           CLOSE AUDIT-FILE
           DISPLAY 'CBAPR001 - CHANGES APPROVED: ' WS-APPROVED-COUNT
           DISPLAY 'CBAPR001 - CHANGES REJECTED: ' WS-REJECTED-COUNT
           STOP RUN.

       1000-INITIALIZE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBAPR001 - UNABLE TO OPEN AUDIT-FILE, STATUS='
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBAPR001' TO WS-SIGNON-PROGRAM
           PERFORM 9600-VERIFY-OPERATOR
           IF WS-SIGNON-OK
               MOVE 3 TO WS-REQUIRED-LEVEL
               PERFORM 9620-CHECK-AUTHORITY
           END-IF
           IF NOT WS-SIGNON-OK OR NOT WS-AUTH-OK
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF

      *    The expiry cut-off belongs to the nightly CBAPR002 sweep;
      *    it is read here too so approval applies the same rule.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'CBAPR002' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           IF WS-PRM-FOUND AND WS-PRM-VALUE (1:3) IS NUMERIC
               MOVE WS-PRM-VALUE (1:3) TO WS-EXPIRY-DAYS
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                   - WS-EXPIRY-DAYS
               SET WS-AGE-CHECKED TO TRUE
           ELSE
               DISPLAY 'CBAPR001 - EXPIRY CUT-OFF PARAMETER MISSING '
                   'OR NOT 3 DIGITS - AGE NOT CHECKED, CBAPR002 '
                   'WILL STOP'
           END-IF

           OPEN I-O PENDING-FILE
           IF NOT WS-PND-FILE-OK
               DISPLAY 'CBAPR001 - UNABLE TO OPEN PENDING-FILE, '
                   'STATUS=' WS-PND-FILE-STATUS
               STOP RUN
           END-IF

           OPEN I-O R-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               DISPLAY 'CBAPR001 - UNABLE TO OPEN R-INDEX-FILE, STATUS='
                   WS-IDX-FILE-STATUS
               STOP RUN
           END-IF

           OPEN I-O POSITION-FILE
           IF WS-POS-FILE-OK
               SET WS-POS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CBAPR001 - POSITION FILE UNAVAILABLE, '
                   'STATUS=' WS-POS-FILE-STATUS
                   ' - POSITIONS NOT MAINTAINED'
           END-IF.

       2000-PROMPT-COMMAND.
           DISPLAY 'CBAPR001 - (L)IST PENDING, (A)PPROVE, (R)EJECT, '
               '(Q)UIT: ' WITH NO ADVANCING
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN 'L'
                   PERFORM 5000-LIST-PENDING
               WHEN 'A'
                   PERFORM 3000-APPROVE-CHANGE
               WHEN 'R'
                   PERFORM 4000-REJECT-CHANGE
               WHEN 'Q'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'CBAPR001 - UNKNOWN COMMAND'
           END-EVALUATE.

      ****************************************************************************
      * Pick one pending change by record id and show it.  A change
      * keyed by the signed-on operator is shown but never selected:
      * maker and checker must be two different people.
      ****************************************************************************
       2100-SELECT-PENDING-CHANGE.
           MOVE 'N' TO WS-SELECTED-SWITCH
           DISPLAY 'CBAPR001 - RECORD ID (12 DIGITS): '
               WITH NO ADVANCING
           ACCEPT WS-WORK-RID
           IF WS-WORK-RID IS NOT NUMERIC
               DISPLAY 'CBAPR001 - RECORD ID MUST BE 12 DIGITS'
           ELSE
               MOVE WS-WORK-RID TO PND-RID
               READ PENDING-FILE
                   INVALID KEY
                       DISPLAY 'CBAPR001 - NO CHANGE ON FILE FOR ID '
                           WS-WORK-RID
                   NOT INVALID KEY
                       PERFORM 5100-SHOW-CHANGE
                       EVALUATE TRUE
                           WHEN NOT PND-PENDING
                               DISPLAY 'CBAPR001 - CHANGE ALREADY '
                                   'DECIDED, STATUS=' PND-STATUS
                           WHEN PND-KEYED-BY = WS-OPERATOR-ID
                               DISPLAY 'CBAPR001 - YOU KEYED THIS '
                                   'CHANGE; A SECOND OPERATOR MUST '
                                   'DECIDE IT'
                           WHEN OTHER
                               SET WS-SELECTED TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

       3000-APPROVE-CHANGE.
           PERFORM 2100-SELECT-PENDING-CHANGE
           IF WS-SELECTED AND WS-AGE-CHECKED
               IF PND-KEYED-DATE-NUM IS NUMERIC
                   COMPUTE WS-KEYED-INT =
                       FUNCTION INTEGER-OF-DATE (PND-KEYED-DATE-NUM)
                   IF WS-KEYED-INT <= WS-CUTOFF-INT
                       DISPLAY 'CBAPR001 - CHANGE IS PAST THE '
                           WS-EXPIRY-DAYS '-DAY CUT-OFF AND CANNOT '
                           'BE APPROVED; REJECT IT OR LEAVE IT TO '
                           'EXPIRE'
                       MOVE 'N' TO WS-SELECTED-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-SELECTED
               DISPLAY 'CBAPR001 - CONFIRM APPROVAL (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   PERFORM 3100-APPLY-CHANGE
               ELSE
                   DISPLAY 'CBAPR001 - NOTHING DONE'
               END-IF
           END-IF.

      ****************************************************************************
      * Apply the approved after-image, but only over the exact record
      * the change was keyed against.  The record id never changes, so
      * the REWRITE moves the record to its new C chain, and the
      * position delta moves its counts from the old cell to the new.
      ****************************************************************************
       3100-APPLY-CHANGE.
           MOVE PND-RID TO R-INDEX-RID
           READ R-INDEX-FILE
               INVALID KEY
                   DISPLAY 'CBAPR001 - RECORD ' PND-RID ' NO LONGER '
                       'ON FILE - CHANGE CANNOT BE APPLIED, REJECT IT'
               NOT INVALID KEY
                   IF R-INDEX-RECORD NOT = PND-BEFORE-IMAGE
                       DISPLAY 'CBAPR001 - RECORD ' PND-RID
                           ' HAS CHANGED SINCE THE CHANGE WAS KEYED '
                           '- REJECT IT AND RE-KEY'
                   ELSE
                       MOVE PND-AFTER-IMAGE TO R-INDEX-RECORD
                       REWRITE R-INDEX-RECORD
                           INVALID KEY
                               DISPLAY 'CBAPR001 - REWRITE FAILED, '
                                   'STATUS=' WS-IDX-FILE-STATUS
                                   ' - CHANGE NOT APPLIED'
                           NOT INVALID KEY
                               MOVE PND-BEFORE-IMAGE TO WS-POS-IMAGE
                               SET WS-POS-REMOVING TO TRUE
                               PERFORM 9250-APPLY-POSITION-DELTA
                               MOVE PND-AFTER-IMAGE TO WS-POS-IMAGE
                               SET WS-POS-ADDING TO TRUE
                               PERFORM 9250-APPLY-POSITION-DELTA
                               MOVE 'A' TO WS-DECISION
                               PERFORM 6000-RECORD-DECISION
                               ADD 1 TO WS-APPROVED-COUNT
                               DISPLAY 'CBAPR001 - CHANGE APPROVED AND '
                                   'APPLIED, RECORD ' PND-RID ' NOW C='
                                   PND-NEW-KEY
                       END-REWRITE
                   END-IF
           END-READ.

       4000-REJECT-CHANGE.
           PERFORM 2100-SELECT-PENDING-CHANGE
           IF WS-SELECTED
               DISPLAY 'CBAPR001 - CONFIRM REJECTION (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   MOVE 'J' TO WS-DECISION
                   PERFORM 6000-RECORD-DECISION
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'CBAPR001 - CHANGE REJECTED, RECORD '
                       PND-RID ' UNCHANGED'
               ELSE
                   DISPLAY 'CBAPR001 - NOTHING DONE'
               END-IF
           END-IF.

       5000-LIST-PENDING.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO PND-RID
           MOVE 'N' TO WS-LIST-DONE-SWITCH
           START PENDING-FILE KEY IS NOT LESS THAN PND-RID
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-DONE
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-LIST-DONE TO TRUE
                   NOT AT END
                       IF PND-PENDING
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM 5100-SHOW-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'CBAPR001 - CHANGES AWAITING APPROVAL: '
               WS-LISTED-COUNT.

       5100-SHOW-CHANGE.
           DISPLAY 'CBAPR001 - ID=' PND-RID ' C ' PND-ORIGINAL-KEY
               ' TO ' PND-NEW-KEY ' KEYED BY ' PND-KEYED-BY ' ON '
               PND-KEYED-DATE ' ' PND-KEYED-TIME ' STATUS=' PND-STATUS.

      ****************************************************************************
      * Close the pending entry with its outcome and journal the
      * decision in the deciding operator's name, carrying the keys
      * and images of the change decided.
      ****************************************************************************
       6000-RECORD-DECISION.
           MOVE WS-DECISION TO PND-STATUS
           MOVE WS-OPERATOR-ID TO PND-DECIDED-BY
           ACCEPT PND-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT PND-DECIDED-TIME FROM TIME
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY 'CBAPR001 - *** PENDING REWRITE FAILED, '
                       'STATUS=' WS-PND-FILE-STATUS
                       ' - DECISION NOT RECORDED ON PENDING FILE ***'
           END-REWRITE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE PND-DECIDED-DATE TO AUD-DATE
           MOVE PND-DECIDED-TIME TO AUD-TIME
           MOVE WS-DECISION TO AUD-ACTION
           MOVE PND-ORIGINAL-KEY TO AUD-ORIGINAL-KEY
           MOVE PND-NEW-KEY TO AUD-NEW-KEY
           MOVE PND-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE PND-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBAPR001 - AUDIT WRITE FAILED, STATUS='
                   WS-AUDIT-FILE-STATUS
           END-IF.

           COPY OPRSGN.
           COPY POSUPD.
           COPY PRMGET.
