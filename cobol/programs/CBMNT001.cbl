      * where each chained duplicate now shows its id so the pick is no
      * longer an eyeball job.  The operator then pages through that
      * record's A occurrences (bounded by N) ten at a time and can
      * correct B1 or B2 directly.  Occurrence changes are
      * REWRITE-ten back to the KSDS only when the operator quits the
      * maintenance session, so a browse with no edits never touches
      * the file.
      *
      * A C flag/reason edit (which, C being the alternate key, is
      * also a re-key) is maker-checker controlled: it is not applied
      * here.  At session end, after any occurrence edits are
      * rewritten, the change is held on the pending-change KSDS
      * (PNDREC) as a before/after image of the record and journaled
      * under action 'P'; a second operator approves or rejects it in
      * CBAPR001, and only an approval applies it to the KSDS and the
      * POSREC counts.  A record can have only one change awaiting
      * approval at a time; keying another is refused until the first
      * is decided.  A missing pending-change file is created on first
      * use; one that cannot be opened leaves occurrence edits working
      * and refuses C edits.
      *
      * There is no CICS (or any other online TP monitor) precedent
      * anywhere in this repo, so this follows CBINQ001's existing
      * Sign-on is verified: the keyed operator id must be an active
      * profile on the OPRREC KSDS (maintained by CBOPR001), checked by
      * the shared OPRSGN routine.  Browsing needs authority level 1,
      * occurrence edits level 2, keying a C flag/reason edit level 3;
      * a refused sign-on or action journals to AUDFILE under
      * action 'D' so CBAUD001 can report it.
      *
      * Every update is journaled to the audit file (AUDFILE layout):
      * the verified operator id, a date/time stamp, an action
      * code (occurrence edit, or C change keyed for approval), the
      * original and new C keys, and the full before/after images of
      * R-INDEX-RECORD.  Edits are staged in working storage as the
      * operator keys them and journaled only after the session-end
      * REWRITE has succeeded, so the journal never asserts an update
      * the file refused; likewise the 'P' record is written only once
      * the pending change is safely on file.  The daily CBAUD001
      * report summarizes the journal.
      *
      * C-REASON is shown with its description from the reference table
      * (RSNREC KSDS, maintained by CBRSN001); a missing table degrades
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO R-PND-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-RID
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO R-POS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
           COPY OPRREC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  POSITION-FILE
           RECORDING MODE IS F.
           COPY POSREC.
           88  WS-RSN-AVAILABLE                        VALUE 'Y'.

       01  WS-RSN-DESC                     PIC X(30).
       01  WS-LOOKUP-REASON                PIC 9(2).

       01  WS-PND-FILE-STATUS              PIC X(2).
           88  WS-PND-FILE-OK              VALUE '00'.
           88  WS-PND-NOT-FOUND            VALUE '23'.
           88  WS-PND-NO-FILE              VALUE '35'.

       01  WS-PND-AVAILABLE-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-PND-AVAILABLE                        VALUE 'Y'.

       01  WS-PND-ON-FILE-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-PND-ON-FILE                          VALUE 'Y'.

       01  WS-ALREADY-PENDING-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-ALREADY-PENDING                      VALUE 'Y'.

       01  WS-C-PROPOSED-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-C-PROPOSED                           VALUE 'Y'.

       01  WS-PROPOSED-C.
           05  WS-PROPOSED-C-FLAG          PIC X(1).
           05  WS-PROPOSED-C-REASON        PIC 9(2).

       01  WS-SEARCH-KEY                   PIC X(3).
       01  WS-SEARCH-RID                   PIC X(12).
       01  WS-CHANGED-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-CHANGED                              VALUE 'Y'.

       01  WS-ORIGINAL-KEY                 PIC X(3).

       01  WS-MAINT-DONE-SWITCH            PIC X(1)    VALUE 'N'.
           IF WS-POS-AVAILABLE
               CLOSE POSITION-FILE
           END-IF
           IF WS-PND-AVAILABLE
               CLOSE PENDING-FILE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'CBMNT001 - POSITION FILE UNAVAILABLE, '
                   'STATUS=' WS-POS-FILE-STATUS
                   ' - POSITIONS NOT MAINTAINED'
           END-IF

           OPEN I-O PENDING-FILE
           IF WS-PND-NO-FILE
               DISPLAY 'CBMNT001 - PENDING-CHANGE FILE NOT FOUND, '
                   'CREATING'
               OPEN OUTPUT PENDING-FILE
               IF WS-PND-FILE-OK
                   CLOSE PENDING-FILE
                   OPEN I-O PENDING-FILE
               END-IF
           END-IF
           IF WS-PND-FILE-OK
               SET WS-PND-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CBMNT001 - PENDING-CHANGE FILE UNAVAILABLE, '
                   'STATUS=' WS-PND-FILE-STATUS
                   ' - C FLAG/REASON EDITS REFUSED'
           END-IF.

       2000-FIND-AND-SELECT.
                       DISPLAY 'CBMNT001 - REWRITE FAILED, STATUS='
                           WS-IDX-FILE-STATUS
                           ' - EDITS NOT JOURNALED'
                       IF WS-C-PROPOSED
                           DISPLAY 'CBMNT001 - C CHANGE NOT HELD FOR '
                               'APPROVAL, KEY IT AGAIN'
                           MOVE 'N' TO WS-C-PROPOSED-SWITCH
                       END-IF
                   NOT INVALID KEY
                       DISPLAY 'CBMNT001 - RECORD UPDATED'
                       PERFORM 9850-FLUSH-AUDIT-ENTRIES
                       MOVE WS-BEFORE-IMAGE TO WS-POS-IMAGE
                       SET WS-POS-REMOVING TO TRUE
                       PERFORM 9250-APPLY-POSITION-DELTA
                       SET WS-POS-ADDING TO TRUE
                       PERFORM 9250-APPLY-POSITION-DELTA
               END-REWRITE
           END-IF
           IF WS-C-PROPOSED
               PERFORM 5600-HOLD-C-CHANGE
           END-IF.

      ****************************************************************************
      * Hold the keyed C change for a second operator.  The before-image
      * is the record as it now stands on the KSDS - after this
      * session's own occurrence edits - and the after-image is that
      * record with the new C, so approval applies exactly the change
      * keyed and nothing else.  The pending entry is re-read here, not
      * trusted from when the edit was keyed, in case another session
      * has held a change for the same record in the meantime.
      ****************************************************************************
       5600-HOLD-C-CHANGE.
           MOVE R-INDEX-RECORD TO WS-BEFORE-IMAGE
           MOVE R-INDEX-RECORD TO WS-AUD-AFTER-IMAGE
           MOVE WS-PROPOSED-C TO WS-AUD-AFTER-IMAGE (201:3)
           PERFORM 5410-CHECK-ALREADY-PENDING
           IF NOT WS-ALREADY-PENDING
               MOVE R-INDEX-RID TO PND-RID
               SET PND-PENDING TO TRUE
               MOVE WS-OPERATOR-ID TO PND-KEYED-BY
               ACCEPT PND-KEYED-DATE FROM DATE YYYYMMDD
               ACCEPT PND-KEYED-TIME FROM TIME
               MOVE SPACES TO PND-DECIDED-BY
               MOVE SPACES TO PND-DECIDED-DATE
               MOVE SPACES TO PND-DECIDED-TIME
               MOVE WS-ORIGINAL-KEY TO PND-ORIGINAL-KEY
               MOVE WS-PROPOSED-C TO PND-NEW-KEY
               MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE TO PND-AFTER-IMAGE
               IF WS-PND-ON-FILE
                   REWRITE PENDING-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY 'CBMNT001 - PENDING REWRITE FAILED, '
                               'STATUS=' WS-PND-FILE-STATUS
                               ' - C CHANGE NOT HELD'
                           MOVE 'N' TO WS-C-PROPOSED-SWITCH
                   END-REWRITE
               ELSE
                   WRITE PENDING-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY 'CBMNT001 - PENDING WRITE FAILED, '
                               'STATUS=' WS-PND-FILE-STATUS
                               ' - C CHANGE NOT HELD'
                           MOVE 'N' TO WS-C-PROPOSED-SWITCH
                   END-WRITE
               END-IF
               IF WS-C-PROPOSED
                   DISPLAY 'CBMNT001 - C CHANGE ' WS-ORIGINAL-KEY
                       ' TO ' WS-PROPOSED-C ' HELD FOR APPROVAL'
                   MOVE 'P' TO WS-AUD-ACTION
                   PERFORM 9800-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      ****************************************************************************
      * Fetch the reference-table description for the C-REASON in
      * WS-LOOKUP-REASON into WS-RSN-DESC; blank when the table is
      * unavailable, a fixed legend when the code is not on it.
      ****************************************************************************
       9700-LOOKUP-REASON-DESC.
           MOVE SPACES TO WS-RSN-DESC
           IF WS-RSN-AVAILABLE
               MOVE WS-LOOKUP-REASON TO RSN-CODE
               READ REASON-FILE
                   INVALID KEY
                       MOVE 'UNKNOWN REASON CODE' TO WS-RSN-DESC

      ****************************************************************************
      * Flush the staged edits to the journal after a successful apply.
      ****************************************************************************
       9850-FLUSH-AUDIT-ENTRIES.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
               MOVE WS-STAGE-ACTION (WS-STAGE-IDX)
                   TO WS-AUD-ACTION
               MOVE WS-STAGE-AFTER-IMAGE (WS-STAGE-IDX)
                   TO WS-AUD-AFTER-IMAGE
               PERFORM 9800-WRITE-AUDIT-RECORD
           END-PERFORM.

      ****************************************************************************
      * Journal one applied update to the audit file.  The action code
      * and after-image are preset in WS-AUD-ACTION and
      * WS-AUD-AFTER-IMAGE by the caller; the before-image is the
      * record as it stood when the operator selected it, or as it was
      * held for approval.  For a held C change the original and new
      * keys differ; for occurrence edits AUD-NEW-KEY simply repeats
      * the record's current key.
      ****************************************************************************
       9800-WRITE-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           END-IF.

       5100-SHOW-PAGE.
           MOVE C-REASON OF R-INDEX-RECORD TO WS-LOOKUP-REASON
           PERFORM 9700-LOOKUP-REASON-DESC
           DISPLAY 'CBMNT001 - RECORD: ID=' R-INDEX-RID ' N='
               WS-N-NUMERIC ' C-FLAG=' C-FLAG ' C-REASON=' C-REASON
               ' ' WS-RSN-DESC
           IF WS-C-PROPOSED
               DISPLAY 'CBMNT001 - C CHANGE TO ' WS-PROPOSED-C
                   ' TO BE HELD FOR APPROVAL AT QUIT'
           END-IF
           MOVE WS-PAGE-START TO WS-PAGE-IDX
           COMPUTE WS-PAGE-END = WS-PAGE-START + WS-PAGE-SIZE - 1
           IF WS-PAGE-END > WS-N-NUMERIC
               PERFORM 9750-STAGE-AUDIT-ENTRY
           END-IF.

      ****************************************************************************
      * Key a C flag/reason change.  The record in storage keeps its
      * current C: the change is only noted here and held for approval
      * at quit (5600), so a later edit in the same session replaces
      * it and keying the record's current C withdraws it.
      ****************************************************************************
       5400-EDIT-C-GROUP.
           IF NOT WS-PND-AVAILABLE
               DISPLAY 'CBMNT001 - PENDING-CHANGE FILE UNAVAILABLE, '
                   'C FLAG/REASON EDITS REFUSED'
           ELSE
               PERFORM 5410-CHECK-ALREADY-PENDING
           END-IF
           IF WS-PND-AVAILABLE AND NOT WS-ALREADY-PENDING
               DISPLAY 'CBMNT001 - NEW C-FLAG VALUE: '
                   WITH NO ADVANCING
               ACCEPT WS-EDIT-C-FLAG
               DISPLAY 'CBMNT001 - NEW C-REASON VALUE: '
                   WITH NO ADVANCING
               ACCEPT WS-EDIT-C-REASON
               MOVE WS-EDIT-C-FLAG   TO WS-PROPOSED-C-FLAG
               MOVE WS-EDIT-C-REASON TO WS-PROPOSED-C-REASON
               IF WS-PROPOSED-C = WS-ORIGINAL-KEY
                   DISPLAY 'CBMNT001 - C UNCHANGED, NO CHANGE TO '
                       'APPROVE'
                   MOVE 'N' TO WS-C-PROPOSED-SWITCH
               ELSE
                   MOVE WS-PROPOSED-C-REASON TO WS-LOOKUP-REASON
                   PERFORM 9700-LOOKUP-REASON-DESC
                   DISPLAY 'CBMNT001 - C-REASON ' WS-PROPOSED-C-REASON
                       ' ' WS-RSN-DESC
                   DISPLAY 'CBMNT001 - C CHANGE ' WS-ORIGINAL-KEY
                       ' TO ' WS-PROPOSED-C ' NEEDS A SECOND '
                       'OPERATOR''S APPROVAL (CBAPR001) BEFORE IT '
                       'IS APPLIED'
                   SET WS-C-PROPOSED TO TRUE
               END-IF
           END-IF.

       5410-CHECK-ALREADY-PENDING.
           MOVE 'N' TO WS-ALREADY-PENDING-SWITCH
           MOVE 'N' TO WS-PND-ON-FILE-SWITCH
           MOVE R-INDEX-RID TO PND-RID
           READ PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PND-ON-FILE TO TRUE
                   IF PND-PENDING
                       SET WS-ALREADY-PENDING TO TRUE
                       DISPLAY 'CBMNT001 - C CHANGE ' PND-ORIGINAL-KEY
                           ' TO ' PND-NEW-KEY ' KEYED BY '
                           PND-KEYED-BY ' ON ' PND-KEYED-DATE
                           ' IS STILL AWAITING APPROVAL - IT MUST BE '
                           'DECIDED FIRST'
                       IF WS-C-PROPOSED
                           DISPLAY 'CBMNT001 - C CHANGE '
                               WS-PROPOSED-C ' NOT HELD'
                           MOVE 'N' TO WS-C-PROPOSED-SWITCH
                       END-IF
                   END-IF
           END-READ.

           COPY OPRSGN.
           COPY POSUPD.
