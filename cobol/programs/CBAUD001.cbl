      *   - a detail line for every denied sign-on or refused action
      *     journaled by the shared OPRSGN check (operator, timestamp,
      *     the program that refused, the level the action needed);
      *   - a detail line for every maker-checker event on a C
      *     flag/reason change: keyed for approval, approved, rejected
      *     or expired (operator, timestamp, original key, new key);
      *   - a detail line for every quality review of a sampled record
      *     (reviewer, timestamp, record id, C cell, outcome, finding);
      *   - edit counts per operator;
      *   - edit counts per C key (the key the record held before the
      *     change, so re-keys count against the key that was touched);
      *   - C changes per keying operator by outcome - keyed,
      *     approved, rejected, expired - counted from this journal,
      *     plus the changes still awaiting a decision on the
      *     pending-change KSDS (PNDREC).
      *
      * Edit counts cover changes that reached the file - occurrence
      * edits, approved C changes (against the approving operator, the
      * one who applied them) and the C edits and re-keys of journals
      * written before approval was introduced - plus denials, which
      * carry no C key, so they are tallied per operator but not into
      * the per-key table.  A change keyed, rejected or expired changed
      * nothing, so it counts only in the outcome table; a quality
      * review changed nothing either and counts in neither table.
      *
      * The outcome table follows the journal, not PNDREC, which keeps
      * only the latest change per record.  A keying ('P') counts
      * against its operator, and so does an expiry ('E'), which
      * CBAPR002 journals in the keying operator's name.  An approval
      * ('A') or rejection ('J') is journaled by the approver, so it
      * is credited to the operator of the latest earlier keying for
      * the same record id and keys in this journal; a change keyed
      * before the journal began is matched to its PNDREC entry when
      * that entry still holds this decision.  A decision matched to
      * neither counts under UNKNOWN.  PNDREC itself supplies only the
      * changes still pending; a missing pending-change file leaves
      * that column, and the fall-back match, empty.
      *
      * Summary tables are sized well above a day's realistic keying
      * volume; overflow is reported rather than silently dropped.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO R-PND-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-RID
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO AUD-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY AUDFILE.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-PND-FILE-STATUS              PIC X(2).
           88  WS-PND-FILE-OK              VALUE '00'.
           88  WS-PND-NO-FILE              VALUE '35'.

       01  WS-PND-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-PND-EOF                              VALUE 'Y'.

       01  WS-PND-OPEN-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-PND-AVAILABLE                        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-OCC-EDIT-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-C-EDIT-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-REKEY-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-DENIED-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-KEYED-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-APPROVED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-EXPIRED-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-QA-REVIEW-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-UNMATCHED-COUNT          PIC 9(9)    VALUE ZERO.

       01  WS-OPER-MAX                     PIC 9(3)    VALUE 100.
       01  WS-OPER-COUNT                   PIC 9(3)    VALUE ZERO.
               10  WS-KEY-VALUE            PIC X(3).
               10  WS-KEY-EDITS            PIC 9(9).

       01  WS-MKR-MAX                      PIC 9(3)    VALUE 100.
       01  WS-MKR-COUNT                    PIC 9(3)    VALUE ZERO.
       01  WS-MKR-IDX                      PIC 9(3).
       01  WS-MKR-FOUND-SWITCH             PIC X(1).
           88  WS-MKR-FOUND                            VALUE 'Y'.
       01  WS-MKR-SEARCH-ID                PIC X(8).
       01  WS-MKR-TABLE.
           05  WS-MKR-ENTRY OCCURS 100 TIMES.
               10  WS-MKR-ID               PIC X(8).
               10  WS-MKR-KEYED            PIC 9(9).
               10  WS-MKR-APPROVED         PIC 9(9).
               10  WS-MKR-REJECTED         PIC 9(9).
               10  WS-MKR-EXPIRED          PIC 9(9).
               10  WS-MKR-PENDING          PIC 9(9).

      ****************************************************************************
      * The latest keying seen in this journal for each record id, so
      * an approval or rejection can be credited to whoever keyed it.
      * At most one change per record is pending at a time, so a
      * later keying for the same record replaces the entry.
      ****************************************************************************
       01  WS-KYD-MAX                      PIC 9(4)    VALUE 2000.
       01  WS-KYD-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-KYD-IDX                      PIC 9(4).
       01  WS-KYD-FOUND-SWITCH             PIC X(1).
           88  WS-KYD-FOUND                            VALUE 'Y'.
       01  WS-KYD-TABLE.
           05  WS-KYD-ENTRY OCCURS 2000 TIMES.
               10  WS-KYD-RID              PIC X(12).
               10  WS-KYD-ORIGINAL-KEY     PIC X(3).
               10  WS-KYD-NEW-KEY          PIC X(3).
               10  WS-KYD-OPERATOR         PIC X(8).

       01  WS-OVERFLOW-COUNT               PIC 9(9)    VALUE ZERO.

       01  WS-REKEY-LINE-OUT.
           05  FILLER              PIC X(13) VALUE ' NEEDS LEVEL '.
           05  WS-DNY-LEVEL        PIC X(1).

       01  WS-CHANGE-LINE-OUT.
           05  WS-CHG-EVENT        PIC X(9).
           05  WS-CHG-OPERATOR     PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CHG-DATE         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CHG-TIME         PIC X(8).
           05  FILLER              PIC X(4)  VALUE ' ID '.
           05  WS-CHG-RID          PIC X(12).
           05  FILLER              PIC X(6)  VALUE ' FROM '.
           05  WS-CHG-OLD-KEY      PIC X(3).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  WS-CHG-NEW-KEY      PIC X(3).

       01  WS-QA-LINE-OUT.
           05  FILLER              PIC X(10) VALUE 'QA REVIEW '.
           05  WS-QAL-OPERATOR     PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-QAL-DATE         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-QAL-TIME         PIC X(8).
           05  FILLER              PIC X(4)  VALUE ' ID '.
           05  WS-QAL-RID          PIC X(12).
           05  FILLER              PIC X(6)  VALUE ' CELL '.
           05  WS-QAL-CELL         PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-QAL-OUTCOME      PIC X(4).
           05  FILLER              PIC X(9)  VALUE ' FINDING '.
           05  WS-QAL-FINDING      PIC X(3).

       01  WS-MKR-LINE-OUT.
           05  FILLER              PIC X(9)  VALUE 'OPERATOR '.
           05  WS-MKL-ID           PIC X(8).
           05  FILLER              PIC X(8)  VALUE ' KEYED ='.
           05  WS-MKL-KEYED        PIC ZZZZZ9.
           05  FILLER              PIC X(11) VALUE ' APPROVED ='.
           05  WS-MKL-APPROVED     PIC ZZZZZ9.
           05  FILLER              PIC X(11) VALUE ' REJECTED ='.
           05  WS-MKL-REJECTED     PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE ' EXPIRED ='.
           05  WS-MKL-EXPIRED      PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE ' PENDING ='.
           05  WS-MKL-PENDING      PIC ZZZZZ9.

       01  WS-OPER-LINE-OUT.
           05  FILLER              PIC X(9)  VALUE 'OPERATOR '.
           05  WS-OPR-ID           PIC X(8).
               END-IF
           END-PERFORM
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 5000-TALLY-PENDING-CHANGES
           PERFORM 8000-FINALIZE
           STOP RUN.

               STOP RUN
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PND-FILE-OK
               SET WS-PND-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CBAUD001 - PENDING-CHANGE FILE UNAVAILABLE, '
                   'STATUS=' WS-PND-FILE-STATUS
           END-IF

           MOVE 'CBAUD001 - DAILY MAINTENANCE AUDIT REPORT'
               TO REPORT-LINE
           WRITE REPORT-LINE.
               WHEN AUD-DENIED
                   ADD 1 TO WS-DENIED-COUNT
                   PERFORM 3400-WRITE-DENIED-DETAIL
               WHEN AUD-CHANGE-KEYED
                   ADD 1 TO WS-KEYED-COUNT
                   MOVE 'KEYED    ' TO WS-CHG-EVENT
                   PERFORM 3500-WRITE-CHANGE-DETAIL
               WHEN AUD-CHANGE-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVED ' TO WS-CHG-EVENT
                   PERFORM 3500-WRITE-CHANGE-DETAIL
               WHEN AUD-CHANGE-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED ' TO WS-CHG-EVENT
                   PERFORM 3500-WRITE-CHANGE-DETAIL
               WHEN AUD-CHANGE-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED  ' TO WS-CHG-EVENT
                   PERFORM 3500-WRITE-CHANGE-DETAIL
               WHEN AUD-QA-REVIEWED
                   ADD 1 TO WS-QA-REVIEW-COUNT
                   PERFORM 3600-WRITE-QA-DETAIL
               WHEN OTHER
                   DISPLAY 'CBAUD001 - UNKNOWN ACTION CODE '
                       AUD-ACTION ' AT RECORD ' WS-RECORD-COUNT
           END-EVALUATE
           IF AUD-APPLIED-CHANGE OR AUD-DENIED
               PERFORM 3100-TALLY-OPERATOR
           END-IF
           IF AUD-APPLIED-CHANGE
               PERFORM 3200-TALLY-KEY
           END-IF
           IF AUD-CHANGE-KEYED OR AUD-CHANGE-APPROVED
                   OR AUD-CHANGE-REJECTED OR AUD-CHANGE-EXPIRED
               PERFORM 3700-TALLY-CHANGE-OUTCOME
           END-IF.

       3100-TALLY-OPERATOR.
           MOVE WS-DENY-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Maker-checker events carry the record id in the images; the
      * after-image is always present, so the id comes from it.
      ****************************************************************************
       3500-WRITE-CHANGE-DETAIL.
           MOVE AUD-OPERATOR-ID TO WS-CHG-OPERATOR
           MOVE AUD-DATE        TO WS-CHG-DATE
           MOVE AUD-TIME        TO WS-CHG-TIME
           MOVE AUD-AFTER-IMAGE (204:12) TO WS-CHG-RID
           MOVE AUD-ORIGINAL-KEY TO WS-CHG-OLD-KEY
           MOVE AUD-NEW-KEY     TO WS-CHG-NEW-KEY
           MOVE WS-CHANGE-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * A quality review carries the outcome in the before-image (byte
      * 10) and the record as sampled in the after-image.
      ****************************************************************************
       3600-WRITE-QA-DETAIL.
           MOVE AUD-OPERATOR-ID TO WS-QAL-OPERATOR
           MOVE AUD-DATE        TO WS-QAL-DATE
           MOVE AUD-TIME        TO WS-QAL-TIME
           MOVE AUD-AFTER-IMAGE (204:12) TO WS-QAL-RID
           MOVE AUD-ORIGINAL-KEY TO WS-QAL-CELL
           IF AUD-BEFORE-IMAGE (10:1) = 'F'
               MOVE 'FAIL' TO WS-QAL-OUTCOME
           ELSE
               MOVE 'PASS' TO WS-QAL-OUTCOME
           END-IF
           MOVE AUD-NEW-KEY     TO WS-QAL-FINDING
           MOVE WS-QA-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Credit a maker-checker event to the operator who keyed the
      * change.  Keyings and expiries are journaled in that operator's
      * name; approvals and rejections are matched back to the keying.
      ****************************************************************************
       3700-TALLY-CHANGE-OUTCOME.
           EVALUATE TRUE
               WHEN AUD-CHANGE-KEYED
                   PERFORM 3710-REMEMBER-KEYING
                   MOVE AUD-OPERATOR-ID TO WS-MKR-SEARCH-ID
               WHEN AUD-CHANGE-EXPIRED
                   MOVE AUD-OPERATOR-ID TO WS-MKR-SEARCH-ID
               WHEN OTHER
                   PERFORM 3720-FIND-KEYING-OPERATOR
           END-EVALUATE
           PERFORM 5100-FIND-KEYING-OPERATOR
           IF WS-MKR-FOUND
               EVALUATE TRUE
                   WHEN AUD-CHANGE-KEYED
                       ADD 1 TO WS-MKR-KEYED (WS-MKR-IDX)
                   WHEN AUD-CHANGE-APPROVED
                       ADD 1 TO WS-MKR-APPROVED (WS-MKR-IDX)
                   WHEN AUD-CHANGE-REJECTED
                       ADD 1 TO WS-MKR-REJECTED (WS-MKR-IDX)
                   WHEN AUD-CHANGE-EXPIRED
                       ADD 1 TO WS-MKR-EXPIRED (WS-MKR-IDX)
               END-EVALUATE
           END-IF.

       3710-REMEMBER-KEYING.
           MOVE 'N' TO WS-KYD-FOUND-SWITCH
           PERFORM VARYING WS-KYD-IDX FROM 1 BY 1
                   UNTIL WS-KYD-IDX > WS-KYD-COUNT
                       OR WS-KYD-FOUND
               IF WS-KYD-RID (WS-KYD-IDX) = AUD-AFTER-IMAGE (204:12)
                   SET WS-KYD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-KYD-FOUND
               SUBTRACT 1 FROM WS-KYD-IDX
           ELSE
               IF WS-KYD-COUNT < WS-KYD-MAX
                   ADD 1 TO WS-KYD-COUNT
                   MOVE WS-KYD-COUNT TO WS-KYD-IDX
                   SET WS-KYD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-KYD-FOUND
               MOVE AUD-AFTER-IMAGE (204:12) TO WS-KYD-RID (WS-KYD-IDX)
               MOVE AUD-ORIGINAL-KEY
                   TO WS-KYD-ORIGINAL-KEY (WS-KYD-IDX)
               MOVE AUD-NEW-KEY TO WS-KYD-NEW-KEY (WS-KYD-IDX)
               MOVE AUD-OPERATOR-ID TO WS-KYD-OPERATOR (WS-KYD-IDX)
           END-IF.

      ****************************************************************************
      * The keying for an approval or rejection: the latest earlier
      * keying of the same record id and keys in this journal, else
      * the PNDREC entry if its decision is this one (same keys, same
      * decision timestamp - CBAPR001 journals the decision with the
      * date and time it stamps on the entry).
      ****************************************************************************
       3720-FIND-KEYING-OPERATOR.
           MOVE 'UNKNOWN ' TO WS-MKR-SEARCH-ID
           MOVE 'N' TO WS-KYD-FOUND-SWITCH
           PERFORM VARYING WS-KYD-IDX FROM 1 BY 1
                   UNTIL WS-KYD-IDX > WS-KYD-COUNT
                       OR WS-KYD-FOUND
               IF WS-KYD-RID (WS-KYD-IDX) = AUD-AFTER-IMAGE (204:12)
                   AND WS-KYD-ORIGINAL-KEY (WS-KYD-IDX)
                       = AUD-ORIGINAL-KEY
                   AND WS-KYD-NEW-KEY (WS-KYD-IDX) = AUD-NEW-KEY
                   MOVE WS-KYD-OPERATOR (WS-KYD-IDX)
                       TO WS-MKR-SEARCH-ID
                   SET WS-KYD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-KYD-FOUND AND WS-PND-AVAILABLE
               MOVE AUD-AFTER-IMAGE (204:12) TO PND-RID
               READ PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PND-DECIDED-DATE = AUD-DATE
                           AND PND-DECIDED-TIME = AUD-TIME
                           AND PND-ORIGINAL-KEY = AUD-ORIGINAL-KEY
                           AND PND-NEW-KEY = AUD-NEW-KEY
                           MOVE PND-KEYED-BY TO WS-MKR-SEARCH-ID
                           SET WS-KYD-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-KYD-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       4000-WRITE-SUMMARY.
           MOVE 'EDITS PER OPERATOR' TO REPORT-LINE
           WRITE REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      ****************************************************************************
      * Add the changes still awaiting a decision, per keying operator,
      * from the pending-change file, then print the outcome table.
      * The file has served random look-ups during the journal pass,
      * so it is reopened to be read from the start.
      ****************************************************************************
       5000-TALLY-PENDING-CHANGES.
           MOVE 'C CHANGES PER KEYING OPERATOR' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PND-AVAILABLE
               CLOSE PENDING-FILE
               OPEN INPUT PENDING-FILE
           END-IF
           IF NOT WS-PND-AVAILABLE OR NOT WS-PND-FILE-OK
               MOVE 'PENDING FILE UNAVAILABLE - PENDING NOT COUNTED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'N' TO WS-PND-OPEN-SWITCH
           ELSE
               PERFORM UNTIL WS-PND-EOF
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           SET WS-PND-EOF TO TRUE
                       NOT AT END
                           IF PND-PENDING
                               MOVE PND-KEYED-BY TO WS-MKR-SEARCH-ID
                               PERFORM 5100-FIND-KEYING-OPERATOR
                               IF WS-MKR-FOUND
                                   ADD 1 TO WS-MKR-PENDING (WS-MKR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               MOVE 'N' TO WS-PND-OPEN-SWITCH
           END-IF
           PERFORM VARYING WS-MKR-IDX FROM 1 BY 1
                   UNTIL WS-MKR-IDX > WS-MKR-COUNT
               MOVE WS-MKR-ID (WS-MKR-IDX)       TO WS-MKL-ID
               MOVE WS-MKR-KEYED (WS-MKR-IDX)    TO WS-MKL-KEYED
               MOVE WS-MKR-APPROVED (WS-MKR-IDX) TO WS-MKL-APPROVED
               MOVE WS-MKR-REJECTED (WS-MKR-IDX) TO WS-MKL-REJECTED
               MOVE WS-MKR-EXPIRED (WS-MKR-IDX)  TO WS-MKL-EXPIRED
               MOVE WS-MKR-PENDING (WS-MKR-IDX)  TO WS-MKL-PENDING
               MOVE WS-MKR-LINE-OUT TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       5100-FIND-KEYING-OPERATOR.
           MOVE 'N' TO WS-MKR-FOUND-SWITCH
           PERFORM VARYING WS-MKR-IDX FROM 1 BY 1
                   UNTIL WS-MKR-IDX > WS-MKR-COUNT
                       OR WS-MKR-FOUND
               IF WS-MKR-ID (WS-MKR-IDX) = WS-MKR-SEARCH-ID
                   SET WS-MKR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-MKR-FOUND
               SUBTRACT 1 FROM WS-MKR-IDX
           ELSE
               IF WS-MKR-COUNT < WS-MKR-MAX
                   ADD 1 TO WS-MKR-COUNT
                   MOVE WS-MKR-COUNT TO WS-MKR-IDX
                   MOVE WS-MKR-SEARCH-ID TO WS-MKR-ID (WS-MKR-IDX)
                   MOVE ZERO TO WS-MKR-KEYED (WS-MKR-IDX)
                   MOVE ZERO TO WS-MKR-APPROVED (WS-MKR-IDX)
                   MOVE ZERO TO WS-MKR-REJECTED (WS-MKR-IDX)
                   MOVE ZERO TO WS-MKR-EXPIRED (WS-MKR-IDX)
                   MOVE ZERO TO WS-MKR-PENDING (WS-MKR-IDX)
                   SET WS-MKR-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

           COPY RUNLOGWR.

       8000-FINALIZE.
           DISPLAY 'CBAUD001 - RE-KEYS              : ' WS-REKEY-COUNT
           DISPLAY 'CBAUD001 - DENIED ATTEMPTS      : '
               WS-DENIED-COUNT
           DISPLAY 'CBAUD001 - C CHANGES KEYED      : ' WS-KEYED-COUNT
           DISPLAY 'CBAUD001 - C CHANGES APPROVED   : '
               WS-APPROVED-COUNT
           DISPLAY 'CBAUD001 - C CHANGES REJECTED   : '
               WS-REJECTED-COUNT
           DISPLAY 'CBAUD001 - C CHANGES EXPIRED    : '
               WS-EXPIRED-COUNT
           DISPLAY 'CBAUD001 - QUALITY REVIEWS      : '
               WS-QA-REVIEW-COUNT
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY 'CBAUD001 - DECISIONS NOT MATCHED: '
                   WS-UNMATCHED-COUNT
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY 'CBAUD001 - *** SUMMARY TABLE OVERFLOW, '
                   WS-OVERFLOW-COUNT ' EDITS NOT TABULATED ***'
