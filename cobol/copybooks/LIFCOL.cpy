      ****************************************************************************
      * LIFCOL - shared single-record lifecycle inquiry.  COPY alongside
      * the program's other shared paragraphs.  The including program
      * must provide:
      *   SELECT RID-HIST-FILE ASSIGN TO RID-HIST-IN      (RIDHIST)
      *   SELECT REJ-HIST-FILE ASSIGN TO RCY-HIST-IN      (RJHREC)
      *   SELECT DELTA-FILE ASSIGN TO R-DLTHIST-IN        (DLTTRN)
      *   SELECT AUDIT-HIST-FILE ASSIGN TO R-AUDIT-IN     (PIC X(461)
      *       record, read INTO WS-LIF-AUDIT-RECORD, so that a program
      *       journaling through OPRSGN keeps AUDIT-RECORD to itself)
      *   SELECT ARC-IN-FILE ASSIGN TO R-ARCHIVE-IN       (PIC X(223),
      *       varying 18 to 223 DEPENDING ON WS-ARC-IN-LEN)
      *   SELECT ARC-MOVE-FILE ASSIGN TO ARC-MOVE-IN      (ARCMOVE)
      *       - all sequential, FILE STATUS the matching LIFWS field;
      *   SELECT R-INDEX-FILE ASSIGN TO R-VSAM            (RIDXREC)
      *   SELECT PENDING-FILE ASSIGN TO R-PND-VSAM        (PNDREC)
      *       - indexed, random, on the permanent record id;
      *   SD  SORT-FILE ASSIGN TO SORTWK1                 (LIFEVT)
      *   COPY LIFWS in WORKING-STORAGE;
      *   a paragraph 9890-EMIT-LIFE-LINE that prints or displays
      *   WS-LIF-LINE.
      * Every file is opened and closed inside one inquiry, and any
      * that is missing is noted on the timeline and skipped, so one
      * absent history never blocks the rest of the picture.
      *
      * The events gathered for WS-LIF-RID:
      *   - id assignment, from the CBVAL001 id history (RIDHIST);
      *   - reject episodes, carried forward or resubmitted after
      *     repair, with code and age, from CBRCY001 (RJHREC);
      *   - delta adds, updates and deletes, with the old and new
      *     images, from the accumulated CBDLT001 history (DLTTRN);
      *   - CBMNT001 maintenance and maker-checker entries, with the
      *     operator and before/after images, from AUDFILE (denials
      *     carry no record and are left out);
      *   - moves into the CBARC001 archive, with the last-activity
      *     date the record was archived under, and CBRTV001 restores
      *     out of it, each at the date and time the moving job ran,
      *     from the archive movement log (ARCMOVE).
      *
      * The timeline closes on the record's current state: live on the
      * KSDS; else restored and on its way back through the gate, when
      * its last move was a restore; else the archive image, with its
      * last-activity date; else neither; and a C change still
      * awaiting approval on the pending file.
      ****************************************************************************
       9300-BUILD-LIFECYCLE.
           MOVE ZERO TO WS-LIF-SEQ
           MOVE ZERO TO WS-LIF-EVENT-COUNT
           MOVE 'N' TO WS-LIF-ARC-FOUND-SWITCH
           MOVE 'N' TO WS-LIF-SORT-EOF-SWITCH
           MOVE SPACES TO WS-LIF-LAST-ARC-IMAGE
           MOVE SPACES TO WS-LIF-LAST-ARC-DATE
           MOVE SPACES TO WS-LIF-LAST-MOVE
           MOVE SPACES TO WS-LIF-LAST-MOVE-DATE

           MOVE SPACES TO WS-LIF-LINE
           STRING 'LIFECYCLE OF RECORD ID ' WS-LIF-RID
               DELIMITED BY SIZE INTO WS-LIF-LINE
           PERFORM 9890-EMIT-LIFE-LINE
           MOVE 'DATE     TIME      EVENT' TO WS-LIF-LINE
           PERFORM 9890-EMIT-LIFE-LINE

           SORT SORT-FILE
               ON ASCENDING KEY LEV-DATE LEV-TIME LEV-RANK LEV-SEQ
               INPUT PROCEDURE IS 9310-RELEASE-LIFE-EVENTS
               OUTPUT PROCEDURE IS 9350-REPORT-LIFE-EVENTS

           IF WS-LIF-EVENT-COUNT = ZERO
               MOVE '(NO HISTORY FOUND FOR THIS ID)' TO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           END-IF
           PERFORM 9380-SHOW-CURRENT-STATE.

       9310-RELEASE-LIFE-EVENTS.
           PERFORM 9311-RELEASE-ID-ASSIGNMENT
           PERFORM 9313-RELEASE-REJECT-EPISODES
           PERFORM 9315-RELEASE-DELTAS
           PERFORM 9317-RELEASE-AUDIT-ENTRIES
           PERFORM 9319-RELEASE-ARCHIVE-MOVES.

       9311-RELEASE-ID-ASSIGNMENT.
           OPEN INPUT RID-HIST-FILE
           IF NOT WS-RHS-FILE-OK
               MOVE SPACES TO WS-LIF-LINE
               STRING '(ID HISTORY UNAVAILABLE, STATUS='
                   WS-RHS-FILE-STATUS ' - ID ASSIGNMENT NOT SHOWN)'
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           ELSE
               MOVE 'N' TO WS-LIF-EOF-SWITCH
               PERFORM UNTIL WS-LIF-EOF
                   READ RID-HIST-FILE
                       AT END
                           SET WS-LIF-EOF TO TRUE
                       NOT AT END
                           IF WS-LIF-RID >= RHS-FIRST-RID
                                   AND WS-LIF-RID <= RHS-LAST-RID
                               MOVE RHS-RUN-DATE TO LEV-DATE
                               SET LEV-RANK-GATE TO TRUE
                               MOVE 'ID ASSIGNED AT THE CBVAL001 GATE'
                                   TO LEV-TEXT
                               MOVE SPACES TO LEV-BEFORE
                               MOVE SPACES TO LEV-AFTER
                               PERFORM 9340-RELEASE-BATCH-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RID-HIST-FILE
           END-IF.

       9313-RELEASE-REJECT-EPISODES.
           OPEN INPUT REJ-HIST-FILE
           IF NOT WS-RJH-FILE-OK
               MOVE SPACES TO WS-LIF-LINE
               STRING '(REJECT HISTORY UNAVAILABLE, STATUS='
                   WS-RJH-FILE-STATUS ' - REJECTS NOT SHOWN)'
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           ELSE
               MOVE 'N' TO WS-LIF-EOF-SWITCH
               PERFORM UNTIL WS-LIF-EOF
                   READ REJ-HIST-FILE
                       AT END
                           SET WS-LIF-EOF TO TRUE
                       NOT AT END
                           IF RJH-RAW-DATA (204:12) = WS-LIF-RID
                               PERFORM 9314-RELEASE-ONE-EPISODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJ-HIST-FILE
           END-IF.

       9314-RELEASE-ONE-EPISODE.
           MOVE RJH-RUN-DATE TO LEV-DATE
           SET LEV-RANK-REJECT TO TRUE
           MOVE SPACES TO LEV-TEXT
           IF RJH-RESUBMITTED
               STRING 'REJECT ' RJH-REASON-CODE
                   ' REPAIRED AND RESUBMITTED, AGE ' RJH-AGE-COUNT
                   DELIMITED BY SIZE INTO LEV-TEXT
           ELSE
               STRING 'REJECTED ' RJH-REASON-CODE
                   ', CARRIED FORWARD, AGE ' RJH-AGE-COUNT
                   DELIMITED BY SIZE INTO LEV-TEXT
           END-IF
           MOVE SPACES TO LEV-BEFORE
           MOVE RJH-RAW-DATA TO LEV-AFTER
           PERFORM 9340-RELEASE-BATCH-EVENT.

       9315-RELEASE-DELTAS.
           OPEN INPUT DELTA-FILE
           IF NOT WS-DELTA-FILE-OK
               MOVE SPACES TO WS-LIF-LINE
               STRING '(DELTA HISTORY UNAVAILABLE, STATUS='
                   WS-DELTA-FILE-STATUS ' - DELTAS NOT SHOWN)'
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           ELSE
               MOVE 'N' TO WS-LIF-EOF-SWITCH
               PERFORM UNTIL WS-LIF-EOF
                   READ DELTA-FILE
                       AT END
                           SET WS-LIF-EOF TO TRUE
                       NOT AT END
                           IF DLT-RAW-DATA (204:12) = WS-LIF-RID
                                   OR DLT-OLD-DATA (204:12)
                                       = WS-LIF-RID
                               PERFORM 9316-RELEASE-ONE-DELTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF.

      ****************************************************************************
      * An add has no old image and a delete no new one (CBDLT001
      * carries the departing image in both fields of a delete).
      ****************************************************************************
       9316-RELEASE-ONE-DELTA.
           MOVE DLT-RUN-DATE TO LEV-DATE
           SET LEV-RANK-DELTA TO TRUE
           MOVE DLT-OLD-DATA TO LEV-BEFORE
           MOVE DLT-RAW-DATA TO LEV-AFTER
           EVALUATE TRUE
               WHEN DLT-ADD
                   MOVE 'DELTA ADD (CBDLT001)' TO LEV-TEXT
                   MOVE SPACES TO LEV-BEFORE
               WHEN DLT-UPDATE
                   MOVE 'DELTA UPDATE (CBDLT001)' TO LEV-TEXT
               WHEN DLT-DELETE
                   MOVE 'DELTA DELETE (CBDLT001)' TO LEV-TEXT
                   MOVE SPACES TO LEV-AFTER
               WHEN OTHER
                   MOVE SPACES TO LEV-TEXT
                   STRING 'DELTA, UNKNOWN ACTION ' DLT-ACTION
                       DELIMITED BY SIZE INTO LEV-TEXT
           END-EVALUATE
           PERFORM 9340-RELEASE-BATCH-EVENT.

       9317-RELEASE-AUDIT-ENTRIES.
           OPEN INPUT AUDIT-HIST-FILE
           IF NOT WS-AUDHIST-FILE-OK
               MOVE SPACES TO WS-LIF-LINE
               STRING '(AUDIT JOURNAL UNAVAILABLE, STATUS='
                   WS-AUDHIST-FILE-STATUS
                   ' - MAINTENANCE NOT SHOWN)'
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           ELSE
               MOVE 'N' TO WS-LIF-EOF-SWITCH
               PERFORM UNTIL WS-LIF-EOF
                   READ AUDIT-HIST-FILE INTO WS-LIF-AUDIT-RECORD
                       AT END
                           SET WS-LIF-EOF TO TRUE
                       NOT AT END
                           IF WS-LIF-AUD-ACTION NOT = 'D'
                               AND (WS-LIF-AUD-AFTER (204:12)
                                       = WS-LIF-RID
                                   OR WS-LIF-AUD-BEFORE (204:12)
                                       = WS-LIF-RID)
                               PERFORM 9318-RELEASE-ONE-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-HIST-FILE
           END-IF.

       9318-RELEASE-ONE-AUDIT.
           MOVE WS-LIF-AUD-DATE TO LEV-DATE
           MOVE WS-LIF-AUD-TIME TO LEV-TIME
           SET LEV-RANK-KEYED TO TRUE
           ADD 1 TO WS-LIF-SEQ
           MOVE WS-LIF-SEQ TO LEV-SEQ
           MOVE SPACES TO LEV-TEXT
           EVALUATE WS-LIF-AUD-ACTION
               WHEN 'O'
                   STRING 'OCCURRENCE EDIT BY ' WS-LIF-AUD-OPERATOR
                       DELIMITED BY SIZE INTO LEV-TEXT
               WHEN 'C'
                   STRING 'C GROUP ' WS-LIF-AUD-ORIG-KEY ' TO '
                       WS-LIF-AUD-NEW-KEY ' BY ' WS-LIF-AUD-OPERATOR
                       DELIMITED BY SIZE INTO LEV-TEXT
               WHEN 'K'
                   STRING 'RE-KEY ' WS-LIF-AUD-ORIG-KEY ' TO '
                       WS-LIF-AUD-NEW-KEY ' BY ' WS-LIF-AUD-OPERATOR
                       DELIMITED BY SIZE INTO LEV-TEXT
               WHEN 'P'
                   STRING 'C CHANGE ' WS-LIF-AUD-ORIG-KEY ' TO '
                       WS-LIF-AUD-NEW-KEY ' KEYED FOR APPROVAL BY '
                       WS-LIF-AUD-OPERATOR
                       DELIMITED BY SIZE INTO LEV-TEXT
               WHEN 'A'
                   STRING 'C CHANGE ' WS-LIF-AUD-ORIG-KEY ' TO '
                       WS-LIF-AUD-NEW-KEY ' APPROVED BY '
                       WS-LIF-AUD-OPERATOR
                       DELIMITED BY SIZE INTO LEV-TEXT
               WHEN 'J'
                   STRING 'C CHANGE ' WS-LIF-AUD-ORIG-KEY ' TO '
                       WS-LIF-AUD-NEW-KEY ' REJECTED BY '
                       WS-LIF-AUD-OPERATOR
                       DELIMITED BY SIZE INTO LEV-TEXT
               WHEN 'E'
                   STRING 'C CHANGE ' WS-LIF-AUD-ORIG-KEY ' TO '
                       WS-LIF-AUD-NEW-KEY ' EXPIRED UNAPPROVED'
                       DELIMITED BY SIZE INTO LEV-TEXT
               WHEN 'Q'
                   IF WS-LIF-AUD-BEFORE (10:1) = 'F'
                       STRING 'QUALITY REVIEW FAILED, FINDING '
                           WS-LIF-AUD-NEW-KEY ', BY '
                           WS-LIF-AUD-OPERATOR
                           DELIMITED BY SIZE INTO LEV-TEXT
                   ELSE
                       STRING 'QUALITY REVIEW PASSED BY '
                           WS-LIF-AUD-OPERATOR
                           DELIMITED BY SIZE INTO LEV-TEXT
                   END-IF
               WHEN OTHER
                   STRING 'JOURNAL ACTION ' WS-LIF-AUD-ACTION ' BY '
                       WS-LIF-AUD-OPERATOR
                       DELIMITED BY SIZE INTO LEV-TEXT
           END-EVALUATE
      *    A quality review's before-image is not a record image.
           IF WS-LIF-AUD-ACTION = 'Q'
               MOVE SPACES TO LEV-BEFORE
           ELSE
               MOVE WS-LIF-AUD-BEFORE TO LEV-BEFORE
           END-IF
           MOVE WS-LIF-AUD-AFTER TO LEV-AFTER
           RELEASE LIFE-EVENT-RECORD.

      ****************************************************************************
      * Every move across the archive boundary is on the movement log,
      * in the order the jobs ran; a record can go and come back more
      * than once.  The archive itself is then read for the image the
      * current state shows.
      ****************************************************************************
       9319-RELEASE-ARCHIVE-MOVES.
           OPEN INPUT ARC-MOVE-FILE
           IF NOT WS-AMV-FILE-OK
               MOVE SPACES TO WS-LIF-LINE
               STRING '(ARCHIVE MOVEMENT LOG UNAVAILABLE, STATUS='
                   WS-AMV-FILE-STATUS ' - ARCHIVE MOVES NOT SHOWN)'
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           ELSE
               MOVE 'N' TO WS-LIF-EOF-SWITCH
               PERFORM UNTIL WS-LIF-EOF
                   READ ARC-MOVE-FILE
                       AT END
                           SET WS-LIF-EOF TO TRUE
                       NOT AT END
                           IF AMV-RAW-DATA (204:12) = WS-LIF-RID
                               PERFORM 9321-RELEASE-ARCHIVE-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARC-MOVE-FILE
           END-IF

           OPEN INPUT ARC-IN-FILE
           IF NOT WS-ARC-IN-FILE-OK
               MOVE SPACES TO WS-LIF-LINE
               STRING '(ARCHIVE UNAVAILABLE, STATUS='
                   WS-ARC-IN-FILE-STATUS ' - ARCHIVE IMAGE NOT SHOWN)'
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           ELSE
               MOVE 'N' TO WS-LIF-EOF-SWITCH
               PERFORM UNTIL WS-LIF-EOF
                   READ ARC-IN-FILE
                       AT END
                           SET WS-LIF-EOF TO TRUE
                       NOT AT END
                           IF ARC-RECORD-IN (1:1) NOT = 'H'
                                   AND ARC-RECORD-IN (1:1) NOT = 'T'
                               PERFORM 9320-UNPACK-ARCHIVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARC-IN-FILE
           END-IF.

      ****************************************************************************
      * Unpack the archive's packed R record (N, the 2N occurrence
      * bytes, C, id - the RVARIO shape) and its trailing eight-byte
      * last-activity date into a full expanded image, kept for the
      * current state.  A record whose length does not agree with its
      * N is garbled and skipped.
      ****************************************************************************
       9320-UNPACK-ARCHIVE-RECORD.
           IF ARC-RECORD-IN (1:2) IS NUMERIC
               MOVE ARC-RECORD-IN (1:2) TO WS-LIF-ARC-N
               COMPUTE WS-LIF-ARC-A-LEN = WS-LIF-ARC-N * 2
               IF WS-ARC-IN-LEN = WS-LIF-ARC-A-LEN + 25
                       AND ARC-RECORD-IN (WS-LIF-ARC-A-LEN + 6:12)
                           = WS-LIF-RID
                   MOVE SPACES TO WS-LIF-ARC-IMAGE
                   MOVE ARC-RECORD-IN (1:2) TO WS-LIF-ARC-IMAGE (1:2)
                   IF WS-LIF-ARC-A-LEN > ZERO
                       MOVE ARC-RECORD-IN (3:WS-LIF-ARC-A-LEN)
                           TO WS-LIF-ARC-IMAGE (3:WS-LIF-ARC-A-LEN)
                   END-IF
                   MOVE ARC-RECORD-IN (WS-LIF-ARC-A-LEN + 3:3)
                       TO WS-LIF-ARC-IMAGE (201:3)
                   MOVE WS-LIF-RID TO WS-LIF-ARC-IMAGE (204:12)
                   MOVE ARC-RECORD-IN (WS-LIF-ARC-A-LEN + 18:8)
                       TO WS-LIF-ARC-DATE
                   SET WS-LIF-ARC-FOUND TO TRUE
                   MOVE WS-LIF-ARC-IMAGE TO WS-LIF-LAST-ARC-IMAGE
                   MOVE WS-LIF-ARC-DATE TO WS-LIF-LAST-ARC-DATE
               END-IF
           END-IF.

      ****************************************************************************
      * Each move is dated and timed by the run that made it, and
      * carries the record as it crossed.  An archival also shows the
      * last-activity date it was archived under.
      ****************************************************************************
       9321-RELEASE-ARCHIVE-MOVE.
           MOVE AMV-RUN-DATE TO LEV-DATE
           MOVE AMV-RUN-TIME TO LEV-TIME
           SET LEV-RANK-ARCHIVE TO TRUE
           ADD 1 TO WS-LIF-SEQ
           MOVE WS-LIF-SEQ TO LEV-SEQ
           MOVE SPACES TO LEV-TEXT
           EVALUATE TRUE
               WHEN AMV-ARCHIVED
                   STRING 'MOVED TO THE ARCHIVE (CBARC001), LAST '
                       'ACTIVITY ' AMV-LAST-ACTIVITY-DATE
                       DELIMITED BY SIZE INTO LEV-TEXT
               WHEN AMV-RESTORED
                   MOVE 'RESTORED FROM THE ARCHIVE (CBRTV001)'
                       TO LEV-TEXT
               WHEN OTHER
                   STRING 'ARCHIVE MOVE, UNKNOWN ACTION ' AMV-MOVE
                       DELIMITED BY SIZE INTO LEV-TEXT
           END-EVALUATE
      *    The log is in run order, so the last one read is the latest.
           IF AMV-RUN-DATE NOT < WS-LIF-LAST-MOVE-DATE
               MOVE AMV-MOVE TO WS-LIF-LAST-MOVE
               MOVE AMV-RUN-DATE TO WS-LIF-LAST-MOVE-DATE
           END-IF
           MOVE SPACES TO LEV-BEFORE
           MOVE AMV-RAW-DATA TO LEV-AFTER
           RELEASE LIFE-EVENT-RECORD.

       9340-RELEASE-BATCH-EVENT.
           MOVE ALL '9' TO LEV-TIME
           ADD 1 TO WS-LIF-SEQ
           MOVE WS-LIF-SEQ TO LEV-SEQ
           RELEASE LIFE-EVENT-RECORD.

       9350-REPORT-LIFE-EVENTS.
           PERFORM UNTIL WS-LIF-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-LIF-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 9355-REPORT-ONE-EVENT
               END-RETURN
           END-PERFORM.

       9355-REPORT-ONE-EVENT.
           ADD 1 TO WS-LIF-EVENT-COUNT
           MOVE LEV-DATE TO WS-LIF-EVT-DATE
           IF LEV-TIME = ALL '9'
               MOVE 'NIGHTLY' TO WS-LIF-EVT-TIME
           ELSE
               MOVE LEV-TIME TO WS-LIF-EVT-TIME
           END-IF
           MOVE LEV-TEXT TO WS-LIF-EVT-TEXT
           MOVE WS-LIF-EVENT-LINE-OUT TO WS-LIF-LINE
           PERFORM 9890-EMIT-LIFE-LINE
           IF LEV-BEFORE NOT = SPACES
               MOVE LEV-BEFORE TO WS-LIF-IMAGE
               MOVE 'BEFORE:' TO WS-LIF-IMAGE-LABEL
               PERFORM 9360-EMIT-IMAGE
           END-IF
           IF LEV-AFTER NOT = SPACES
               MOVE LEV-AFTER TO WS-LIF-IMAGE
               IF LEV-BEFORE NOT = SPACES
                   MOVE 'AFTER: ' TO WS-LIF-IMAGE-LABEL
               ELSE
                   MOVE 'IMAGE: ' TO WS-LIF-IMAGE-LABEL
               END-IF
               PERFORM 9360-EMIT-IMAGE
           END-IF.

      ****************************************************************************
      * One line for N, C and id, then the N occurrences actually in
      * use, 33 to a line.
      ****************************************************************************
       9360-EMIT-IMAGE.
           MOVE WS-LIF-IMAGE-LABEL TO WS-LIF-IMG-LABEL
           MOVE WS-LIF-IMAGE (1:2) TO WS-LIF-IMG-N
           MOVE WS-LIF-IMAGE (201:3) TO WS-LIF-IMG-C
           MOVE WS-LIF-IMAGE (204:12) TO WS-LIF-IMG-RID
           MOVE WS-LIF-IMAGE-LINE-OUT TO WS-LIF-LINE
           PERFORM 9890-EMIT-LIFE-LINE
           IF WS-LIF-IMAGE (1:2) IS NUMERIC
               MOVE WS-LIF-IMAGE (1:2) TO WS-LIF-IMAGE-N
               COMPUTE WS-LIF-A-LEN = WS-LIF-IMAGE-N * 2
           ELSE
               MOVE 198 TO WS-LIF-A-LEN
           END-IF
           IF WS-LIF-A-LEN > 198
               MOVE 198 TO WS-LIF-A-LEN
           END-IF
           PERFORM VARYING WS-LIF-A-POS FROM 1 BY 66
                   UNTIL WS-LIF-A-POS > WS-LIF-A-LEN
               COMPUTE WS-LIF-A-CHUNK = WS-LIF-A-LEN - WS-LIF-A-POS + 1
               IF WS-LIF-A-CHUNK > 66
                   MOVE 66 TO WS-LIF-A-CHUNK
               END-IF
               MOVE SPACES TO WS-LIF-BLOB-TEXT
               MOVE WS-LIF-IMAGE (WS-LIF-A-POS + 2:WS-LIF-A-CHUNK)
                   TO WS-LIF-BLOB-TEXT
               MOVE WS-LIF-BLOB-LINE-OUT TO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           END-PERFORM.

       9380-SHOW-CURRENT-STATE.
           OPEN INPUT R-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               MOVE SPACES TO WS-LIF-LINE
               STRING 'CURRENT STATE: KSDS UNAVAILABLE, STATUS='
                   WS-IDX-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           ELSE
               MOVE WS-LIF-RID TO R-INDEX-RID
               READ R-INDEX-FILE
                   INVALID KEY
                       PERFORM 9385-SHOW-NOT-LIVE
                   NOT INVALID KEY
                       MOVE 'CURRENT STATE: LIVE ON THE KSDS'
                           TO WS-LIF-LINE
                       PERFORM 9890-EMIT-LIFE-LINE
                       MOVE R-INDEX-RECORD TO WS-LIF-IMAGE
                       MOVE 'IMAGE: ' TO WS-LIF-IMAGE-LABEL
                       PERFORM 9360-EMIT-IMAGE
               END-READ
               CLOSE R-INDEX-FILE
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PND-FILE-OK
               MOVE WS-LIF-RID TO PND-RID
               READ PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PND-PENDING
                           PERFORM 9390-SHOW-PENDING-CHANGE
                       END-IF
               END-READ
               CLOSE PENDING-FILE
           END-IF.

       9385-SHOW-NOT-LIVE.
           IF WS-LIF-LAST-MOVE = 'R'
               MOVE SPACES TO WS-LIF-LINE
               STRING 'CURRENT STATE: RESTORED FROM THE ARCHIVE '
                   WS-LIF-LAST-MOVE-DATE ', BACK THROUGH THE GATE'
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           ELSE
               PERFORM 9386-SHOW-ARCHIVED
           END-IF.

       9386-SHOW-ARCHIVED.
           IF WS-LIF-ARC-FOUND
               MOVE SPACES TO WS-LIF-LINE
               STRING 'CURRENT STATE: ARCHIVED, LAST ACTIVITY '
                   WS-LIF-LAST-ARC-DATE
                   DELIMITED BY SIZE INTO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
               MOVE WS-LIF-LAST-ARC-IMAGE TO WS-LIF-IMAGE
               MOVE 'IMAGE: ' TO WS-LIF-IMAGE-LABEL
               PERFORM 9360-EMIT-IMAGE
           ELSE
               MOVE 'CURRENT STATE: NOT ON THE KSDS OR THE ARCHIVE'
                   TO WS-LIF-LINE
               PERFORM 9890-EMIT-LIFE-LINE
           END-IF.

       9390-SHOW-PENDING-CHANGE.
           MOVE SPACES TO WS-LIF-LINE
           STRING 'PENDING C CHANGE ' PND-ORIGINAL-KEY ' TO '
               PND-NEW-KEY ' KEYED BY ' PND-KEYED-BY ' ON '
               PND-KEYED-DATE ', AWAITING APPROVAL'
               DELIMITED BY SIZE INTO WS-LIF-LINE
           PERFORM 9890-EMIT-LIFE-LINE.
