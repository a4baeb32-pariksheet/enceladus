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
      * CBCDC001 - sequenced change-data-capture feed for downstream
      * subscriber systems.
      *
      * Subscribers used to reload the whole CBEXT001 extract or a full
      * master every night.  This job writes one daily feed of the
      * changes alone (CDCREC), merging four sources into one stream:
      *
      *   - tonight's CBDLT001 delta transactions (the same file
      *     CBIDX002 applies; this job runs after it): ADD, UPD, DEL;
      *   - the AUDFILE applied changes (AUD-APPLIED-CHANGE) - CBMNT001
      *     occurrence edits, CBAPR001 approved C edits and re-keys and
      *     CBRSN003 reclassifications: COR.  CBRSN003 also writes a
      *     delta, but to the delta history, not to tonight's CBDLT001
      *     output, so each reclassification is fed once;
      *   - the cumulative archive movement file (ARCMOVE): ARC for a
      *     CBARC001 archive, RST for a CBRTV001 restore.
      *
      * The changes are fed in time order - keyed changes and moves at
      * their own date and time, deltas at the end of their night (all
      * nines, as in CBPIT001) - and numbered with a feed sequence
      * number that carries on from the last feed without a break.
      *
      * Where each feed starts and stops is kept on the feed register
      * (CDCREG, prior generation in, fresh generation out, the
      * CBDST001 pattern): the last feed's final sequence number, its
      * cut-off, and the run date of the newest deltas it took.  The
      * audit journal and the movement file are fed from just after
      * the last cut-off up to this run's start; CBRTV001 may run at
      * any hour, and a move or keyed change made after tonight's
      * cut-off is in tomorrow's feed.  Deltas are fed by run date, so
      * a delta file already fed is skipped and counted rather than
      * sent twice.  A rerun reads the same register generation and
      * numbers the same changes the same way.  With no register the
      * run is the first feed: sequence 1, today's keyed changes and
      * moves only - subscribers take a full extract as at that night.
      *
      * The BCTL predecessor is CBIDX002, so tonight's deltas are on
      * the KSDS by the time they are fed.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCDC001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-FILE ASSIGN TO R-TRANS-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO R-AUDIT-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MOVE-FILE ASSIGN TO ARC-MOVE-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVE-FILE-STATUS.

           SELECT REG-IN-FILE ASSIGN TO CDC-REG-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-IN-FILE-STATUS.

           SELECT REG-OUT-FILE ASSIGN TO CDC-REG-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-OUT-FILE-STATUS.

           SELECT FEED-FILE ASSIGN TO CDC-FEED-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO CDC-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO BCTL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCTL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUN-LOG-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY DLTTRN.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDFILE.

       FD  MOVE-FILE
           RECORDING MODE IS F.
           COPY ARCMOVE.

       FD  REG-IN-FILE
           RECORDING MODE IS F.
       01  REG-RECORD-IN                   PIC X(57).

       FD  REG-OUT-FILE
           RECORDING MODE IS F.
       01  REG-RECORD-OUT                  PIC X(57).

       FD  FEED-FILE
           RECORDING MODE IS F.
           COPY CDCREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

      ****************************************************************************
      * One record per change, sorted by when it happened and then by
      * arrival, which is the order the feed numbers them in.
      ****************************************************************************
       SD  SORT-FILE.
       01  CHANGE-RECORD.
           05  CHG-DATE                    PIC X(8).
           05  CHG-TIME                    PIC X(8).
           05  CHG-SEQ                     PIC 9(9).
           05  CHG-TYPE                    PIC X(3).
           05  CHG-RID                     PIC X(12).
           05  CHG-ORIGIN                  PIC X(8).
           05  CHG-ORIGIN-ACTION           PIC X(1).
           05  CHG-BEFORE                  PIC X(215).
           05  CHG-AFTER                   PIC X(215).

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY BCTLWS.

           COPY CDCREG.

       01  WS-DELTA-FILE-STATUS            PIC X(2).
           88  WS-DELTA-FILE-OK            VALUE '00'.
           88  WS-DELTA-NOT-FOUND          VALUE '35'.

       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-NOT-FOUND          VALUE '35'.

       01  WS-MOVE-FILE-STATUS             PIC X(2).
           88  WS-MOVE-FILE-OK             VALUE '00'.
           88  WS-MOVE-NOT-FOUND           VALUE '35'.

       01  WS-REG-IN-FILE-STATUS           PIC X(2).
           88  WS-REG-IN-FILE-OK           VALUE '00'.
           88  WS-REG-IN-NOT-FOUND         VALUE '35'.

       01  WS-REG-OUT-FILE-STATUS          PIC X(2).
           88  WS-REG-OUT-FILE-OK          VALUE '00'.

       01  WS-FEED-FILE-STATUS             PIC X(2).
           88  WS-FEED-FILE-OK             VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.

       01  WS-FIRST-FEED-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-FIRST-FEED                           VALUE 'Y'.

       01  WS-IN-WINDOW-SWITCH             PIC X(1)    VALUE 'N'.
           88  WS-IN-WINDOW                            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DLT-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-DLT-FED-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-DLT-SKIP-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-AUD-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-AUD-FED-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-MOVE-READ-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-MOVE-FED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-LATE-COUNT               PIC 9(9)    VALUE ZERO.
           05  WS-RELEASED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-WRITTEN-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-ADD-COUNT                PIC 9(9)    VALUE ZERO.
           05  WS-UPD-COUNT                PIC 9(9)    VALUE ZERO.
           05  WS-DEL-COUNT                PIC 9(9)    VALUE ZERO.
           05  WS-COR-COUNT                PIC 9(9)    VALUE ZERO.
           05  WS-ARC-COUNT                PIC 9(9)    VALUE ZERO.
           05  WS-RST-COUNT                PIC 9(9)    VALUE ZERO.
           05  WS-REG-COUNT                PIC 9(9)    VALUE ZERO.
           05  WS-REG-BREAK-COUNT          PIC 9(9)    VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8).
       01  WS-RUN-TIME                     PIC X(8).
       01  WS-CHANGE-SEQ                   PIC 9(9)    VALUE ZERO.

      ****************************************************************************
      * The window the audit journal and movement file are fed from:
      * after the prior cut-off, up to and including this one.  Each
      * stamp is a date followed by a time, so one compare orders it.
      ****************************************************************************
       01  WS-PRIOR-STAMP.
           05  WS-PRIOR-DATE               PIC X(8)    VALUE SPACES.
           05  WS-PRIOR-TIME               PIC X(8)    VALUE SPACES.
       01  WS-CUTOFF-STAMP.
           05  WS-CUTOFF-DATE              PIC X(8).
           05  WS-CUTOFF-TIME              PIC X(8).
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE               PIC X(8).
           05  WS-EVENT-TIME               PIC X(8).

       01  WS-PRIOR-LAST-SEQ               PIC 9(12)   VALUE ZERO.
       01  WS-PRIOR-DELTA-DATE             PIC X(8)    VALUE SPACES.
       01  WS-NEW-DELTA-DATE               PIC X(8)    VALUE SPACES.
       01  WS-EXPECT-FIRST-SEQ             PIC 9(12)   VALUE ZERO.
       01  WS-FIRST-SEQ                    PIC 9(12)   VALUE ZERO.
       01  WS-LAST-SEQ                     PIC 9(12)   VALUE ZERO.
       01  WS-FEED-SEQ                     PIC 9(12)   VALUE ZERO.

       01  WS-COUNT-LINE-OUT.
           05  WS-CTL-LABEL                PIC X(40).
           05  WS-CTL-VALUE                PIC ZZZZZZZZ9.

       01  WS-SEQ-LINE-OUT.
           05  WS-SQL-LABEL                PIC X(40).
           05  WS-SQL-VALUE                PIC Z(11)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-REGISTER
           SORT SORT-FILE
               ON ASCENDING KEY CHG-DATE CHG-TIME CHG-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-CHANGES
               OUTPUT PROCEDURE IS 3000-WRITE-FEED
           PERFORM 4000-WRITE-TRAILER
           PERFORM 5000-WRITE-REGISTER-ENTRY
           PERFORM 6000-WRITE-REPORT
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CBCDC001' TO WS-BCTL-PROGRAM-ID
           MOVE 'CBIDX002' TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           MOVE WS-BCTL-RUN-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           MOVE WS-RUN-TIME TO WS-CUTOFF-TIME

           OPEN OUTPUT REG-OUT-FILE
           IF NOT WS-REG-OUT-FILE-OK
               DISPLAY 'CBCDC001 - UNABLE TO OPEN REG-OUT-FILE, '
                   'STATUS=' WS-REG-OUT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT FEED-FILE
           IF NOT WS-FEED-FILE-OK
               DISPLAY 'CBCDC001 - UNABLE TO OPEN FEED-FILE, STATUS='
                   WS-FEED-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBCDC001 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'CBCDC001 - CHANGE-DATA-CAPTURE FEED FOR '
               WS-RUN-DATE ', CUT-OFF ' WS-RUN-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Every prior register entry is carried into the new generation
      * unchanged; the last one says where tonight's feed starts.  The
      * entries should chain without a break - one that does not is
      * reported, but the feed still carries on from the last entry,
      * which is what the subscribers have seen.  A garbled sequence
      * number stops the job: numbering from it would break the feed.
      ****************************************************************************
       1500-LOAD-REGISTER.
           OPEN INPUT REG-IN-FILE
           IF WS-REG-IN-NOT-FOUND
               SET WS-FIRST-FEED TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-REG-IN-FILE-OK
                   DISPLAY 'CBCDC001 - UNABLE TO OPEN REG-IN-FILE, '
                       'STATUS=' WS-REG-IN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF
               READ REG-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE REG-RECORD-IN TO CDC-REGISTER-RECORD
                       PERFORM 1600-CARRY-REGISTER-ENTRY
               END-READ
           END-PERFORM

           IF NOT WS-REG-IN-NOT-FOUND
               CLOSE REG-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-REG-COUNT = ZERO
               SET WS-FIRST-FEED TO TRUE
           END-IF
           MOVE WS-PRIOR-DELTA-DATE TO WS-NEW-DELTA-DATE

           MOVE SPACES TO REPORT-LINE
           IF WS-FIRST-FEED
               STRING 'NO FEED REGISTER - FIRST FEED, SEQUENCE STARTS '
                   'AT 1, KEYED CHANGES AND MOVES FROM ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'PRIOR FEED ' WS-PRIOR-DATE ' CUT-OFF '
                   WS-PRIOR-TIME ', DELTAS TAKEN THROUGH '
                   WS-PRIOR-DELTA-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       1600-CARRY-REGISTER-ENTRY.
           IF CRG-FIRST-SEQ IS NOT NUMERIC
                   OR CRG-LAST-SEQ IS NOT NUMERIC
               DISPLAY 'CBCDC001 - *** FEED REGISTER ENTRY FOR '
                   CRG-FEED-DATE ' HAS NO USABLE SEQUENCE, FEED NOT '
                   'WRITTEN ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REG-COUNT
           IF WS-REG-COUNT > 1
                   AND CRG-FIRST-SEQ NOT = WS-PRIOR-LAST-SEQ + 1
               ADD 1 TO WS-REG-BREAK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '*** FEED REGISTER BREAK: FEED OF '
                   CRG-FEED-DATE ' STARTS AT ' CRG-FIRST-SEQ
                   ', PRIOR FEED ENDED AT ' WS-PRIOR-LAST-SEQ ' ***'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE CRG-LAST-SEQ TO WS-PRIOR-LAST-SEQ
           MOVE CRG-FEED-DATE TO WS-PRIOR-DATE
           MOVE CRG-CUTOFF-TIME TO WS-PRIOR-TIME
           MOVE CRG-DELTA-DATE TO WS-PRIOR-DELTA-DATE
           MOVE REG-RECORD-IN TO REG-RECORD-OUT
           WRITE REG-RECORD-OUT.

       2000-RELEASE-CHANGES.
           OPEN INPUT MOVE-FILE
           IF WS-MOVE-NOT-FOUND
               MOVE 'NO ARCHIVE MOVEMENT FILE - NO ARC OR RST CHANGES'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-MOVE-FILE-OK
                   DISPLAY 'CBCDC001 - UNABLE TO OPEN MOVE-FILE, '
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
                       MOVE AMV-RUN-DATE TO WS-EVENT-DATE
                       MOVE AMV-RUN-TIME TO WS-EVENT-TIME
                       PERFORM 2900-CHECK-WINDOW
                       IF WS-IN-WINDOW
                           PERFORM 2100-RELEASE-MOVE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-MOVE-NOT-FOUND
               CLOSE MOVE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               MOVE 'NO AUDIT JOURNAL - NO COR CHANGES'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-AUDIT-FILE-OK
                   DISPLAY 'CBCDC001 - UNABLE TO OPEN AUDIT-FILE, '
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
                       IF AUD-APPLIED-CHANGE
                           MOVE AUD-DATE TO WS-EVENT-DATE
                           MOVE AUD-TIME TO WS-EVENT-TIME
                           PERFORM 2900-CHECK-WINDOW
                           IF WS-IN-WINDOW
                               PERFORM 2200-RELEASE-AUDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-AUDIT-NOT-FOUND
               CLOSE AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT DELTA-FILE
           IF WS-DELTA-NOT-FOUND
               MOVE 'NO DELTA FILE - NO ADD, UPD OR DEL CHANGES'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-DELTA-FILE-OK
                   DISPLAY 'CBCDC001 - UNABLE TO OPEN DELTA-FILE, '
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
                       IF WS-FIRST-FEED
                               OR DLT-RUN-DATE > WS-PRIOR-DELTA-DATE
                           PERFORM 2300-RELEASE-DELTA
                       ELSE
                           ADD 1 TO WS-DLT-SKIP-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-DELTA-NOT-FOUND
               CLOSE DELTA-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2100-RELEASE-MOVE.
           MOVE AMV-RUN-DATE TO CHG-DATE
           MOVE AMV-RUN-TIME TO CHG-TIME
           MOVE AMV-RAW-DATA (204:12) TO CHG-RID
           IF AMV-ARCHIVED
               MOVE 'ARC' TO CHG-TYPE
               MOVE 'CBARC001' TO CHG-ORIGIN
               MOVE AMV-RAW-DATA TO CHG-BEFORE
               MOVE SPACES TO CHG-AFTER
           ELSE
               MOVE 'RST' TO CHG-TYPE
               MOVE 'CBRTV001' TO CHG-ORIGIN
               MOVE SPACES TO CHG-BEFORE
               MOVE AMV-RAW-DATA TO CHG-AFTER
           END-IF
           MOVE AMV-MOVE TO CHG-ORIGIN-ACTION
           ADD 1 TO WS-MOVE-FED-COUNT
           PERFORM 2800-RELEASE-CHANGE.

       2200-RELEASE-AUDIT.
           MOVE AUD-DATE TO CHG-DATE
           MOVE AUD-TIME TO CHG-TIME
           MOVE AUD-AFTER-IMAGE (204:12) TO CHG-RID
           MOVE 'COR' TO CHG-TYPE
           MOVE AUD-OPERATOR-ID TO CHG-ORIGIN
           MOVE AUD-ACTION TO CHG-ORIGIN-ACTION
           MOVE AUD-BEFORE-IMAGE TO CHG-BEFORE
           MOVE AUD-AFTER-IMAGE TO CHG-AFTER
           ADD 1 TO WS-AUD-FED-COUNT
           PERFORM 2800-RELEASE-CHANGE.

       2300-RELEASE-DELTA.
           MOVE DLT-RUN-DATE TO CHG-DATE
           MOVE ALL '9' TO CHG-TIME
           EVALUATE TRUE
               WHEN DLT-ADD
                   MOVE 'ADD' TO CHG-TYPE
                   MOVE DLT-RAW-DATA (204:12) TO CHG-RID
                   MOVE SPACES TO CHG-BEFORE
                   MOVE DLT-RAW-DATA TO CHG-AFTER
               WHEN DLT-DELETE
                   MOVE 'DEL' TO CHG-TYPE
                   MOVE DLT-OLD-DATA (204:12) TO CHG-RID
                   MOVE DLT-OLD-DATA TO CHG-BEFORE
                   MOVE SPACES TO CHG-AFTER
               WHEN OTHER
                   MOVE 'UPD' TO CHG-TYPE
                   MOVE DLT-RAW-DATA (204:12) TO CHG-RID
                   MOVE DLT-OLD-DATA TO CHG-BEFORE
                   MOVE DLT-RAW-DATA TO CHG-AFTER
           END-EVALUATE
           MOVE 'CBDLT001' TO CHG-ORIGIN
           MOVE DLT-ACTION TO CHG-ORIGIN-ACTION
           IF DLT-RUN-DATE > WS-NEW-DELTA-DATE
               MOVE DLT-RUN-DATE TO WS-NEW-DELTA-DATE
           END-IF
           ADD 1 TO WS-DLT-FED-COUNT
           PERFORM 2800-RELEASE-CHANGE.

       2800-RELEASE-CHANGE.
           ADD 1 TO WS-CHANGE-SEQ
           MOVE WS-CHANGE-SEQ TO CHG-SEQ
           ADD 1 TO WS-RELEASED-COUNT
           RELEASE CHANGE-RECORD.

      ****************************************************************************
      * A keyed change or move is in tonight's window when it is after
      * the prior cut-off and not after this one; one stamped after
      * this run started is left for tomorrow's feed.  The first feed
      * has no prior cut-off and starts at midnight on its run date.
      ****************************************************************************
       2900-CHECK-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-SWITCH
           IF WS-EVENT-STAMP > WS-CUTOFF-STAMP
               ADD 1 TO WS-LATE-COUNT
           ELSE
               IF WS-FIRST-FEED
                   IF WS-EVENT-DATE NOT < WS-RUN-DATE
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               ELSE
                   IF WS-EVENT-STAMP > WS-PRIOR-STAMP
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               END-IF
           END-IF.

      ****************************************************************************
      * The header is written before the first change: the sort has
      * already counted them, so the range is known up front.
      ****************************************************************************
       3000-WRITE-FEED.
           COMPUTE WS-EXPECT-FIRST-SEQ = WS-PRIOR-LAST-SEQ + 1
           MOVE WS-EXPECT-FIRST-SEQ TO WS-FIRST-SEQ
           COMPUTE WS-LAST-SEQ = WS-PRIOR-LAST-SEQ + WS-RELEASED-COUNT
           MOVE WS-PRIOR-LAST-SEQ TO WS-FEED-SEQ

           MOVE SPACES TO CDC-FEED-RECORD
           SET CDC-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO CDC-HDR-FEED-DATE
           MOVE WS-RUN-TIME TO CDC-HDR-CUTOFF-TIME
           MOVE WS-FIRST-SEQ TO CDC-HDR-FIRST-SEQ
           MOVE WS-LAST-SEQ TO CDC-HDR-LAST-SEQ
           MOVE WS-RELEASED-COUNT TO CDC-HDR-CHANGE-COUNT
           WRITE CDC-FEED-RECORD

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-WRITE-CHANGE
               END-RETURN
           END-PERFORM.

       3100-WRITE-CHANGE.
           ADD 1 TO WS-FEED-SEQ
           ADD 1 TO WS-WRITTEN-COUNT
           MOVE SPACES TO CDC-FEED-RECORD
           SET CDC-IS-DETAIL TO TRUE
           MOVE WS-FEED-SEQ TO CDC-SEQUENCE
           MOVE CHG-TYPE TO CDC-CHANGE-TYPE
           MOVE CHG-DATE TO CDC-CHANGE-DATE
           MOVE CHG-TIME TO CDC-CHANGE-TIME
           MOVE CHG-RID TO CDC-RID
           MOVE CHG-ORIGIN TO CDC-ORIGIN
           MOVE CHG-ORIGIN-ACTION TO CDC-ORIGIN-ACTION
           MOVE CHG-BEFORE TO CDC-BEFORE-IMAGE
           MOVE CHG-AFTER TO CDC-AFTER-IMAGE
           EVALUATE TRUE
               WHEN CDC-ADDED
                   ADD 1 TO WS-ADD-COUNT
               WHEN CDC-UPDATED
                   ADD 1 TO WS-UPD-COUNT
               WHEN CDC-DELETED
                   ADD 1 TO WS-DEL-COUNT
               WHEN CDC-CORRECTED
                   ADD 1 TO WS-COR-COUNT
               WHEN CDC-ARCHIVED
                   ADD 1 TO WS-ARC-COUNT
               WHEN CDC-RESTORED
                   ADD 1 TO WS-RST-COUNT
           END-EVALUATE
           WRITE CDC-FEED-RECORD.

       4000-WRITE-TRAILER.
           MOVE SPACES TO CDC-FEED-RECORD
           SET CDC-IS-TRAILER TO TRUE
           MOVE WS-FIRST-SEQ TO CDC-TRL-FIRST-SEQ
           MOVE WS-FEED-SEQ TO CDC-TRL-LAST-SEQ
           MOVE WS-WRITTEN-COUNT TO CDC-TRL-CHANGE-COUNT
           MOVE WS-ADD-COUNT TO CDC-TRL-ADD-COUNT
           MOVE WS-UPD-COUNT TO CDC-TRL-UPD-COUNT
           MOVE WS-DEL-COUNT TO CDC-TRL-DEL-COUNT
           MOVE WS-COR-COUNT TO CDC-TRL-COR-COUNT
           MOVE WS-ARC-COUNT TO CDC-TRL-ARC-COUNT
           MOVE WS-RST-COUNT TO CDC-TRL-RST-COUNT
           WRITE CDC-FEED-RECORD.

      ****************************************************************************
      * Tonight's entry closes the new register generation.  Its last
      * sequence is the one actually written, so the next feed carries
      * on from what the subscribers received.
      ****************************************************************************
       5000-WRITE-REGISTER-ENTRY.
           MOVE WS-RUN-DATE TO CRG-FEED-DATE
           MOVE WS-RUN-TIME TO CRG-CUTOFF-TIME
           MOVE WS-FIRST-SEQ TO CRG-FIRST-SEQ
           MOVE WS-FEED-SEQ TO CRG-LAST-SEQ
           MOVE WS-WRITTEN-COUNT TO CRG-CHANGE-COUNT
           MOVE WS-NEW-DELTA-DATE TO CRG-DELTA-DATE
           MOVE CDC-REGISTER-RECORD TO REG-RECORD-OUT
           WRITE REG-RECORD-OUT.

       6000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DELTAS READ' TO WS-CTL-LABEL
           MOVE WS-DLT-READ-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'DELTAS ALREADY FED, SKIPPED' TO WS-CTL-LABEL
           MOVE WS-DLT-SKIP-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'AUDIT RECORDS READ' TO WS-CTL-LABEL
           MOVE WS-AUD-READ-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'ARCHIVE MOVES READ' TO WS-CTL-LABEL
           MOVE WS-MOVE-READ-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'CHANGES AFTER THE CUT-OFF, NEXT FEED' TO WS-CTL-LABEL
           MOVE WS-LATE-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ADD - RECORDS ADDED' TO WS-CTL-LABEL
           MOVE WS-ADD-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'UPD - RECORDS UPDATED' TO WS-CTL-LABEL
           MOVE WS-UPD-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'DEL - RECORDS DELETED' TO WS-CTL-LABEL
           MOVE WS-DEL-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'COR - MAINTENANCE CORRECTIONS' TO WS-CTL-LABEL
           MOVE WS-COR-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'ARC - RECORDS ARCHIVED' TO WS-CTL-LABEL
           MOVE WS-ARC-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'RST - RECORDS RESTORED' TO WS-CTL-LABEL
           MOVE WS-RST-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'CHANGES ON THE FEED' TO WS-CTL-LABEL
           MOVE WS-WRITTEN-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'FIRST FEED SEQUENCE' TO WS-SQL-LABEL
           MOVE WS-FIRST-SEQ TO WS-SQL-VALUE
           PERFORM 6910-WRITE-SEQ-LINE
           MOVE 'LAST FEED SEQUENCE' TO WS-SQL-LABEL
           MOVE WS-FEED-SEQ TO WS-SQL-VALUE
           PERFORM 6910-WRITE-SEQ-LINE
           MOVE 'FEED REGISTER ENTRIES' TO WS-CTL-LABEL
           COMPUTE WS-CTL-VALUE = WS-REG-COUNT + 1
           PERFORM 6900-WRITE-COUNT-LINE
           MOVE 'FEED REGISTER BREAKS' TO WS-CTL-LABEL
           MOVE WS-REG-BREAK-COUNT TO WS-CTL-VALUE
           PERFORM 6900-WRITE-COUNT-LINE

      *    The feed proves itself: every change released to the sort
      *    came back and was numbered, the numbers run on from the
      *    prior feed, and the register chains.
           IF WS-WRITTEN-COUNT = WS-RELEASED-COUNT
                   AND WS-FEED-SEQ = WS-LAST-SEQ
                   AND WS-FIRST-SEQ = WS-PRIOR-LAST-SEQ + 1
                   AND WS-REG-BREAK-COUNT = ZERO
               MOVE 'FEED SEQUENCE CONTROL: PASS' TO REPORT-LINE
           ELSE
               MOVE 'FEED SEQUENCE CONTROL: *FAIL* - SEE ABOVE'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       6900-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-COUNT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       6910-WRITE-SEQ-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SEQ-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

           COPY RUNLOGWR.
           COPY BCTLCK.

       8000-FINALIZE.
           CLOSE REG-OUT-FILE
           CLOSE FEED-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBCDC001 - DELTAS READ       : ' WS-DLT-READ-COUNT
           DISPLAY 'CBCDC001 - DELTAS SKIPPED    : ' WS-DLT-SKIP-COUNT
           DISPLAY 'CBCDC001 - AUDIT RECORDS READ: ' WS-AUD-READ-COUNT
           DISPLAY 'CBCDC001 - MOVES READ        : ' WS-MOVE-READ-COUNT
           DISPLAY 'CBCDC001 - CHANGES FED       : ' WS-WRITTEN-COUNT
           DISPLAY 'CBCDC001 - FIRST SEQUENCE    : ' WS-FIRST-SEQ
           DISPLAY 'CBCDC001 - LAST SEQUENCE     : ' WS-FEED-SEQ
           MOVE 'CBCDC001' TO WS-RUNLOG-PROGRAM-ID
           COMPUTE WS-RUNLOG-RECORDS-READ =
               WS-DLT-READ-COUNT + WS-AUD-READ-COUNT
               + WS-MOVE-READ-COUNT
           MOVE WS-WRITTEN-COUNT TO WS-RUNLOG-PROCESSED
           MOVE WS-DLT-SKIP-COUNT TO WS-RUNLOG-REJECTED
           MOVE WS-WRITTEN-COUNT TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.
