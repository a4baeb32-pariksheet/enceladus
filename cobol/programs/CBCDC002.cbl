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
      * CBCDC002 - change-feed subscriber acknowledgement check.
      *
      * Companion to the CBCDC001 change feed.  Each subscriber sends
      * back an acknowledgement (CDCACK) of the run of feed sequence
      * numbers it has applied; their files are concatenated into one
      * input.  This job brings each subscriber's position (CDCSUB,
      * prior generation in, fresh generation out) up to date from
      * them and reports, against the feed register (CDCREG), every
      * subscriber that is
      *
      *   BEHIND - has not applied everything fed before today: the
      *            changes outstanding, how many feeds, and the oldest
      *            feed date it still owes;
      *   GAP    - acknowledged a run starting beyond the sequence
      *            after its last one, so it skipped changes.  Each
      *            skip is its own gap, up to five open at once; an
      *            acknowledgement covering a gap closes it, and one
      *            covering only its start or its end narrows it.  An
      *            acknowledgement that would open a sixth gap is
      *            rejected and moves nothing, so the skip shows as
      *            BEHIND instead of being lost;
      *   AHEAD  - acknowledged a sequence the feed never carried.
      *
      * Only feeds dated before today are due, so tonight's feed is
      * not held against anyone whether this job runs before or after
      * CBCDC001.  An acknowledgement below what the subscriber has
      * already applied moves nothing and is reported; one that is not
      * numeric or runs backwards is rejected to the report.  A
      * subscriber is known from its first acknowledgement.  Before
      * the first feed there is no register yet: nothing is due, the
      * positions are carried forward and the run completes.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCDC002.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO CDC-ACK-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT REG-IN-FILE ASSIGN TO CDC-REG-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-IN-FILE-STATUS.

           SELECT SUB-IN-FILE ASSIGN TO CDC-SUB-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUB-IN-FILE-STATUS.

           SELECT SUB-OUT-FILE ASSIGN TO CDC-SUB-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUB-OUT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO CDC-ACK-RPT-OUT
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
       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY CDCACK.

       FD  REG-IN-FILE
           RECORDING MODE IS F.
       01  REG-RECORD-IN                   PIC X(57).

       FD  SUB-IN-FILE
           RECORDING MODE IS F.
       01  SUB-RECORD-IN                   PIC X(148).

       FD  SUB-OUT-FILE
           RECORDING MODE IS F.
       01  SUB-RECORD-OUT                  PIC X(148).

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
      * Acknowledgements in the order each subscriber applied them.
      ****************************************************************************
       SD  SORT-FILE.
       01  SORT-ACK-RECORD.
           05  SRT-SUBSCRIBER-ID           PIC X(8).
           05  SRT-APPLIED-DATE            PIC X(8).
           05  SRT-FIRST-SEQ               PIC 9(12).
           05  SRT-LAST-SEQ                PIC 9(12).

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY BCTLWS.

           COPY CDCREG.
           COPY CDCSUB.

       01  WS-ACK-FILE-STATUS              PIC X(2).
           88  WS-ACK-FILE-OK              VALUE '00'.
           88  WS-ACK-NOT-FOUND            VALUE '35'.

       01  WS-REG-IN-FILE-STATUS           PIC X(2).
           88  WS-REG-IN-FILE-OK           VALUE '00'.
           88  WS-REG-IN-NOT-FOUND         VALUE '35'.

       01  WS-SUB-IN-FILE-STATUS           PIC X(2).
           88  WS-SUB-IN-FILE-OK           VALUE '00'.
           88  WS-SUB-IN-NOT-FOUND         VALUE '35'.

       01  WS-SUB-OUT-FILE-STATUS          PIC X(2).
           88  WS-SUB-OUT-FILE-OK          VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.

       01  WS-SUB-FOUND-SWITCH             PIC X(1).
           88  WS-SUB-FOUND                            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACK-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-ACK-BAD-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-ACK-APPLIED-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-ACK-STALE-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-REG-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-SUB-NEW-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-CURRENT-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-BEHIND-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-GAP-COUNT                PIC 9(9)    VALUE ZERO.
           05  WS-AHEAD-COUNT              PIC 9(9)    VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8).

      ****************************************************************************
      * What the feed has carried: the highest sequence ever fed, and
      * the highest fed before today (the one subscribers owe).
      ****************************************************************************
       01  WS-FED-LAST-SEQ                 PIC 9(12)   VALUE ZERO.
       01  WS-DUE-LAST-SEQ                 PIC 9(12)   VALUE ZERO.
       01  WS-DUE-FEED-DATE                PIC X(8)    VALUE SPACES.

       01  WS-FEED-MAX                     PIC 9(4)    VALUE 5000.
       01  WS-FEED-COUNT                   PIC 9(4)    VALUE ZERO.
       01  WS-FEED-IDX                     PIC 9(4).
       01  WS-FEED-TABLE.
           05  WS-FED-ENTRY OCCURS 5000 TIMES.
               10  WS-FED-DATE             PIC X(8).
               10  WS-FED-FIRST            PIC 9(12).
               10  WS-FED-LAST             PIC 9(12).

       01  WS-SUB-MAX                      PIC 9(4)    VALUE 500.
       01  WS-SUB-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-SUB-IDX                      PIC 9(4).
       01  WS-SHIFT-IDX                    PIC 9(4).
       01  WS-FIND-ID                      PIC X(8).
       01  WS-SUBSCRIBER-TABLE.
           05  WS-SUB-ENTRY OCCURS 500 TIMES.
               10  WS-SUB-ID               PIC X(8).
               10  WS-SUB-LAST-SEQ         PIC 9(12).
               10  WS-SUB-ACK-DATE         PIC X(8).
               10  WS-SUB-GAPS.
                   15  WS-SUB-GAP OCCURS 5 TIMES.
                       20  WS-SUB-GAP-FIRST    PIC 9(12).
                       20  WS-SUB-GAP-LAST     PIC 9(12).
               10  WS-SUB-NEW              PIC X(1).
               10  WS-SUB-ACKS             PIC 9(5).

       01  WS-GAP-MAX                      PIC 9(2)    VALUE 5.
       01  WS-GAP-IDX                      PIC 9(2).
       01  WS-GAP-KEEP                     PIC 9(2).
       01  WS-ACK-HELD-SWITCH              PIC X(1).
           88  WS-ACK-HELD                             VALUE 'Y'.

       01  WS-BEHIND-SEQS                  PIC 9(12).
       01  WS-BEHIND-FEEDS                 PIC 9(5).
       01  WS-OLDEST-DUE                   PIC X(8).
       01  WS-STATUS                       PIC X(8).
       01  WS-ACK-TEXT                     PIC X(40).

       01  WS-SUBSCRIBER-HEADING.
           05  FILLER              PIC X(20) VALUE
               'SUBSCRBR  LAST ACK  '.
           05  FILLER              PIC X(22) VALUE
               'LAST APPLIED   CHANGES'.
           05  FILLER              PIC X(19) VALUE
               '  FEEDS  OLDEST    '.
           05  FILLER              PIC X(9)  VALUE 'STATUS   '.
           05  FILLER              PIC X(26) VALUE
               '    GAP FROM        GAP TO'.

       01  WS-SUBSCRIBER-LINE-OUT.
           05  WS-SBL-ID           PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SBL-ACK-DATE     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SBL-LAST         PIC Z(11)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SBL-BEHIND       PIC Z(8)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SBL-FEEDS        PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SBL-OLDEST       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SBL-STATUS       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SBL-GAP-FIRST    PIC Z(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SBL-GAP-LAST     PIC Z(11)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SBL-NEW          PIC X(3).

       01  WS-GAP-LINE-OUT.
           05  FILLER              PIC X(61) VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'MORE GAP '.
           05  WS-GPL-FIRST        PIC Z(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GPL-LAST         PIC Z(11)9.

       01  WS-ACK-LINE-OUT.
           05  WS-AKL-ID           PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AKL-DATE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AKL-FIRST        PIC Z(11)9.
           05  FILLER              PIC X(3)  VALUE ' - '.
           05  WS-AKL-LAST         PIC Z(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AKL-TEXT         PIC X(40).

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
           PERFORM 1700-LOAD-SUBSCRIBERS
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SUBSCRIBER-ID SRT-APPLIED-DATE
                                SRT-FIRST-SEQ SRT-LAST-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-ACKS
               OUTPUT PROCEDURE IS 3000-APPLY-ACKS
           PERFORM 4000-REPORT-SUBSCRIBERS
           PERFORM 5000-WRITE-SUMMARY
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CBCDC002' TO WS-BCTL-PROGRAM-ID
           MOVE SPACES TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE
           MOVE WS-BCTL-RUN-DATE TO WS-RUN-DATE

           OPEN OUTPUT SUB-OUT-FILE
           IF NOT WS-SUB-OUT-FILE-OK
               DISPLAY 'CBCDC002 - UNABLE TO OPEN SUB-OUT-FILE, '
                   'STATUS=' WS-SUB-OUT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBCDC002 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'CBCDC002 - CHANGE FEED SUBSCRIBER ACKNOWLEDGEMENT '
               'CHECK FOR ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * The register says what is due.  A missing one is the normal
      * state before the first feed: no feed has been written, so
      * nothing is due and the check runs on with an empty table.
      ****************************************************************************
       1500-LOAD-REGISTER.
           OPEN INPUT REG-IN-FILE
           IF WS-REG-IN-NOT-FOUND
               DISPLAY 'CBCDC002 - NO FEED REGISTER - NOTHING DUE'
               MOVE 'NO FEED REGISTER - NOTHING DUE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 1550-READ-REGISTER
           END-IF.

       1550-READ-REGISTER.
           IF NOT WS-REG-IN-FILE-OK
               DISPLAY 'CBCDC002 - UNABLE TO OPEN REG-IN-FILE, STATUS='
                   WS-REG-IN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ REG-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REG-READ-COUNT
                       MOVE REG-RECORD-IN TO CDC-REGISTER-RECORD
                       PERFORM 1600-TABLE-FEED
               END-READ
           END-PERFORM
           CLOSE REG-IN-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE SPACES TO REPORT-LINE
           IF WS-DUE-FEED-DATE = SPACES
               MOVE 'NO FEED BEFORE TODAY - NOTHING IS DUE YET'
                   TO REPORT-LINE
           ELSE
               MOVE WS-DUE-LAST-SEQ TO WS-SQL-VALUE
               STRING 'DUE: EVERY CHANGE FED BEFORE TODAY, THROUGH '
                   'SEQUENCE ' WS-SQL-VALUE ' (FEED OF '
                   WS-DUE-FEED-DATE ')'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       1600-TABLE-FEED.
           IF CRG-FIRST-SEQ IS NOT NUMERIC
                   OR CRG-LAST-SEQ IS NOT NUMERIC
               DISPLAY 'CBCDC002 - *** FEED REGISTER ENTRY FOR '
                   CRG-FEED-DATE ' HAS NO USABLE SEQUENCE, JOB '
                   'STOPPED ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FEED-COUNT NOT < WS-FEED-MAX
               DISPLAY 'CBCDC002 - *** FEED TABLE FULL AT '
                   WS-FEED-MAX ', CHECK ABANDONED ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FEED-COUNT
           MOVE CRG-FEED-DATE TO WS-FED-DATE (WS-FEED-COUNT)
           MOVE CRG-FIRST-SEQ TO WS-FED-FIRST (WS-FEED-COUNT)
           MOVE CRG-LAST-SEQ TO WS-FED-LAST (WS-FEED-COUNT)
           IF CRG-LAST-SEQ > WS-FED-LAST-SEQ
               MOVE CRG-LAST-SEQ TO WS-FED-LAST-SEQ
           END-IF
           IF CRG-FEED-DATE < WS-RUN-DATE
                   AND CRG-LAST-SEQ NOT < WS-DUE-LAST-SEQ
               MOVE CRG-LAST-SEQ TO WS-DUE-LAST-SEQ
               MOVE CRG-FEED-DATE TO WS-DUE-FEED-DATE
           END-IF.

       1700-LOAD-SUBSCRIBERS.
           OPEN INPUT SUB-IN-FILE
           IF WS-SUB-IN-NOT-FOUND
               DISPLAY 'CBCDC002 - NO PRIOR SUBSCRIBER POSITIONS, '
                   'FIRST RUN ASSUMED'
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-SUB-IN-FILE-OK
                   DISPLAY 'CBCDC002 - UNABLE TO OPEN SUB-IN-FILE, '
                       'STATUS=' WS-SUB-IN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF
               READ SUB-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SUB-RECORD-IN TO CDC-SUBSCRIBER-RECORD
                       PERFORM 1800-TABLE-SUBSCRIBER
               END-READ
           END-PERFORM

           IF NOT WS-SUB-IN-NOT-FOUND
               CLOSE SUB-IN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

      ****************************************************************************
      * A garbled position is dropped with a message, as CBDST001
      * drops a garbled cell; the subscriber starts again from its
      * next acknowledgement.
      ****************************************************************************
       1800-TABLE-SUBSCRIBER.
           IF CSB-LAST-SEQ IS NOT NUMERIC
                   OR CSB-GAPS IS NOT NUMERIC
               DISPLAY 'CBCDC002 - *** POSITION FOR SUBSCRIBER '
                   CSB-SUBSCRIBER-ID ' DROPPED, NOT NUMERIC ***'
           ELSE
               MOVE CSB-SUBSCRIBER-ID TO WS-FIND-ID
               PERFORM 6000-FIND-SUBSCRIBER
               MOVE CSB-LAST-SEQ TO WS-SUB-LAST-SEQ (WS-SUB-IDX)
               MOVE CSB-LAST-ACK-DATE TO WS-SUB-ACK-DATE (WS-SUB-IDX)
               MOVE CSB-GAPS TO WS-SUB-GAPS (WS-SUB-IDX)
               MOVE 'N' TO WS-SUB-NEW (WS-SUB-IDX)
           END-IF.

       2000-RELEASE-ACKS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-NOT-FOUND
               MOVE 'NO ACKNOWLEDGEMENT FILE - NO SUBSCRIBER HAS MOVED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-EOF TO TRUE
           ELSE
               IF NOT WS-ACK-FILE-OK
                   DISPLAY 'CBCDC002 - UNABLE TO OPEN ACK-FILE, STATUS='
                       WS-ACK-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF
               READ ACK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACK-READ-COUNT
                       PERFORM 2100-RELEASE-ONE-ACK
               END-READ
           END-PERFORM
           IF NOT WS-ACK-NOT-FOUND
               CLOSE ACK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2100-RELEASE-ONE-ACK.
           IF ACK-FIRST-SEQ IS NOT NUMERIC
                   OR ACK-LAST-SEQ IS NOT NUMERIC
                   OR ACK-SUBSCRIBER-ID = SPACES
               ADD 1 TO WS-ACK-BAD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '*** ACKNOWLEDGEMENT REJECTED, NOT NUMERIC OR NO '
                   'SUBSCRIBER: ' CDC-ACK-RECORD
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF ACK-FIRST-SEQ > ACK-LAST-SEQ
                       OR ACK-FIRST-SEQ = ZERO
                   ADD 1 TO WS-ACK-BAD-COUNT
                   MOVE 'REJECTED, RANGE RUNS BACKWARDS OR FROM ZERO'
                       TO WS-ACK-TEXT
                   PERFORM 3900-WRITE-ACK-LINE
               ELSE
                   MOVE CDC-ACK-RECORD TO SORT-ACK-RECORD
                   RELEASE SORT-ACK-RECORD
               END-IF
           END-IF.

       3000-APPLY-ACKS.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-APPLY-ONE-ACK
               END-RETURN
           END-PERFORM.

      ****************************************************************************
      * A run is first set against each open gap - covering it closes
      * it, covering its start or end narrows it - then, if it starts
      * past the subscriber's next sequence, the skip opens a gap of
      * its own.  The applied position only ever moves forward.
      ****************************************************************************
       3100-APPLY-ONE-ACK.
           MOVE SRT-SUBSCRIBER-ID TO WS-FIND-ID
           PERFORM 6000-FIND-SUBSCRIBER
           IF NOT WS-SUB-FOUND
               ADD 1 TO WS-SUB-NEW-COUNT
               MOVE 'Y' TO WS-SUB-NEW (WS-SUB-IDX)
               MOVE SRT-LAST-SEQ TO WS-SUB-LAST-SEQ (WS-SUB-IDX)
               MOVE 'NEW SUBSCRIBER, STARTS FROM THIS RUN'
                   TO WS-ACK-TEXT
               PERFORM 3800-WRITE-SORTED-ACK-LINE
           END-IF
           ADD 1 TO WS-SUB-ACKS (WS-SUB-IDX)
           MOVE SRT-APPLIED-DATE TO WS-SUB-ACK-DATE (WS-SUB-IDX)

           IF SRT-LAST-SEQ > WS-FED-LAST-SEQ
               MOVE '*** AHEAD - SEQUENCE NEVER FED ***'
                   TO WS-ACK-TEXT
               PERFORM 3800-WRITE-SORTED-ACK-LINE
           END-IF

           PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                   UNTIL WS-GAP-IDX > WS-GAP-MAX
               IF WS-SUB-GAP-FIRST (WS-SUB-IDX, WS-GAP-IDX) NOT = ZERO
                   PERFORM 3200-FILL-GAP
               END-IF
           END-PERFORM
           PERFORM 3300-COMPACT-GAPS

           MOVE 'N' TO WS-ACK-HELD-SWITCH
           IF SRT-FIRST-SEQ > WS-SUB-LAST-SEQ (WS-SUB-IDX) + 1
               PERFORM 3400-OPEN-GAP
           END-IF

           IF NOT WS-ACK-HELD
               PERFORM 3500-ADVANCE-POSITION
           END-IF.

      ****************************************************************************
      * Set the run against one open gap.  A run covering the gap from
      * its start moves the start up past the run; one covering its
      * end moves the end down.  A run inside the gap, touching
      * neither end, leaves it as it stands.
      ****************************************************************************
       3200-FILL-GAP.
           IF SRT-FIRST-SEQ
                   NOT > WS-SUB-GAP-FIRST (WS-SUB-IDX, WS-GAP-IDX)
               IF SRT-LAST-SEQ
                       NOT < WS-SUB-GAP-LAST (WS-SUB-IDX, WS-GAP-IDX)
                   MOVE ZEROS TO WS-SUB-GAP (WS-SUB-IDX, WS-GAP-IDX)
                   MOVE 'GAP CLOSED BY THIS RUN' TO WS-ACK-TEXT
                   PERFORM 3800-WRITE-SORTED-ACK-LINE
               ELSE
                   IF SRT-LAST-SEQ NOT <
                           WS-SUB-GAP-FIRST (WS-SUB-IDX, WS-GAP-IDX)
                       COMPUTE WS-SUB-GAP-FIRST (WS-SUB-IDX, WS-GAP-IDX)
                           = SRT-LAST-SEQ + 1
                       MOVE 'GAP NARROWED BY THIS RUN' TO WS-ACK-TEXT
                       PERFORM 3800-WRITE-SORTED-ACK-LINE
                   END-IF
               END-IF
           ELSE
               IF SRT-FIRST-SEQ
                       NOT > WS-SUB-GAP-LAST (WS-SUB-IDX, WS-GAP-IDX)
                   AND SRT-LAST-SEQ
                       NOT < WS-SUB-GAP-LAST (WS-SUB-IDX, WS-GAP-IDX)
                   COMPUTE WS-SUB-GAP-LAST (WS-SUB-IDX, WS-GAP-IDX)
                       = SRT-FIRST-SEQ - 1
                   MOVE 'GAP NARROWED BY THIS RUN' TO WS-ACK-TEXT
                   PERFORM 3800-WRITE-SORTED-ACK-LINE
               END-IF
           END-IF.

      ****************************************************************************
      * Close up the closed entries so the open gaps stay oldest first
      * from the front of the list.
      ****************************************************************************
       3300-COMPACT-GAPS.
           MOVE ZERO TO WS-GAP-KEEP
           PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                   UNTIL WS-GAP-IDX > WS-GAP-MAX
               IF WS-SUB-GAP-FIRST (WS-SUB-IDX, WS-GAP-IDX) NOT = ZERO
                   ADD 1 TO WS-GAP-KEEP
                   IF WS-GAP-KEEP NOT = WS-GAP-IDX
                       MOVE WS-SUB-GAP (WS-SUB-IDX, WS-GAP-IDX)
                           TO WS-SUB-GAP (WS-SUB-IDX, WS-GAP-KEEP)
                       MOVE ZEROS TO WS-SUB-GAP (WS-SUB-IDX, WS-GAP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ****************************************************************************
      * The skip becomes a gap of its own after any already open - a
      * gap is never widened over sequences the subscriber has since
      * applied.  With every entry taken the run is rejected and the
      * position held, so the skip still shows, as BEHIND.
      ****************************************************************************
       3400-OPEN-GAP.
           COMPUTE WS-GAP-IDX = WS-GAP-KEEP + 1
           IF WS-GAP-IDX > WS-GAP-MAX
               SET WS-ACK-HELD TO TRUE
               ADD 1 TO WS-ACK-BAD-COUNT
               MOVE 'REJECTED, FIVE GAPS ALREADY OPEN' TO WS-ACK-TEXT
           ELSE
               COMPUTE WS-SUB-GAP-FIRST (WS-SUB-IDX, WS-GAP-IDX) =
                   WS-SUB-LAST-SEQ (WS-SUB-IDX) + 1
               COMPUTE WS-SUB-GAP-LAST (WS-SUB-IDX, WS-GAP-IDX) =
                   SRT-FIRST-SEQ - 1
               IF WS-GAP-IDX = 1
                   MOVE '*** GAP - SEQUENCES SKIPPED ***'
                       TO WS-ACK-TEXT
               ELSE
                   MOVE '*** FURTHER GAP - SEQUENCES SKIPPED ***'
                       TO WS-ACK-TEXT
               END-IF
           END-IF
           PERFORM 3800-WRITE-SORTED-ACK-LINE.

       3500-ADVANCE-POSITION.
           IF SRT-LAST-SEQ > WS-SUB-LAST-SEQ (WS-SUB-IDX)
               MOVE SRT-LAST-SEQ TO WS-SUB-LAST-SEQ (WS-SUB-IDX)
               ADD 1 TO WS-ACK-APPLIED-COUNT
           ELSE
               IF WS-SUB-NEW (WS-SUB-IDX) = 'Y'
                       AND WS-SUB-ACKS (WS-SUB-IDX) = 1
                   ADD 1 TO WS-ACK-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-ACK-STALE-COUNT
                   MOVE 'ALREADY APPLIED, POSITION NOT MOVED'
                       TO WS-ACK-TEXT
                   PERFORM 3800-WRITE-SORTED-ACK-LINE
               END-IF
           END-IF.

       3800-WRITE-SORTED-ACK-LINE.
           MOVE SRT-SUBSCRIBER-ID TO WS-AKL-ID
           MOVE SRT-APPLIED-DATE TO WS-AKL-DATE
           MOVE SRT-FIRST-SEQ TO WS-AKL-FIRST
           MOVE SRT-LAST-SEQ TO WS-AKL-LAST
           MOVE WS-ACK-TEXT TO WS-AKL-TEXT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACK-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       3900-WRITE-ACK-LINE.
           MOVE ACK-SUBSCRIBER-ID TO WS-AKL-ID
           MOVE ACK-APPLIED-DATE TO WS-AKL-DATE
           MOVE ACK-FIRST-SEQ TO WS-AKL-FIRST
           MOVE ACK-LAST-SEQ TO WS-AKL-LAST
           MOVE WS-ACK-TEXT TO WS-AKL-TEXT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACK-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       4000-REPORT-SUBSCRIBERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUBSCRIBER-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               PERFORM 4100-REPORT-ONE-SUBSCRIBER
               PERFORM 4200-WRITE-POSITION
           END-PERFORM.

      ****************************************************************************
      * How far behind: the changes between the subscriber's position
      * and the last one due, and the feeds dated before today that
      * carried any of them, oldest first.
      ****************************************************************************
       4100-REPORT-ONE-SUBSCRIBER.
           MOVE ZERO TO WS-BEHIND-SEQS
           MOVE ZERO TO WS-BEHIND-FEEDS
           MOVE SPACES TO WS-OLDEST-DUE
           IF WS-SUB-LAST-SEQ (WS-SUB-IDX) < WS-DUE-LAST-SEQ
               COMPUTE WS-BEHIND-SEQS =
                   WS-DUE-LAST-SEQ - WS-SUB-LAST-SEQ (WS-SUB-IDX)
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   IF WS-FED-DATE (WS-FEED-IDX) < WS-RUN-DATE
                           AND WS-FED-LAST (WS-FEED-IDX)
                               > WS-SUB-LAST-SEQ (WS-SUB-IDX)
                           AND WS-FED-LAST (WS-FEED-IDX)
                               NOT < WS-FED-FIRST (WS-FEED-IDX)
                       ADD 1 TO WS-BEHIND-FEEDS
                       IF WS-OLDEST-DUE = SPACES
                           MOVE WS-FED-DATE (WS-FEED-IDX)
                               TO WS-OLDEST-DUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WS-SUB-GAP-FIRST (WS-SUB-IDX, 1) NOT = ZERO
                   MOVE '*GAP*' TO WS-STATUS
                   ADD 1 TO WS-GAP-COUNT
               WHEN WS-SUB-LAST-SEQ (WS-SUB-IDX) > WS-FED-LAST-SEQ
                   MOVE '*AHEAD*' TO WS-STATUS
                   ADD 1 TO WS-AHEAD-COUNT
               WHEN WS-BEHIND-SEQS > ZERO
                   MOVE '*BEHIND*' TO WS-STATUS
                   ADD 1 TO WS-BEHIND-COUNT
               WHEN OTHER
                   MOVE 'CURRENT' TO WS-STATUS
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE

           MOVE WS-SUB-ID (WS-SUB-IDX) TO WS-SBL-ID
           MOVE WS-SUB-ACK-DATE (WS-SUB-IDX) TO WS-SBL-ACK-DATE
           MOVE WS-SUB-LAST-SEQ (WS-SUB-IDX) TO WS-SBL-LAST
           MOVE WS-BEHIND-SEQS TO WS-SBL-BEHIND
           MOVE WS-BEHIND-FEEDS TO WS-SBL-FEEDS
           MOVE WS-OLDEST-DUE TO WS-SBL-OLDEST
           MOVE WS-STATUS TO WS-SBL-STATUS
           MOVE WS-SUB-GAP-FIRST (WS-SUB-IDX, 1) TO WS-SBL-GAP-FIRST
           MOVE WS-SUB-GAP-LAST (WS-SUB-IDX, 1) TO WS-SBL-GAP-LAST
           IF WS-SUB-NEW (WS-SUB-IDX) = 'Y'
               MOVE 'NEW' TO WS-SBL-NEW
           ELSE
               MOVE SPACES TO WS-SBL-NEW
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUBSCRIBER-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-GAP-IDX FROM 2 BY 1
                   UNTIL WS-GAP-IDX > WS-GAP-MAX
               IF WS-SUB-GAP-FIRST (WS-SUB-IDX, WS-GAP-IDX) NOT = ZERO
                   MOVE WS-SUB-GAP-FIRST (WS-SUB-IDX, WS-GAP-IDX)
                       TO WS-GPL-FIRST
                   MOVE WS-SUB-GAP-LAST (WS-SUB-IDX, WS-GAP-IDX)
                       TO WS-GPL-LAST
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-GAP-LINE-OUT TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       4200-WRITE-POSITION.
           MOVE WS-SUB-ID (WS-SUB-IDX) TO CSB-SUBSCRIBER-ID
           MOVE WS-SUB-LAST-SEQ (WS-SUB-IDX) TO CSB-LAST-SEQ
           MOVE WS-SUB-ACK-DATE (WS-SUB-IDX) TO CSB-LAST-ACK-DATE
           MOVE WS-SUB-GAPS (WS-SUB-IDX) TO CSB-GAPS
           MOVE CDC-SUBSCRIBER-RECORD TO SUB-RECORD-OUT
           WRITE SUB-RECORD-OUT.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FEEDS ON THE REGISTER' TO WS-CTL-LABEL
           MOVE WS-FEED-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'LAST SEQUENCE FED' TO WS-SQL-LABEL
           MOVE WS-FED-LAST-SEQ TO WS-SQL-VALUE
           PERFORM 5910-WRITE-SEQ-LINE
           MOVE 'LAST SEQUENCE DUE' TO WS-SQL-LABEL
           MOVE WS-DUE-LAST-SEQ TO WS-SQL-VALUE
           PERFORM 5910-WRITE-SEQ-LINE
           MOVE 'ACKNOWLEDGEMENTS READ' TO WS-CTL-LABEL
           MOVE WS-ACK-READ-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'ACKNOWLEDGEMENTS REJECTED' TO WS-CTL-LABEL
           MOVE WS-ACK-BAD-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'ACKNOWLEDGEMENTS ALREADY APPLIED' TO WS-CTL-LABEL
           MOVE WS-ACK-STALE-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'NEW SUBSCRIBERS' TO WS-CTL-LABEL
           MOVE WS-SUB-NEW-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'SUBSCRIBERS' TO WS-CTL-LABEL
           MOVE WS-SUB-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'SUBSCRIBERS CURRENT' TO WS-CTL-LABEL
           MOVE WS-CURRENT-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'SUBSCRIBERS BEHIND' TO WS-CTL-LABEL
           MOVE WS-BEHIND-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'SUBSCRIBERS WITH A GAP' TO WS-CTL-LABEL
           MOVE WS-GAP-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           MOVE 'SUBSCRIBERS AHEAD OF THE FEED' TO WS-CTL-LABEL
           MOVE WS-AHEAD-COUNT TO WS-CTL-VALUE
           PERFORM 5900-WRITE-COUNT-LINE
           IF WS-BEHIND-COUNT = ZERO
                   AND WS-GAP-COUNT = ZERO
                   AND WS-AHEAD-COUNT = ZERO
               MOVE 'SUBSCRIBER CONTROL: PASS' TO REPORT-LINE
           ELSE
               MOVE 'SUBSCRIBER CONTROL: *FAIL* - SEE ABOVE'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       5900-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-COUNT-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       5910-WRITE-SEQ-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SEQ-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************************
      * Find WS-FIND-ID in the subscriber table, inserting it in id
      * order when it is new, so the report comes out in id sequence.
      ****************************************************************************
       6000-FIND-SUBSCRIBER.
           MOVE 'N' TO WS-SUB-FOUND-SWITCH
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
                       OR WS-SUB-FOUND
                       OR WS-SUB-ID (WS-SUB-IDX) > WS-FIND-ID
               IF WS-SUB-ID (WS-SUB-IDX) = WS-FIND-ID
                   SET WS-SUB-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUB-IDX
               END-IF
           END-PERFORM
           IF NOT WS-SUB-FOUND
               IF WS-SUB-COUNT < WS-SUB-MAX
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-SUB-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX < WS-SUB-IDX
                       MOVE WS-SUB-ENTRY (WS-SHIFT-IDX)
                           TO WS-SUB-ENTRY (WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-SUB-COUNT
                   MOVE WS-FIND-ID TO WS-SUB-ID (WS-SUB-IDX)
                   MOVE ZERO TO WS-SUB-LAST-SEQ (WS-SUB-IDX)
                   MOVE SPACES TO WS-SUB-ACK-DATE (WS-SUB-IDX)
                   MOVE ZEROS TO WS-SUB-GAPS (WS-SUB-IDX)
                   MOVE 'N' TO WS-SUB-NEW (WS-SUB-IDX)
                   MOVE ZERO TO WS-SUB-ACKS (WS-SUB-IDX)
               ELSE
                   DISPLAY 'CBCDC002 - *** SUBSCRIBER TABLE FULL AT '
                       WS-SUB-MAX ', CHECK ABANDONED ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           COPY RUNLOGWR.
           COPY BCTLCK.

       8000-FINALIZE.
           CLOSE SUB-OUT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBCDC002 - ACKS READ         : ' WS-ACK-READ-COUNT
           DISPLAY 'CBCDC002 - ACKS REJECTED     : ' WS-ACK-BAD-COUNT
           DISPLAY 'CBCDC002 - SUBSCRIBERS       : ' WS-SUB-COUNT
           DISPLAY 'CBCDC002 - BEHIND            : ' WS-BEHIND-COUNT
           DISPLAY 'CBCDC002 - WITH A GAP        : ' WS-GAP-COUNT
           DISPLAY 'CBCDC002 - AHEAD             : ' WS-AHEAD-COUNT
           MOVE 'CBCDC002' TO WS-RUNLOG-PROGRAM-ID
           COMPUTE WS-RUNLOG-RECORDS-READ =
               WS-ACK-READ-COUNT + WS-REG-READ-COUNT
           MOVE WS-ACK-APPLIED-COUNT TO WS-RUNLOG-PROCESSED
           MOVE WS-ACK-BAD-COUNT TO WS-RUNLOG-REJECTED
           MOVE WS-SUB-COUNT TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.
