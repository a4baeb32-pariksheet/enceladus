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
      * CBRSN003 - reason-code mass reclassification job.
      *
      * Moves every live record carrying a code being retired onto its
      * replacement in one controlled run, instead of hand-correcting
      * them one at a time in CBMNT001.  Driven by a mapping file of
      * old-code/new-code pairs (one card per code being retired):
      *
      *   cols 1-2  old reason code;
      *   cols 3-4  new reason code.
      *
      * The whole map is checked before anything is touched: both codes
      * two digits, old and new different, the new code active on the
      * reason table, no old code mapped twice, and no new code itself
      * being mapped away (a chain would depend on read order).  Any
      * bad card is listed and stops the job with return code 12, the
      * missing-parameter convention - a mass change with a bad map
      * does not run half-way.
      *
      * The C-keyed KSDS is then read in record-id order, I-O, and for
      * each record whose C-REASON is on the map:
      *
      *   - C-REASON is rewritten to the new code (C-FLAG untouched);
      *   - the record's counts move between the affected POSREC cells
      *     through the shared POSUPD routine, old image out and new
      *     image in;
      *   - the change is journaled to AUDFILE exactly as a CBMNT001
      *     C flag/reason edit is - action 'C', both keys, both images
      *     - in this job's name, so CBAUD001 reports it and CBPIT001
      *     can reverse it;
      *   - a DLTTRN update transaction (old image in DLT-OLD-DATA, run
      *     date in DLT-RUN-DATE) is written to this job's transaction
      *     file, which joins the night's CBDLT001 output in the
      *     accumulated delta history, so the master and every replay
      *     of that history agree with the KSDS.  Applying it through
      *     CBIDX002 as well is harmless: the record already holds the
      *     image, so the rewrite changes nothing and the position
      *     moves out and back in.  A transaction that cannot be
      *     written leaves the KSDS ahead of the history: it is
      *     displayed with its record id and the run ends with return
      *     code 8.
      *
      * The run is the authority for the change: the map is the
      * approved instruction, so these edits are not held for
      * CBAPR001 approval.  A record with a maker-checker change still
      * pending is reclassified like any other and called out on the
      * report - its pending before-image no longer matches, so
      * CBAPR001 will refuse it and it must be rekeyed.
      *
      * Archived records keep their code: the archive is history.  The
      * CBRSN002 impact report lists them; CBRTV001 restores go back
      * through the gate, where a retired code is R02 and repaired in
      * the CBRCY001 dialog.  The report closes with the records,
      * A occurrences and B1/B2 totals moved under each map card.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBRSN003.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO RSN-MAP-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT REASON-FILE ASSIGN TO R-RSN-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT R-INDEX-FILE ASSIGN TO R-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-INDEX-RID
               ALTERNATE RECORD KEY IS C OF R-INDEX-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO R-POS-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO R-PND-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-RID
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO R-AUDIT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO RSN-TRANS-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RSN-RCL-RPT-OUT
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

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE
           RECORDING MODE IS F.
       01  MAP-RECORD-IN.
           05  MAP-OLD-REASON              PIC X(2).
           05  MAP-NEW-REASON              PIC X(2).
           05  FILLER                      PIC X(76).

       FD  REASON-FILE
           RECORDING MODE IS F.
           COPY RSNREC.

       FD  R-INDEX-FILE
           RECORDING MODE IS F.
           COPY RIDXREC.

       FD  POSITION-FILE
           RECORDING MODE IS F.
           COPY POSREC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDFILE.

       FD  TRANS-FILE
           RECORDING MODE IS F.
           COPY DLTTRN.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY BCTLWS.
           COPY POSUPWS.

       01  WS-MAP-FILE-STATUS              PIC X(2).
           88  WS-MAP-FILE-OK              VALUE '00'.

       01  WS-RSN-FILE-STATUS              PIC X(2).
           88  WS-RSN-FILE-OK              VALUE '00'.

       01  WS-IDX-FILE-STATUS              PIC X(2).
           88  WS-IDX-FILE-OK              VALUE '00'.

       01  WS-PND-FILE-STATUS              PIC X(2).
           88  WS-PND-FILE-OK              VALUE '00'.

       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-NOT-FOUND          VALUE '35'.

       01  WS-TRANS-FILE-STATUS            PIC X(2).
           88  WS-TRANS-FILE-OK            VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-MAP-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-MAP-EOF                              VALUE 'Y'.

       01  WS-MAP-BAD-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-MAP-BAD                              VALUE 'Y'.

       01  WS-PND-AVAILABLE-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-PND-AVAILABLE                        VALUE 'Y'.

       01  WS-RUN-DATE                     PIC X(8).

       01  WS-CARD-ERROR                   PIC X(30).
       01  WS-OLD-CODE                     PIC 9(2).
       01  WS-NEW-CODE                     PIC 9(2).
       01  WS-MAP-IDX                      PIC 9(3).

      *    Indexed by old reason code + 1: one slot per possible code.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-SET-SWITCH       PIC X(1).
                   88  WS-MAP-SET                      VALUE 'Y'.
               10  WS-MAP-NEW-REASON       PIC 9(2).
               10  WS-MAP-RECORDS          PIC 9(9).
               10  WS-MAP-OCC              PIC 9(9).
               10  WS-MAP-B1               PIC 9(9).
               10  WS-MAP-B2               PIC 9(9).

       01  WS-BEFORE-IMAGE                 PIC X(215).
       01  WS-AFTER-IMAGE                  PIC X(215).

       01  WS-COUNTERS.
           05  WS-CARD-COUNT               PIC 9(9)    VALUE ZERO.
           05  WS-RECORD-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-RECLASS-COUNT            PIC 9(9)    VALUE ZERO.
           05  WS-FAILED-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-DELTA-FAILED-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-PENDING-HIT-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-OCC-MOVED                PIC 9(9)    VALUE ZERO.

       01  WS-CARD-LINE-OUT.
           05  FILLER              PIC X(8)  VALUE 'MAP OLD='.
           05  WS-CRD-OLD          PIC X(2).
           05  FILLER              PIC X(5)  VALUE ' NEW='.
           05  WS-CRD-NEW          PIC X(2).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CRD-NOTE         PIC X(30).

       01  WS-DETAIL-LINE-OUT.
           05  WS-DTL-TAG          PIC X(13).
           05  FILLER              PIC X(3)  VALUE 'ID '.
           05  WS-DTL-RID          PIC X(12).
           05  FILLER              PIC X(6)  VALUE ' FROM '.
           05  WS-DTL-OLD-KEY      PIC X(3).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  WS-DTL-NEW-KEY      PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DTL-NOTE         PIC X(40).

       01  WS-MOVED-LINE-OUT.
           05  FILLER              PIC X(7)  VALUE 'MOVED  '.
           05  WS-MVD-OLD          PIC 9(2).
           05  FILLER              PIC X(4)  VALUE ' -> '.
           05  WS-MVD-NEW          PIC 9(2).
           05  FILLER              PIC X(10) VALUE ' RECORDS ='.
           05  WS-MVD-RECORDS      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(14) VALUE ' OCCURRENCES ='.
           05  WS-MVD-OCC          PIC ZZZZZZZZ9.
           05  FILLER              PIC X(5)  VALUE ' B1 ='.
           05  WS-MVD-B1           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(5)  VALUE ' B2 ='.
           05  WS-MVD-B2           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ R-INDEX-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 3000-CHECK-RECORD
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-MOVED-TOTALS
           PERFORM 8000-FINALIZE
           STOP RUN.

      ****************************************************************************
      * The map is this job's parameter: it is loaded and proved before
      * the run-sequence stamp, so a bad card stops the job without
      * needing a CBBCT001 clear - the CBRCY001 ordering.
      ****************************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBRSN003 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE 'CBRSN003 - REASON CODE RECLASSIFICATION'
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 1500-LOAD-MAP
           IF WS-MAP-BAD OR WS-CARD-COUNT = ZERO
               IF WS-CARD-COUNT = ZERO
                   MOVE 'MAPPING FILE EMPTY' TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE '*** MAPPING FILE REJECTED, NOTHING RECLASSIFIED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY 'CBRSN003 - MAPPING FILE MISSING, EMPTY OR '
                   'INVALID, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'CBRSN003' TO WS-BCTL-PROGRAM-ID
           MOVE SPACES TO WS-BCTL-PREDECESSOR
           PERFORM 9500-CHECK-RUN-SEQUENCE

           OPEN I-O R-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               DISPLAY 'CBRSN003 - UNABLE TO OPEN R-INDEX-FILE, STATUS='
                   WS-IDX-FILE-STATUS
               STOP RUN
           END-IF

           OPEN I-O POSITION-FILE
           IF WS-POS-FILE-OK
               SET WS-POS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CBRSN003 - POSITION FILE UNAVAILABLE, STATUS='
                   WS-POS-FILE-STATUS ' - POSITIONS NOT MAINTAINED'
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PND-FILE-OK
               SET WS-PND-AVAILABLE TO TRUE
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBRSN003 - UNABLE TO OPEN AUDIT-FILE, STATUS='
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TRANS-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY 'CBRSN003 - UNABLE TO OPEN TRANS-FILE, STATUS='
                   WS-TRANS-FILE-STATUS
               STOP RUN
           END-IF.

      ****************************************************************************
      * Read and prove every card, listing each with its verdict.  The
      * chain check needs the whole map, so it runs after the last
      * card is in.
      ****************************************************************************
       1500-LOAD-MAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > 100
               MOVE 'N' TO WS-MAP-SET-SWITCH (WS-MAP-IDX)
               MOVE ZERO TO WS-MAP-NEW-REASON (WS-MAP-IDX)
               MOVE ZERO TO WS-MAP-RECORDS (WS-MAP-IDX)
               MOVE ZERO TO WS-MAP-OCC (WS-MAP-IDX)
               MOVE ZERO TO WS-MAP-B1 (WS-MAP-IDX)
               MOVE ZERO TO WS-MAP-B2 (WS-MAP-IDX)
           END-PERFORM

           OPEN INPUT MAP-FILE
           IF NOT WS-MAP-FILE-OK
               DISPLAY 'CBRSN003 - UNABLE TO OPEN MAP-FILE, STATUS='
                   WS-MAP-FILE-STATUS
               SET WS-MAP-BAD TO TRUE
           ELSE
               OPEN INPUT REASON-FILE
               IF NOT WS-RSN-FILE-OK
                   DISPLAY 'CBRSN003 - UNABLE TO OPEN REASON-FILE, '
                       'STATUS=' WS-RSN-FILE-STATUS
                   SET WS-MAP-BAD TO TRUE
               ELSE
                   PERFORM UNTIL WS-MAP-EOF
                       READ MAP-FILE
                           AT END
                               SET WS-MAP-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CARD-COUNT
                               PERFORM 1600-CHECK-MAP-CARD
                       END-READ
                   END-PERFORM
                   CLOSE REASON-FILE
                   PERFORM 1700-CHECK-MAP-CHAINS
               END-IF
               CLOSE MAP-FILE
           END-IF.

       1600-CHECK-MAP-CARD.
           MOVE SPACES TO WS-CARD-ERROR
           EVALUATE TRUE
               WHEN MAP-OLD-REASON IS NOT NUMERIC
                       OR MAP-NEW-REASON IS NOT NUMERIC
                   MOVE '*** CODES MUST BE 2 DIGITS' TO WS-CARD-ERROR
               WHEN MAP-OLD-REASON = MAP-NEW-REASON
                   MOVE '*** OLD AND NEW ARE THE SAME' TO WS-CARD-ERROR
               WHEN OTHER
                   MOVE MAP-OLD-REASON TO WS-OLD-CODE
                   MOVE MAP-NEW-REASON TO WS-NEW-CODE
                   IF WS-MAP-SET (WS-OLD-CODE + 1)
                       MOVE '*** OLD CODE MAPPED TWICE'
                           TO WS-CARD-ERROR
                   ELSE
                       MOVE MAP-NEW-REASON TO RSN-CODE
                       READ REASON-FILE
                           INVALID KEY
                               MOVE '*** NEW CODE NOT ON TABLE'
                                   TO WS-CARD-ERROR
                           NOT INVALID KEY
                               IF RSN-RETIRED
                                   MOVE '*** NEW CODE IS RETIRED'
                                       TO WS-CARD-ERROR
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE
           MOVE MAP-OLD-REASON TO WS-CRD-OLD
           MOVE MAP-NEW-REASON TO WS-CRD-NEW
           IF WS-CARD-ERROR = SPACES
               SET WS-MAP-SET (WS-OLD-CODE + 1) TO TRUE
               MOVE WS-NEW-CODE TO WS-MAP-NEW-REASON (WS-OLD-CODE + 1)
               MOVE 'ACCEPTED' TO WS-CRD-NOTE
           ELSE
               SET WS-MAP-BAD TO TRUE
               MOVE WS-CARD-ERROR TO WS-CRD-NOTE
           END-IF
           MOVE WS-CARD-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       1700-CHECK-MAP-CHAINS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > 100
               IF WS-MAP-SET (WS-MAP-IDX)
                   MOVE WS-MAP-NEW-REASON (WS-MAP-IDX) TO WS-NEW-CODE
                   IF WS-MAP-SET (WS-NEW-CODE + 1)
                       SET WS-MAP-BAD TO TRUE
                       COMPUTE WS-OLD-CODE = WS-MAP-IDX - 1
                       MOVE WS-OLD-CODE TO WS-CRD-OLD
                       MOVE WS-NEW-CODE TO WS-CRD-NEW
                       MOVE '*** NEW CODE IS ITSELF MAPPED'
                           TO WS-CRD-NOTE
                       MOVE WS-CARD-LINE-OUT TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       3000-CHECK-RECORD.
           IF C-REASON OF R-INDEX-RECORD IS NUMERIC
               MOVE C-REASON OF R-INDEX-RECORD TO WS-OLD-CODE
               IF WS-MAP-SET (WS-OLD-CODE + 1)
                   PERFORM 3100-RECLASSIFY-RECORD
               END-IF
           END-IF.

      ****************************************************************************
      * Rewrite the record under its new code, then - only once the
      * rewrite has landed - move its position, journal it, and write
      * its delta transaction, so the three never disagree with the
      * KSDS.
      ****************************************************************************
       3100-RECLASSIFY-RECORD.
           MOVE R-INDEX-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-MAP-NEW-REASON (WS-OLD-CODE + 1)
               TO C-REASON OF R-INDEX-RECORD
           MOVE R-INDEX-RECORD TO WS-AFTER-IMAGE
           MOVE WS-BEFORE-IMAGE (204:12) TO WS-DTL-RID
           MOVE WS-BEFORE-IMAGE (201:3) TO WS-DTL-OLD-KEY
           MOVE WS-AFTER-IMAGE (201:3) TO WS-DTL-NEW-KEY
           REWRITE R-INDEX-RECORD
               INVALID KEY
                   PERFORM 3300-REPORT-FAILED-REWRITE
               NOT INVALID KEY
                   PERFORM 3200-RECORD-RECLASSIFICATION
           END-REWRITE.

       3200-RECORD-RECLASSIFICATION.
           ADD 1 TO WS-RECLASS-COUNT
           MOVE WS-BEFORE-IMAGE TO WS-POS-IMAGE
           SET WS-POS-REMOVING TO TRUE
           PERFORM 9250-APPLY-POSITION-DELTA
           MOVE WS-AFTER-IMAGE TO WS-POS-IMAGE
           SET WS-POS-ADDING TO TRUE
           PERFORM 9250-APPLY-POSITION-DELTA
           PERFORM 9260-TALLY-POSITION-IMAGE
           ADD 1 TO WS-MAP-RECORDS (WS-OLD-CODE + 1)
           ADD WS-POS-N TO WS-MAP-OCC (WS-OLD-CODE + 1)
           ADD WS-POS-B1-TALLY TO WS-MAP-B1 (WS-OLD-CODE + 1)
           ADD WS-POS-B2-TALLY TO WS-MAP-B2 (WS-OLD-CODE + 1)
           ADD WS-POS-N TO WS-OCC-MOVED

           MOVE 'CBRSN003' TO AUD-OPERATOR-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           SET AUD-C-GROUP-EDIT TO TRUE
           MOVE WS-BEFORE-IMAGE (201:3) TO AUD-ORIGINAL-KEY
           MOVE WS-AFTER-IMAGE (201:3) TO AUD-NEW-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY 'CBRSN003 - AUDIT WRITE FAILED, STATUS='
                   WS-AUDIT-FILE-STATUS
           END-IF

           SET DLT-UPDATE TO TRUE
           MOVE WS-AFTER-IMAGE TO DLT-RAW-DATA
           MOVE WS-BEFORE-IMAGE TO DLT-OLD-DATA
           MOVE WS-RUN-DATE TO DLT-RUN-DATE
           WRITE DELTA-TRANSACTION
           IF NOT WS-TRANS-FILE-OK
               DISPLAY 'CBRSN003 - DELTA WRITE FAILED, STATUS='
                   WS-TRANS-FILE-STATUS ' ID=' R-INDEX-RID
               ADD 1 TO WS-DELTA-FAILED-COUNT
           END-IF

           MOVE 'RECLASSIFIED ' TO WS-DTL-TAG
           MOVE SPACES TO WS-DTL-NOTE
           IF WS-PND-AVAILABLE
               MOVE R-INDEX-RID TO PND-RID
               READ PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PND-PENDING
                           ADD 1 TO WS-PENDING-HIT-COUNT
                           MOVE '*** C CHANGE PENDING - MUST BE REKEYED'
                               TO WS-DTL-NOTE
                       END-IF
               END-READ
           END-IF
           MOVE WS-DETAIL-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       3300-REPORT-FAILED-REWRITE.
           ADD 1 TO WS-FAILED-COUNT
           MOVE '*** FAILED   ' TO WS-DTL-TAG
           MOVE SPACES TO WS-DTL-NOTE
           STRING 'REWRITE STATUS=' WS-IDX-FILE-STATUS
               DELIMITED BY SIZE INTO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-MOVED-TOTALS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > 100
               IF WS-MAP-SET (WS-MAP-IDX)
                   COMPUTE WS-MVD-OLD = WS-MAP-IDX - 1
                   MOVE WS-MAP-NEW-REASON (WS-MAP-IDX) TO WS-MVD-NEW
                   MOVE WS-MAP-RECORDS (WS-MAP-IDX) TO WS-MVD-RECORDS
                   MOVE WS-MAP-OCC (WS-MAP-IDX) TO WS-MVD-OCC
                   MOVE WS-MAP-B1 (WS-MAP-IDX) TO WS-MVD-B1
                   MOVE WS-MAP-B2 (WS-MAP-IDX) TO WS-MVD-B2
                   MOVE WS-MOVED-LINE-OUT TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           COPY POSUPD.

           COPY RUNLOGWR.
           COPY BCTLCK.

       8000-FINALIZE.
           CLOSE R-INDEX-FILE
           IF WS-POS-AVAILABLE
               CLOSE POSITION-FILE
           END-IF
           IF WS-PND-AVAILABLE
               CLOSE PENDING-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBRSN003 - MAP CARDS          : ' WS-CARD-COUNT
           DISPLAY 'CBRSN003 - KSDS RECORDS READ  : ' WS-RECORD-COUNT
           DISPLAY 'CBRSN003 - RECLASSIFIED       : ' WS-RECLASS-COUNT
           DISPLAY 'CBRSN003 - REWRITES FAILED    : ' WS-FAILED-COUNT
           DISPLAY 'CBRSN003 - DELTA WRITES FAILED: '
               WS-DELTA-FAILED-COUNT
           IF WS-DELTA-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'CBRSN003 - PENDING CHANGE HITS: '
               WS-PENDING-HIT-COUNT
           MOVE 'CBRSN003' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-RECORD-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-RECLASS-COUNT TO WS-RUNLOG-PROCESSED
           MOVE WS-FAILED-COUNT TO WS-RUNLOG-REJECTED
           MOVE WS-OCC-MOVED TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.
