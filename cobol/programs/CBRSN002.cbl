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
      * CBRSN002 - reason-code retirement impact report.
      *
      * Run before a code is retired in CBRSN001.  Retiring a code does
      * nothing to the records already carrying it: they stay on the
      * KSDS and the master and bounce off the CBVAL001 gate as R02
      * every night after.  This report says up front what retiring the
      * code would strand, so the records can be moved first with the
      * CBRSN003 reclassification job:
      *
      *   - every record carrying the code, live (on the C-keyed KSDS)
      *     or archived (on the cumulative CBARC001 archive), with its
      *     id, C flag, A-occurrence count and B1/B2 occurrence totals
      *     (count of '1' bytes, the POSREC / CBBAL001 measure), and
      *     the archived record's last-activity date;
      *   - totals of records, A occurrences and B1/B2 for the live
      *     side, the archived side, and both together.
      *
      * The code to analyse is a required central runtime parameter
      * (PRMREC, maintained by CBPRM001): two digits.  Its description
      * and current status are read from the reason table and echoed,
      * so the report also serves after retirement.  The whole KSDS is
      * read in record-id order and the archive front to back - the
      * CBRTV001 parse, packed record plus trailing date - so a cell
      * the position file has lost track of is still found; nothing
      * sized by either volume is held in storage.  A missing archive
      * just means nothing has been archived yet.  An archived record
      * that CBRTV001 has since restored is back on the KSDS, so before
      * an archive record is tallied its id is looked up there.  If
      * the live copy still carries the code it was counted on the
      * live pass: it is listed as RESTORED, COUNTED LIVE and left out
      * of the archived totals.  If the live copy has since been
      * reclassified, the archived copy is the only one carrying the
      * code and is counted as archived, noted RESTORED, RECLASSIFIED
      * SINCE.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBRSN002.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT R-INDEX-FILE ASSIGN TO R-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-INDEX-RID
               ALTERNATE RECORD KEY IS C OF R-INDEX-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT ARC-IN-FILE ASSIGN TO R-ARCHIVE-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-IN-FILE-STATUS.

           SELECT REASON-FILE ASSIGN TO R-RSN-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO R-REJECT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RSN-IMP-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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
       FD  R-INDEX-FILE
           RECORDING MODE IS F.
           COPY RIDXREC.

      ****************************************************************************
      * The archive is variable-length (see CBARC001): a packed R
      * record with the eight-byte last-activity date appended.
      ****************************************************************************
       FD  ARC-IN-FILE
           RECORD IS VARYING IN SIZE FROM 18 TO 223 CHARACTERS
               DEPENDING ON WS-ARC-IN-LEN.
       01  ARC-RECORD-IN                   PIC X(223).

       FD  REASON-FILE
           RECORDING MODE IS F.
           COPY RSNREC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJFILE.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(100).

       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY PRMREC.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY PRMWS.
           COPY RVARWS.

           COPY RRAW.

       01  WS-ARC-IN-LEN                   PIC 9(3)    VALUE ZERO.
       01  WS-ARC-DATE                     PIC X(8).

       01  WS-IDX-FILE-STATUS              PIC X(2).
           88  WS-IDX-FILE-OK              VALUE '00'.

       01  WS-ARC-IN-FILE-STATUS           PIC X(2).
           88  WS-ARC-IN-FILE-OK           VALUE '00'.
           88  WS-ARC-IN-NOT-FOUND         VALUE '35'.

       01  WS-RSN-FILE-STATUS              PIC X(2).
           88  WS-RSN-FILE-OK              VALUE '00'.

       01  WS-REJECT-FILE-STATUS           PIC X(2).
           88  WS-REJECT-FILE-OK           VALUE '00'.

       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-ARC-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-ARC-EOF                              VALUE 'Y'.

       01  WS-IMPACT-CODE                  PIC 9(2).

       01  WS-IMPACT-IMAGE                 PIC X(215).
       01  WS-IMPACT-N                     PIC 9(2).
       01  WS-IMPACT-IDX                   PIC 9(3).
       01  WS-IMPACT-OFFSET                PIC 9(3).
       01  WS-IMPACT-B1                    PIC 9(9).
       01  WS-IMPACT-B2                    PIC 9(9).

       01  WS-COUNTERS.
           05  WS-LIVE-READ-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-ARC-READ-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-BAD-N-COUNT              PIC 9(9)    VALUE ZERO.
           05  WS-ARC-RESTORED-COUNT       PIC 9(9)    VALUE ZERO.

       01  WS-LIVE-TOTALS.
           05  WS-LIVE-RECORDS             PIC 9(9)    VALUE ZERO.
           05  WS-LIVE-OCC                 PIC 9(9)    VALUE ZERO.
           05  WS-LIVE-B1                  PIC 9(9)    VALUE ZERO.
           05  WS-LIVE-B2                  PIC 9(9)    VALUE ZERO.

       01  WS-ARC-TOTALS.
           05  WS-ARC-RECORDS              PIC 9(9)    VALUE ZERO.
           05  WS-ARC-OCC                  PIC 9(9)    VALUE ZERO.
           05  WS-ARC-B1                   PIC 9(9)    VALUE ZERO.
           05  WS-ARC-B2                   PIC 9(9)    VALUE ZERO.

       01  WS-CODE-LINE-OUT.
           05  FILLER              PIC X(12) VALUE 'REASON CODE '.
           05  WS-CDL-CODE         PIC 9(2).
           05  FILLER              PIC X(8)  VALUE ' STATUS '.
           05  WS-CDL-STATUS       PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CDL-DESC         PIC X(30).

       01  WS-DETAIL-LINE-OUT.
           05  WS-DTL-WHERE        PIC X(9).
           05  FILLER              PIC X(3)  VALUE 'ID '.
           05  WS-DTL-RID          PIC X(12).
           05  FILLER              PIC X(3)  VALUE ' C='.
           05  WS-DTL-KEY          PIC X(3).
           05  FILLER              PIC X(3)  VALUE ' N='.
           05  WS-DTL-N            PIC X(2).
           05  FILLER              PIC X(4)  VALUE ' B1='.
           05  WS-DTL-B1           PIC Z9.
           05  FILLER              PIC X(4)  VALUE ' B2='.
           05  WS-DTL-B2           PIC Z9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DTL-NOTE         PIC X(30).

       01  WS-TOTAL-LINE-OUT.
           05  WS-TOT-WHERE        PIC X(9).
           05  FILLER              PIC X(9)  VALUE 'RECORDS ='.
           05  WS-TOT-RECORDS      PIC ZZZZZZZZ9.
           05  FILLER              PIC X(15) VALUE ' OCCURRENCES ='.
           05  WS-TOT-OCC          PIC ZZZZZZZZ9.
           05  FILLER              PIC X(5)  VALUE ' B1 ='.
           05  WS-TOT-B1           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(5)  VALUE ' B2 ='.
           05  WS-TOT-B2           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ R-INDEX-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-READ-COUNT
                       IF C-REASON OF R-INDEX-RECORD = WS-IMPACT-CODE
                           PERFORM 3000-REPORT-LIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-ARC-EOF
               READ ARC-IN-FILE
                   AT END
                       SET WS-ARC-EOF TO TRUE
                   NOT AT END
                       IF ARC-RECORD-IN (1:1) NOT = 'H'
                           AND ARC-RECORD-IN (1:1) NOT = 'T'
                           ADD 1 TO WS-ARC-READ-COUNT
                           PERFORM 4000-CHECK-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-TOTALS
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CBRSN002' TO WS-PRM-PROGRAM
           PERFORM 9700-GET-RUN-PARM
           IF NOT WS-PRM-FOUND
                   OR WS-PRM-VALUE (1:2) IS NOT NUMERIC
               DISPLAY 'CBRSN002 - REASON CODE PARAMETER MISSING OR '
                   'NOT 2 DIGITS, JOB STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRM-VALUE (1:2) TO WS-IMPACT-CODE

           OPEN INPUT R-INDEX-FILE
           IF NOT WS-IDX-FILE-OK
               DISPLAY 'CBRSN002 - UNABLE TO OPEN R-INDEX-FILE, STATUS='
                   WS-IDX-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT ARC-IN-FILE
           IF WS-ARC-IN-NOT-FOUND
               DISPLAY 'CBRSN002 - NO ARCHIVE, LIVE RECORDS ONLY'
               SET WS-ARC-EOF TO TRUE
           ELSE
               IF NOT WS-ARC-IN-FILE-OK
                   DISPLAY 'CBRSN002 - UNABLE TO OPEN ARC-IN-FILE, '
                       'STATUS=' WS-ARC-IN-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF NOT WS-REJECT-FILE-OK
               DISPLAY 'CBRSN002 - UNABLE TO OPEN REJECT-FILE, STATUS='
                   WS-REJECT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBRSN002 - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'CBRSN002 - REASON CODE RETIREMENT IMPACT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1100-WRITE-CODE-LINE.

      ****************************************************************************
      * Echo the code with its description and status from the reason
      * table.  A table that cannot be read, or a code not on it, is
      * only worth saying on the line - the records are what count.
      ****************************************************************************
       1100-WRITE-CODE-LINE.
           MOVE WS-IMPACT-CODE TO WS-CDL-CODE
           MOVE SPACE TO WS-CDL-STATUS
           OPEN INPUT REASON-FILE
           IF WS-RSN-FILE-OK
               MOVE WS-IMPACT-CODE TO RSN-CODE
               READ REASON-FILE
                   INVALID KEY
                       MOVE '*** NOT ON REASON TABLE' TO WS-CDL-DESC
                   NOT INVALID KEY
                       MOVE RSN-STATUS TO WS-CDL-STATUS
                       MOVE RSN-DESCRIPTION TO WS-CDL-DESC
               END-READ
               CLOSE REASON-FILE
           ELSE
               MOVE '*** REASON TABLE UNAVAILABLE' TO WS-CDL-DESC
           END-IF
           MOVE WS-CODE-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-REPORT-LIVE-RECORD.
           MOVE R-INDEX-RECORD TO WS-IMPACT-IMAGE
           PERFORM 9200-TALLY-IMPACT-IMAGE
           MOVE 'LIVE     ' TO WS-DTL-WHERE
           MOVE SPACES TO WS-DTL-NOTE
           PERFORM 9300-WRITE-DETAIL-LINE
           ADD 1 TO WS-LIVE-RECORDS
           ADD WS-IMPACT-N TO WS-LIVE-OCC
           ADD WS-IMPACT-B1 TO WS-LIVE-B1
           ADD WS-IMPACT-B2 TO WS-LIVE-B2.

      ****************************************************************************
      * Strip the trailing activity date and expand the packed record
      * through the shared routine (a garbled one rejects under V01),
      * then test its reason against the code under analysis.  A
      * record whose id is on the KSDS again, still under the code,
      * was counted on the live pass; it is listed but not tallied.
      ****************************************************************************
       4000-CHECK-ARCHIVE-RECORD.
           COMPUTE WS-R-VAR-LEN = WS-ARC-IN-LEN - 8
           MOVE SPACES TO WS-R-VAR-DATA
           MOVE ARC-RECORD-IN (1:WS-R-VAR-LEN) TO WS-R-VAR-DATA
           MOVE ARC-RECORD-IN (WS-R-VAR-LEN + 1:8) TO WS-ARC-DATE
           PERFORM 9150-EXPAND-R-RECORD
           IF WS-VAR-OK
               IF RRAW-REST (200:2) = WS-IMPACT-CODE
                   MOVE RRAW-RECORD TO WS-IMPACT-IMAGE
                   PERFORM 9200-TALLY-IMPACT-IMAGE
                   MOVE 'ARCHIVED ' TO WS-DTL-WHERE
                   MOVE SPACES TO WS-DTL-NOTE
                   MOVE RRAW-RECORD (204:12) TO R-INDEX-RID
                   READ R-INDEX-FILE
                       INVALID KEY
                           STRING 'LAST ACTIVITY ' WS-ARC-DATE
                               DELIMITED BY SIZE INTO WS-DTL-NOTE
                           PERFORM 4100-COUNT-ARCHIVED
                       NOT INVALID KEY
                           IF C-REASON OF R-INDEX-RECORD
                                   = WS-IMPACT-CODE
                               MOVE 'RESTORED, COUNTED LIVE'
                                   TO WS-DTL-NOTE
                               PERFORM 9300-WRITE-DETAIL-LINE
                               ADD 1 TO WS-ARC-RESTORED-COUNT
                           ELSE
                               MOVE 'RESTORED, RECLASSIFIED SINCE'
                                   TO WS-DTL-NOTE
                               PERFORM 4100-COUNT-ARCHIVED
                           END-IF
                   END-READ
               END-IF
           END-IF.

       4100-COUNT-ARCHIVED.
           PERFORM 9300-WRITE-DETAIL-LINE
           ADD 1 TO WS-ARC-RECORDS
           ADD WS-IMPACT-N TO WS-ARC-OCC
           ADD WS-IMPACT-B1 TO WS-ARC-B1
           ADD WS-IMPACT-B2 TO WS-ARC-B2.

       5000-WRITE-TOTALS.
           MOVE 'LIVE     ' TO WS-TOT-WHERE
           MOVE WS-LIVE-RECORDS TO WS-TOT-RECORDS
           MOVE WS-LIVE-OCC TO WS-TOT-OCC
           MOVE WS-LIVE-B1 TO WS-TOT-B1
           MOVE WS-LIVE-B2 TO WS-TOT-B2
           MOVE WS-TOTAL-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ARCHIVED ' TO WS-TOT-WHERE
           MOVE WS-ARC-RECORDS TO WS-TOT-RECORDS
           MOVE WS-ARC-OCC TO WS-TOT-OCC
           MOVE WS-ARC-B1 TO WS-TOT-B1
           MOVE WS-ARC-B2 TO WS-TOT-B2
           MOVE WS-TOTAL-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL    ' TO WS-TOT-WHERE
           COMPUTE WS-TOT-RECORDS = WS-LIVE-RECORDS + WS-ARC-RECORDS
           COMPUTE WS-TOT-OCC = WS-LIVE-OCC + WS-ARC-OCC
           COMPUTE WS-TOT-B1 = WS-LIVE-B1 + WS-ARC-B1
           COMPUTE WS-TOT-B2 = WS-LIVE-B2 + WS-ARC-B2
           MOVE WS-TOTAL-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LIVE-RECORDS + WS-ARC-RECORDS = ZERO
               MOVE 'NO RECORDS CARRY THIS CODE - SAFE TO RETIRE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ****************************************************************************
      * Count the record's A occurrences and its B1/B2 '1' bytes, the
      * same measure POSUPD keeps on the position file.  A live record
      * whose N is not numeric cannot be walked; it is listed with
      * zero occurrences and called out, never guessed at.
      ****************************************************************************
       9200-TALLY-IMPACT-IMAGE.
           MOVE ZERO TO WS-IMPACT-N
           MOVE ZERO TO WS-IMPACT-B1
           MOVE ZERO TO WS-IMPACT-B2
           IF WS-IMPACT-IMAGE (1:2) IS NUMERIC
               MOVE WS-IMPACT-IMAGE (1:2) TO WS-IMPACT-N
           ELSE
               ADD 1 TO WS-BAD-N-COUNT
           END-IF
           PERFORM VARYING WS-IMPACT-IDX FROM 1 BY 1
                   UNTIL WS-IMPACT-IDX > WS-IMPACT-N
               COMPUTE WS-IMPACT-OFFSET = ((WS-IMPACT-IDX - 1) * 2) + 3
               IF WS-IMPACT-IMAGE (WS-IMPACT-OFFSET:1) = '1'
                   ADD 1 TO WS-IMPACT-B1
               END-IF
               IF WS-IMPACT-IMAGE (WS-IMPACT-OFFSET + 1:1) = '1'
                   ADD 1 TO WS-IMPACT-B2
               END-IF
           END-PERFORM.

       9300-WRITE-DETAIL-LINE.
           MOVE WS-IMPACT-IMAGE (204:12) TO WS-DTL-RID
           MOVE WS-IMPACT-IMAGE (201:3) TO WS-DTL-KEY
           MOVE WS-IMPACT-IMAGE (1:2) TO WS-DTL-N
           MOVE WS-IMPACT-B1 TO WS-DTL-B1
           MOVE WS-IMPACT-B2 TO WS-DTL-B2
           IF WS-IMPACT-IMAGE (1:2) IS NOT NUMERIC
               MOVE '*** N NOT NUMERIC' TO WS-DTL-NOTE
           END-IF
           MOVE WS-DETAIL-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE.

           COPY RVARIO.

           COPY RUNLOGWR.
           COPY PRMGET.

       8000-FINALIZE.
           CLOSE R-INDEX-FILE
           IF NOT WS-ARC-IN-NOT-FOUND
               CLOSE ARC-IN-FILE
           END-IF
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBRSN002 - REASON CODE ANALYSED  : ' WS-IMPACT-CODE
           DISPLAY 'CBRSN002 - KSDS RECORDS READ     : '
               WS-LIVE-READ-COUNT
           DISPLAY 'CBRSN002 - ARCHIVE RECORDS READ  : '
               WS-ARC-READ-COUNT
           DISPLAY 'CBRSN002 - LIVE RECORDS CARRYING : ' WS-LIVE-RECORDS
           DISPLAY 'CBRSN002 - ARCHIVED CARRYING     : ' WS-ARC-RECORDS
           DISPLAY 'CBRSN002 - RESTORED, COUNTED LIVE: '
               WS-ARC-RESTORED-COUNT
           DISPLAY 'CBRSN002 - REJECTED              : ' WS-REJECT-COUNT
           IF WS-BAD-N-COUNT > ZERO
               DISPLAY 'CBRSN002 - *** N NOT NUMERIC     : '
                   WS-BAD-N-COUNT
           END-IF
           MOVE 'CBRSN002' TO WS-RUNLOG-PROGRAM-ID
           COMPUTE WS-RUNLOG-RECORDS-READ =
               WS-LIVE-READ-COUNT + WS-ARC-READ-COUNT
           COMPUTE WS-RUNLOG-PROCESSED =
               WS-LIVE-RECORDS + WS-ARC-RECORDS
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECTED
           COMPUTE WS-RUNLOG-HASH-TOTAL = WS-LIVE-OCC + WS-ARC-OCC
           PERFORM 9900-WRITE-RUN-LOG.
