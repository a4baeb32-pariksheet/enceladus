      * Matches are held in a working-storage table until the archive
      * is exhausted so the restore file's header carries a true
      * expected count; a single key's matches are a handful of
      * records, not a population.  Each restored record is also
      * appended, under the run date, to the cumulative archive
      * movement file (ARCMOVE) beside CBARC001's archivals, with the
      * last-activity date it was archived under.  The CBROL001
      * month-end roll-forward, the CBCDC001 change feed and the
      * lifecycle report all take restores from it, so the movement
      * file is opened before the restore file is written and a
      * failure to open it stops the job with return code 12 - there
      * is never a restore file whose records were not recorded.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBRTV001.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT ARC-MOVE-FILE ASSIGN TO ARC-MOVE-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-MOVE-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO R-PRM-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
           COPY REJFILE.

       FD  ARC-MOVE-FILE
           RECORDING MODE IS F.
           COPY ARCMOVE.

       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY PRMREC.
       01  WS-REJECT-FILE-STATUS           PIC X(2).
           88  WS-REJECT-FILE-OK           VALUE '00'.

       01  WS-ARC-MOVE-FILE-STATUS         PIC X(2).
           88  WS-ARC-MOVE-FILE-OK         VALUE '00'.
           88  WS-ARC-MOVE-NOT-FOUND       VALUE '35'.

       01  WS-ARC-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-ARC-EOF                              VALUE 'Y'.

       01  WS-N-NUMERIC                    PIC 9(2).
       01  WS-RESTORE-HASH-TOTAL           PIC 9(9)    VALUE ZERO.
       01  WS-RUN-DATE                     PIC X(8).
       01  WS-RUN-TIME                     PIC X(8).

       01  WS-CTL-COUNT                    PIC 9(9).
       01  WS-CTL-COUNT-X REDEFINES WS-CTL-COUNT
       01  WS-REST-TABLE.
           05  WS-REST-ENTRY               PIC X(215)
                                           OCCURS 1000 TIMES.
       01  WS-REST-DATE-TABLE.
           05  WS-REST-ACTIVITY-DATE       PIC X(8)
                                           OCCURS 1000 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN.
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT ARC-IN-FILE
           IF NOT WS-ARC-IN-FILE-OK
           IF WS-REST-COUNT < WS-REST-MAX
               ADD 1 TO WS-REST-COUNT
               MOVE RRAW-RECORD TO WS-REST-ENTRY (WS-REST-COUNT)
               MOVE WS-ARC-DATE
                   TO WS-REST-ACTIVITY-DATE (WS-REST-COUNT)
               ADD 1 TO WS-MATCH-COUNT
               MOVE RRAW-N TO WS-N-NUMERIC
               ADD WS-N-NUMERIC TO WS-RESTORE-HASH-TOTAL
           END-IF.

       4000-WRITE-RESTORE-FILE.
           IF WS-REST-COUNT > ZERO
               OPEN EXTEND ARC-MOVE-FILE
               IF WS-ARC-MOVE-NOT-FOUND
                   OPEN OUTPUT ARC-MOVE-FILE
               END-IF
               IF NOT WS-ARC-MOVE-FILE-OK
                   DISPLAY 'CBRTV001 - UNABLE TO OPEN ARC-MOVE-FILE, '
                       'STATUS=' WS-ARC-MOVE-FILE-STATUS
                       ', NOTHING RESTORED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RESTORE-FILE
           IF NOT WS-RESTORE-FILE-OK
               DISPLAY 'CBRTV001 - UNABLE TO OPEN RESTORE-FILE, '
           MOVE 19 TO WS-REST-REC-LEN
           WRITE RESTORE-CONTROL-RECORD

           CLOSE RESTORE-FILE
           IF WS-REST-COUNT > ZERO
               PERFORM 4100-WRITE-RESTORE-MOVES
           END-IF.

       4100-WRITE-RESTORE-MOVES.
           PERFORM VARYING WS-REST-IDX FROM 1 BY 1
                   UNTIL WS-REST-IDX > WS-REST-COUNT
               MOVE WS-RUN-DATE TO AMV-RUN-DATE
               MOVE WS-RUN-TIME TO AMV-RUN-TIME
               SET AMV-RESTORED TO TRUE
               MOVE WS-REST-ENTRY (WS-REST-IDX) TO AMV-RAW-DATA
               MOVE WS-REST-ACTIVITY-DATE (WS-REST-IDX)
                   TO AMV-LAST-ACTIVITY-DATE
               WRITE ARCHIVE-MOVE-RECORD
           END-PERFORM
           CLOSE ARC-MOVE-FILE.

           COPY RVARIO.

