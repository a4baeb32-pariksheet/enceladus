      * binary-searched per inactive record; overflow abandons the run
      * loudly rather than aging records wrongly.  CBRTV001 pulls
      * archived records back by C key when a dispute reopens.
      *
      * The cumulative archive carries no date of move, so every record
      * this run archives is also appended, under the run date, to the
      * cumulative archive movement file (ARCMOVE) that CBRTV001 adds
      * its restores to; the CBROL001 month-end roll-forward reads it to
      * tell an archived record from a plain delete, the CBCDC001
      * change feed takes its archive events from it, and the
      * lifecycle report its timeline.  A move left off it is a gap
      * in all three, so a movement file that will not open stops the
      * job with return code 12 before anything is archived.  Each
      * move carries the last-activity date written on the archive
      * record.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBARC001.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-OUT-FILE-STATUS.

           SELECT ARC-MOVE-FILE ASSIGN TO ARC-MOVE-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-MOVE-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO BCTL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  ARC-RECORD-OUT                  PIC X(223).
       01  ARC-CONTROL-RECORD              PIC X(223).

       FD  ARC-MOVE-FILE
           RECORDING MODE IS F.
           COPY ARCMOVE.

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.
       01  WS-ARC-OUT-FILE-STATUS          PIC X(2).
           88  WS-ARC-OUT-FILE-OK          VALUE '00'.

       01  WS-ARC-MOVE-FILE-STATUS         PIC X(2).
           88  WS-ARC-MOVE-FILE-OK         VALUE '00'.
           88  WS-ARC-MOVE-NOT-FOUND       VALUE '35'.


       01  WS-EOF-SWITCH                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       01  WS-RUN-DATE                     PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                           PIC 9(8).
       01  WS-RUN-TIME                     PIC X(8).
       01  WS-WORK-DATE                    PIC X(8).
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                           PIC 9(8).
           PERFORM 9500-CHECK-RUN-SEQUENCE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               - WS-RETENTION-DAYS
               TO ARC-RECORD-OUT (1:WS-R-VAR-LEN)
           MOVE WS-WORK-DATE TO ARC-RECORD-OUT (WS-R-VAR-LEN + 1:8)
           COMPUTE WS-ARC-OUT-LEN = WS-R-VAR-LEN + 8
           WRITE ARC-RECORD-OUT
           MOVE WS-RUN-DATE TO AMV-RUN-DATE
           MOVE WS-RUN-TIME TO AMV-RUN-TIME
           SET AMV-ARCHIVED TO TRUE
           MOVE RRAW-RECORD TO AMV-RAW-DATA
           MOVE WS-WORK-DATE TO AMV-LAST-ACTIVITY-DATE
           WRITE ARCHIVE-MOVE-RECORD.

       3300-WRITE-PENDING-RECORD.
           MOVE RRAW-RECORD TO PEND-OUT-RAW-DATA
      * archive always reconciles against itself.
      ****************************************************************************
       5000-START-ARCHIVE-FILE.
           OPEN EXTEND ARC-MOVE-FILE
           IF WS-ARC-MOVE-NOT-FOUND
               OPEN OUTPUT ARC-MOVE-FILE
           END-IF
           IF NOT WS-ARC-MOVE-FILE-OK
               DISPLAY 'CBARC001 - UNABLE TO OPEN ARC-MOVE-FILE, '
                   'STATUS=' WS-ARC-MOVE-FILE-STATUS
                   ', NOTHING ARCHIVED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ARC-OUT-FILE
           IF NOT WS-ARC-OUT-FILE-OK
               DISPLAY 'CBARC001 - UNABLE TO OPEN ARC-OUT-FILE, '
           MOVE 19 TO WS-ARC-OUT-LEN
           WRITE ARC-CONTROL-RECORD

           CLOSE ARC-OUT-FILE
           CLOSE ARC-MOVE-FILE.

      ****************************************************************************
      * Pre-scan the prior archive, counting its business records into
