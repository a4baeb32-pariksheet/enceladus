      ****************************************************************************
      * ROLHIST - month-end closing position record layout kept between
      * runs of the CBROL001 population roll-forward statement.  One
      * record per C flag-plus-reason cell holding a nonzero position
      * at the month end: the record count, A occurrences and B1/B2
      * totals that POSREC proved for the cell.  CBROL001 reads the
      * prior month's generation as this month's opening balance and
      * writes a fresh generation for next month; a missing input
      * generation means a first run, whose opening is derived.
      *
      * COPY this under WORKING-STORAGE; the history FDs carry plain
      * fixed-length records and MOVE through this layout.
      ****************************************************************************
       01  ROLL-HISTORY-RECORD.
           05  RH-MONTH                PIC X(6).
           05  RH-KEY                  PIC X(3).
           05  RH-REC-COUNT            PIC 9(9).
           05  RH-OCC-COUNT            PIC 9(9).
           05  RH-B1-COUNT             PIC 9(9).
           05  RH-B2-COUNT             PIC 9(9).
