      ****************************************************************************
      * RJHREC - reject episode history layout.  The reject and
      * carry-forward files are replaced generation by generation and
      * carry no date, so once a record has left them nothing says when
      * it bounced or for how long.  CBRCY001 therefore appends one
      * record to this cumulative file for every reject it handles in a
      * run whose record carries a permanent id (a record that never
      * passed the gate has no id to look it up by):
      *
      *   C  carried forward - still failing, rolled to the new
      *      carry-forward file under RJH-REASON-CODE at RJH-AGE-COUNT
      *      cycles;
      *   S  resubmitted     - repaired, passed the N edit and written
      *      to the recycle file for the next gate run.
      *
      * Read by the CBLIF001/CBLIF002 lifecycle inquiry, which lays the
      * episodes on a record's timeline by run date.
      ****************************************************************************
       01  REJECT-HISTORY-RECORD.
           05  RJH-RUN-DATE            PIC X(8).
           05  RJH-EVENT               PIC X(1).
               88  RJH-CARRIED         VALUE 'C'.
               88  RJH-RESUBMITTED     VALUE 'S'.
           05  RJH-REASON-CODE         PIC X(3).
           05  RJH-AGE-COUNT           PIC 9(2).
           05  RJH-RAW-DATA            PIC X(215).
