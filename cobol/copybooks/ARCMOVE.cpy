      ****************************************************************************
      * ARCMOVE - archive movement history layout.  The cumulative
      * archive is rebuilt generation by generation and says nothing
      * about when a record went into it or came back out, so the two
      * jobs that move records across the archive boundary append one
      * record to this cumulative file for each record they move:
      *
      *   A  archived - CBARC001 moved the record off the master into
      *      the archive this run;
      *   R  restored - CBRTV001 pulled the record back out to the
      *      restore file this run, to go back through the gate.
      *
      * AMV-RAW-DATA is the full unpacked R record (RRAW layout).  Read
      * by the CBROL001 month-end roll-forward, which tells an archived
      * record's delete and a restored record's re-add from ordinary
      * deletes and adds by the permanent id on them, and by the
      * CBCDC001 change feed.  AMV-RUN-TIME is the time the moving job
      * started (HHMMSSCC, ACCEPT FROM TIME): CBRTV001 runs on demand
      * at any hour, and the feed places each move against its own
      * cut-off by date and time.
      *
      * AMV-LAST-ACTIVITY-DATE is the record's last-activity date as
      * CBARC001 wrote it on the archive record, carried on both the
      * archival and the restore, so the CBLIF001/CBLIF002 lifecycle
      * timeline can show it against the move.
      ****************************************************************************
       01  ARCHIVE-MOVE-RECORD.
           05  AMV-RUN-DATE            PIC X(8).
           05  AMV-RUN-TIME            PIC X(8).
           05  AMV-MOVE                PIC X(1).
               88  AMV-ARCHIVED        VALUE 'A'.
               88  AMV-RESTORED        VALUE 'R'.
           05  AMV-RAW-DATA            PIC X(215).
           05  AMV-LAST-ACTIVITY-DATE  PIC X(8).
