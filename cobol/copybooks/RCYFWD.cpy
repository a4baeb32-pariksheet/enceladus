      * sitting unrepaired for more than three cycles can be spotted
      * instead of silently riding the carry-forward file forever.
      *
      * REJ-FWD-ORIGIN carries the reject's origin (see REJFILE)
      * forward cycle after cycle, so a record repaired long after it
      * bounced can still be reported back to its sender as accepted
      * after repair.
      *
      * Kept as its own record under its own FD (not overlaid on
      * REJFILE) so the trailing age count is always part of the
      * physical record written.
           05  REJ-FWD-REASON-CODE    PIC X(3).
           05  REJ-FWD-RAW-DATA       PIC X(215).
           05  REJ-FWD-AGE-COUNT      PIC 9(2).
           05  REJ-FWD-ORIGIN.
               10  REJ-FWD-SENDER-NO  PIC 9(1).
               10  REJ-FWD-SENDER-POS PIC 9(9).
               10  REJ-FWD-TRANS-DATE PIC X(8).
