      * Denial records (action 'D' from the shared sign-on check)
      * journal refusals, not record changes: they carry blank keys
      * and images and have nothing to undo, so they never become
      * reversal events.  Nor do the maker-checker records that did
      * not touch the file - a change keyed for approval ('P'),
      * rejected ('J') or expired ('E'); the approval ('A') is the
      * point a C change was applied and reverses like any edit.
      ****************************************************************************
       2600-RELEASE-AUDIT-EVENT.
           EVALUATE TRUE
               WHEN NOT AUD-APPLIED-CHANGE
                   ADD 1 TO WS-KEPT-COUNT
               WHEN AUD-DATE > WS-TARGET-DATE
                   MOVE AUD-DATE TO EVT-DATE
