      ****************************************************************************
      * RULHIT - field edit rule-hit record layout, written by the
      * CBVAL001 gate at end of run: one record per active rule it
      * enforced (see RULREC), zero hits included, carrying the reject
      * code the rule raises and how many records it rejected tonight.
      * The nightly CBRUL002 report prints it against the rule table;
      * a rule with no hits is still listed so the report doubles as
      * the night's rule book.
      *
      * COPY this under WORKING-STORAGE; the FDs carry a plain
      * fixed-length record and MOVE through this layout (the DSTHIST
      * convention).
      ****************************************************************************
       01  RULE-HIT-RECORD.
           05  RHT-RUN-DATE            PIC X(8).
           05  RHT-RULE-KEY            PIC X(3).
           05  RHT-REJECT-CODE         PIC X(3).
           05  RHT-HIT-COUNT           PIC 9(9).
