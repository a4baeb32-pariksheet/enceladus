      ****************************************************************************
      * SNDORG - sender-of-origin record layout.  The R record has no
      * byte to spare for its sender, so every job that writes an
      * R-file for the CBVAL001 gate writes this small companion file
      * beside it: one record per business record, in the same order,
      * saying where that record came from.
      *
      *   CBMRG001 - for the combined file: the sender number and the
      *              record's position among that sender's business
      *              records, source T (transmitted);
      *   CBRCY001 - for the recycle file: the origin the reject has
      *              carried since it bounced, source R (repaired),
      *              with the reject code it was repaired from;
      *   CBVAL001 - for the good file: the origin each passed record
      *              arrived with (sender zero when the gate had
      *              none), numbered among the good records, for the
      *              CBQAS001 quality sample.
      *
      * ORG-GATE-SEQ is the record's position among the business
      * records of the R-file it accompanies, so the gate can tell the
      * two files have fallen out of step.  The gate copies the origin
      * onto every reject it writes (see REJFILE) and reports a
      * repaired record that passes as accepted after repair (see
      * RPRACC); the CBRET001 return job sends both back to the sender.
      ****************************************************************************
       01  SENDER-ORIGIN-RECORD.
           05  ORG-GATE-SEQ            PIC 9(9).
           05  ORG-SENDER-NO           PIC 9(1).
           05  ORG-SENDER-POS          PIC 9(9).
           05  ORG-TRANS-DATE          PIC X(8).
           05  ORG-SOURCE              PIC X(1).
               88  ORG-TRANSMITTED     VALUE 'T'.
               88  ORG-REPAIRED        VALUE 'R'.
           05  ORG-REPAIRED-CODE       PIC X(3).
