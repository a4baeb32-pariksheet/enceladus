      ****************************************************************************
      * RIDHIST - record-identifier assignment history layout.  The
      * CBVAL001 gate stamps new ids from a single ascending counter
      * (the id control file), so the ids it assigns in one run form
      * one unbroken range; at end of run it appends that range, with
      * the run date, to this cumulative file (one record per run that
      * assigned any ids, nothing on a run that assigned none).
      *
      * The id control file only ever says where the counter stands;
      * this file says when each id was born, so the CBLIF001/CBLIF002
      * lifecycle inquiry can open a record's timeline at its birth.
      ****************************************************************************
       01  RID-HISTORY-RECORD.
           05  RHS-RUN-DATE            PIC X(8).
           05  RHS-FIRST-RID           PIC 9(12).
           05  RHS-LAST-RID            PIC 9(12).
