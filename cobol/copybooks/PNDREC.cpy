      ****************************************************************************
      * PNDREC - pending-change record layout (VSAM KSDS keyed on the
      * permanent record id).  A C flag/reason edit or re-key keyed in
      * CBMNT001 is no longer applied by the operator who keys it: it
      * is held here, before and after image, until a second operator
      * approves or rejects it in CBAPR001.  Only an approval applies
      * the after-image to the R-VSAM KSDS and moves the POSREC
      * counts; a change still undecided past the cut-off (PRMREC,
      * CBAPR002) is expired by the nightly CBAPR002 sweep.
      *
      * One entry per record: while a change is pending no second
      * change can be keyed against the same record; once decided the
      * entry stays, with its outcome, until the next change keyed for
      * that record replaces it.  The AUDFILE journal (actions 'P',
      * 'A', 'J', 'E') is the permanent history.
      *
      * PND-BEFORE-IMAGE is the record exactly as it stood on the KSDS
      * when the change was keyed; approval refuses to apply over a
      * record that no longer matches it, so a change can never
      * silently overwrite an edit made after it was keyed.
      ****************************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PND-RID                 PIC 9(12).
           05  PND-STATUS              PIC X(1).
               88  PND-PENDING         VALUE 'P'.
               88  PND-APPROVED        VALUE 'A'.
               88  PND-REJECTED        VALUE 'J'.
               88  PND-EXPIRED         VALUE 'E'.
           05  PND-KEYED-BY            PIC X(8).
           05  PND-KEYED-DATE          PIC X(8).
           05  PND-KEYED-DATE-NUM REDEFINES PND-KEYED-DATE
                                       PIC 9(8).
           05  PND-KEYED-TIME          PIC X(8).
           05  PND-DECIDED-BY          PIC X(8).
           05  PND-DECIDED-DATE        PIC X(8).
           05  PND-DECIDED-TIME        PIC X(8).
           05  PND-ORIGINAL-KEY        PIC X(3).
           05  PND-NEW-KEY             PIC X(3).
           05  PND-BEFORE-IMAGE        PIC X(215).
           05  PND-AFTER-IMAGE         PIC X(215).
