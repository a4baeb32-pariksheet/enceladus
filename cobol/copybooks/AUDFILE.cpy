      * re-keys.  Carries who (operator id), when (date/time), what
      * kind of change (action code), the original and new C keys, and
      * the full before/after images of R-INDEX-RECORD so any change
      * can be reconstructed exactly.  The CBRSN003 reason-code
      * reclassification job journals each record it moves as a C
      * flag/reason edit ('C') in its own name, so its changes read
      * exactly like a keyed correction.
      *
      * Denied sign-ons and authority refusals from the shared OPRSGN
      * check are journaled here too, under action 'D': the keys are
      * (bytes 1-8) and the level the action needed (byte 10), so the
      * report can say who was turned away from what.
      *
      * C flag/reason edits and re-keys are maker-checker changes: the
      * keying operator's CBMNT001 session journals the proposed change
      * under 'P' (held on the pending-change KSDS, PNDREC, not yet
      * applied); the CBAPR001 approval transaction journals a second
      * operator's approval under 'A' - the one point the change is
      * applied to the KSDS - or rejection under 'J'; the nightly
      * CBAPR002 sweep journals a change left undecided past the
      * cut-off under 'E', in the keying operator's name.  All four
      * carry both keys and both images.  Only 'O', 'A' and the 'C'/'K'
      * records of journals written before approval was introduced
      * changed the file (AUD-APPLIED-CHANGE); anything replaying the
      * journal must skip the rest.
      *
      * The CBQAS002 quality review transaction journals each reviewed
      * sample (QASREC) under action 'Q', which changes nothing: the
      * original key carries the record's C cell, the new key the
      * finding code; the before-image carries the reviewing program
      * id (bytes 1-8), the outcome, P pass or F fail (byte 10), and
      * the review queue key, sample date and sequence (bytes 12-24);
      * the after-image is the record as the sample drew it.
      *
      * The daily CBAUD001 report summarizes this journal: edits per
      * operator, edits per C key, every re-key, every denial, and the
      * pending, approved, rejected and expired changes per operator,
      * and every quality review.
      *
      * Both images grew with the permanent record identifier (203 ->
      * 215 bytes each); journals written in the old 437-byte shape
               88  AUD-C-GROUP-EDIT    VALUE 'C'.
               88  AUD-REKEY           VALUE 'K'.
               88  AUD-DENIED          VALUE 'D'.
               88  AUD-CHANGE-KEYED    VALUE 'P'.
               88  AUD-CHANGE-APPROVED VALUE 'A'.
               88  AUD-CHANGE-REJECTED VALUE 'J'.
               88  AUD-CHANGE-EXPIRED  VALUE 'E'.
               88  AUD-QA-REVIEWED     VALUE 'Q'.
               88  AUD-APPLIED-CHANGE  VALUES 'O' 'C' 'K' 'A'.
           05  AUD-ORIGINAL-KEY        PIC X(3).
           05  AUD-NEW-KEY             PIC X(3).
           05  AUD-BEFORE-IMAGE        PIC X(215).
