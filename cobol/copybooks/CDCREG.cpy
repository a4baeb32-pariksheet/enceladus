      ****************************************************************************
      * CDCREG - change-data-capture feed register record layout.  One
      * record per feed CBCDC001 has written, oldest first, carried
      * from run to run (prior generation in, fresh generation out,
      * the CBDST001 pattern): the feed date and cut-off time, the
      * sequence range and count it carried, and the run date of the
      * newest CBDLT001 deltas it had taken by then.  The last entry is
      * where the next feed starts - its sequence, the audit journal
      * and archive movements after its cut-off, and deltas from a
      * later run date - so nothing is fed twice or skipped across a
      * rerun.  A missing input generation is the first feed.  The
      * CBCDC002 acknowledgement check reads the register to say how
      * far each subscriber is behind and from which feed.
      *
      * COPY this under WORKING-STORAGE; the register FDs carry plain
      * fixed-length records and MOVE through this layout.
      ****************************************************************************
       01  CDC-REGISTER-RECORD.
           05  CRG-FEED-DATE           PIC X(8).
           05  CRG-CUTOFF-TIME         PIC X(8).
           05  CRG-FIRST-SEQ           PIC 9(12).
           05  CRG-LAST-SEQ            PIC 9(12).
           05  CRG-CHANGE-COUNT        PIC 9(9).
           05  CRG-DELTA-DATE          PIC X(8).
