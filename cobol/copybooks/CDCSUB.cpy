      ****************************************************************************
      * CDCSUB - change-feed subscriber position record layout, kept
      * between runs of the CBCDC002 acknowledgement check (prior
      * generation in, fresh generation out).  One record per
      * subscriber that has ever acknowledged: the last feed sequence
      * it has applied and when it last acknowledged, and the ranges
      * of up to five open gaps - sequences it skipped and has not yet
      * come back for - oldest first, unused entries zero.  Each gap is
      * kept apart so a subscriber can fill them one at a time.  A
      * subscriber is known from its first acknowledgement; its
      * starting point is taken from that acknowledgement, since it
      * will have loaded a full extract.
      *
      * COPY this under WORKING-STORAGE; the position FDs carry plain
      * fixed-length records and MOVE through this layout.
      ****************************************************************************
       01  CDC-SUBSCRIBER-RECORD.
           05  CSB-SUBSCRIBER-ID       PIC X(8).
           05  CSB-LAST-SEQ            PIC 9(12).
           05  CSB-LAST-ACK-DATE       PIC X(8).
           05  CSB-GAPS.
               10  CSB-GAP OCCURS 5 TIMES.
                   15  CSB-GAP-FIRST-SEQ   PIC 9(12).
                   15  CSB-GAP-LAST-SEQ    PIC 9(12).
