      ****************************************************************************
      * SNDRET - sender return file record layout.  The nightly CBRET001
      * job writes one return file per sender, a header, one detail per
      * record being returned and a trailer:
      *
      *   H  <sender><run date><detail count>
      *   D  <disposition><transmission date><position in the
      *      sender's transmission><id the sender sent><our reason
      *      code><reason text><reason-code description from RSNREC,
      *      where the reason code is the trouble><id we assigned, on
      *      an acceptance><the record>
      *   T  <sender><rejected count><accepted count><detail count>
      *
      * Disposition R is a record we rejected tonight, under our reason
      * code; A is a record we rejected earlier, repaired, and have
      * now accepted - the reason code is the one it was repaired from,
      * the record image is as accepted and the sender should echo the
      * assigned id from now on rather than send the record again.  A
      * sender with nothing to return still gets a header and a
      * trailer, with zero counts, so silence is never ambiguous.
      ****************************************************************************
       01  SENDER-RETURN-RECORD.
           05  RET-RECORD-TYPE             PIC X(1).
               88  RET-IS-HEADER           VALUE 'H'.
               88  RET-IS-DETAIL           VALUE 'D'.
               88  RET-IS-TRAILER          VALUE 'T'.
           05  RET-DETAIL-BODY.
               10  RET-DISPOSITION         PIC X(1).
                   88  RET-REJECTED        VALUE 'R'.
                   88  RET-ACCEPTED        VALUE 'A'.
               10  RET-TRANS-DATE          PIC X(8).
               10  RET-SENDER-POS          PIC 9(9).
               10  RET-ECHO-RID            PIC X(12).
               10  RET-REASON-CODE         PIC X(3).
               10  RET-REASON-TEXT         PIC X(30).
               10  RET-RSN-DESCRIPTION     PIC X(30).
               10  RET-ASSIGNED-RID        PIC X(12).
               10  RET-RAW-DATA            PIC X(215).
           05  RET-HEADER-BODY REDEFINES RET-DETAIL-BODY.
               10  RET-HDR-SENDER-NO       PIC 9(1).
               10  RET-HDR-RUN-DATE        PIC X(8).
               10  RET-HDR-DETAIL-COUNT    PIC 9(9).
               10  FILLER                  PIC X(302).
           05  RET-TRAILER-BODY REDEFINES RET-DETAIL-BODY.
               10  RET-TRL-SENDER-NO       PIC 9(1).
               10  RET-TRL-REJECT-COUNT    PIC 9(9).
               10  RET-TRL-ACCEPT-COUNT    PIC 9(9).
               10  RET-TRL-DETAIL-COUNT    PIC 9(9).
               10  FILLER                  PIC X(292).
