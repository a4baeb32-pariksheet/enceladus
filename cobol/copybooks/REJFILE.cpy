      * REJFILE - reject-file record layout.  Carries the original record
      * verbatim plus a reason code explaining why it failed front-end
      * validation.
      *
      * REJECT-ORIGIN says where the record came from, so the CBRET001
      * return job can send the reject back to the sender that
      * transmitted it: the sender number (1-3, as CBMRG001 numbers its
      * inputs; zero when not known), the record's position among that
      * sender's business records, and the date of the transmission.
      * The intake jobs that reject senders' records - CBMRG001,
      * CBVAL001 and CBRCY001 - set it before every edit; other jobs'
      * rejects are internal and never go back to a sender, so their
      * origin bytes carry no meaning.  It trails the record so the
      * reason code and image keep their offsets.
      ****************************************************************************
       01  REJECT-RECORD-OUT.
           05  REJECT-REASON-CODE     PIC X(3).
           05  REJECT-RAW-DATA        PIC X(215).
           05  REJECT-ORIGIN.
               10  REJECT-SENDER-NO   PIC 9(1).
               10  REJECT-SENDER-POS  PIC 9(9).
               10  REJECT-TRANS-DATE  PIC X(8).
