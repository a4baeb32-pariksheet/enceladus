      ****************************************************************************
      * RPRACC - accepted-after-repair record layout.  Written by the
      * CBVAL001 gate for every record CBRCY001 repaired (origin source
      * R, see SNDORG) that has now passed the gate, so the CBRET001
      * return job can tell the sender the record is in and need not be
      * sent again.  RPA-ECHO-RID is the id as the sender sent it; the
      * image is as accepted, carrying the permanent id it now has.
      ****************************************************************************
       01  REPAIR-ACCEPT-RECORD.
           05  RPA-RUN-DATE            PIC X(8).
           05  RPA-SENDER-NO           PIC 9(1).
           05  RPA-SENDER-POS          PIC 9(9).
           05  RPA-TRANS-DATE          PIC X(8).
           05  RPA-REPAIRED-CODE       PIC X(3).
           05  RPA-ECHO-RID            PIC X(12).
           05  RPA-RAW-DATA            PIC X(215).
