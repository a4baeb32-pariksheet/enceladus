      ****************************************************************************
      * CDCACK - change-feed subscriber acknowledgement record layout.
      * Each subscriber system sends back one record for each batch of
      * feed changes it applies: who it is, the date it applied them,
      * and the first and last feed sequence numbers of the unbroken
      * run it applied.  The subscribers' files are concatenated into
      * one input for the CBCDC002 acknowledgement check.  A subscriber
      * that applies several feeds at once may acknowledge them in one
      * record spanning all of them.
      ****************************************************************************
       01  CDC-ACK-RECORD.
           05  ACK-SUBSCRIBER-ID       PIC X(8).
           05  ACK-APPLIED-DATE        PIC X(8).
           05  ACK-FIRST-SEQ           PIC 9(12).
           05  ACK-LAST-SEQ            PIC 9(12).
