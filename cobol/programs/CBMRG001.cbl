      * The combined file is written in the pipeline's variable-length
      * format (see RVAR), each record sized by its N, control records
      * at their control lengths.
      *
      * The combined record has no room for its sender, so a companion
      * origin file (SNDORG) is written beside it, one record per merged
      * business record in the same order: the sender number, the
      * record's position among that sender's business records and
      * the date of the sender's transmission, taken from the run
      * date on that sender's own header.  The gate reads it in step
      * and copies the origin onto its rejects, and the N01 rejects
      * written here carry the same origin, so the CBRET001 return
      * job can send every reject back to its sender.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBMRG001.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT ORIGIN-FILE ASSIGN TO R-ORIGIN-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO MRG-RPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY REJFILE.

       FD  ORIGIN-FILE
           RECORDING MODE IS F.
           COPY SNDORG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.

       01  WS-ORIGIN-FILE-STATUS           PIC X(2).
           88  WS-ORIGIN-FILE-OK           VALUE '00'.

       01  WS-N-VALID-SWITCH               PIC X(1)    VALUE 'N'.
           88  WS-N-VALID                              VALUE 'Y'.
           88  WS-N-INVALID                            VALUE 'N'.
       01  WS-SENDER-STATS.
           05  WS-SND-ENTRY OCCURS 3 TIMES.
               10  WS-SND-EXPECTED         PIC 9(9).
               10  WS-SND-TRANS-DATE       PIC X(8).
               10  WS-SND-RECORDS          PIC 9(9).
               10  WS-SND-REJECTS          PIC 9(9).
               10  WS-SND-HASH             PIC 9(9).
               STOP RUN
           END-IF

           OPEN OUTPUT ORIGIN-FILE
           IF NOT WS-ORIGIN-FILE-OK
               DISPLAY 'CBMRG001 - UNABLE TO OPEN ORIGIN-FILE, STATUS='
                   WS-ORIGIN-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CBMRG001 - UNABLE TO OPEN REPORT-FILE, STATUS='
           PERFORM VARYING WS-SENDER-NO FROM 1 BY 1
                   UNTIL WS-SENDER-NO > 3
               MOVE ZERO TO WS-SND-EXPECTED (WS-SENDER-NO)
               MOVE SPACES TO WS-SND-TRANS-DATE (WS-SENDER-NO)
               MOVE ZERO TO WS-SND-RECORDS (WS-SENDER-NO)
               MOVE ZERO TO WS-SND-REJECTS (WS-SENDER-NO)
               MOVE ZERO TO WS-SND-HASH (WS-SENDER-NO)
               ELSE
                   MOVE HDR-EXPECTED-COUNT
                       TO WS-SND-EXPECTED (WS-SENDER-NO)
                   MOVE HDR-RUN-DATE
                       TO WS-SND-TRANS-DATE (WS-SENDER-NO)
                   ADD HDR-EXPECTED-COUNT TO WS-EXPECTED-TOTAL
               END-IF
           END-IF.
           END-PERFORM.

       4200-MERGE-ONE-RECORD.
           MOVE WS-SENDER-NO TO REJECT-SENDER-NO
           MOVE WS-SND-RECORDS (WS-SENDER-NO) TO REJECT-SENDER-POS
           MOVE WS-SND-TRANS-DATE (WS-SENDER-NO) TO REJECT-TRANS-DATE
           PERFORM 9100-VALIDATE-N
           IF WS-N-VALID
      *        A blank id is a new record; anything else non-numeric,
               MOVE WS-R-VAR-LEN TO WS-MERGE-REC-LEN
               WRITE MERGE-RECORD-OUT
               ADD 1 TO WS-MERGED-COUNT
               PERFORM 4250-WRITE-ORIGIN
           END-IF.

       4250-WRITE-ORIGIN.
           MOVE WS-MERGED-COUNT TO ORG-GATE-SEQ
           MOVE WS-SENDER-NO TO ORG-SENDER-NO
           MOVE WS-SND-RECORDS (WS-SENDER-NO) TO ORG-SENDER-POS
           MOVE WS-SND-TRANS-DATE (WS-SENDER-NO) TO ORG-TRANS-DATE
           SET ORG-TRANSMITTED TO TRUE
           MOVE SPACES TO ORG-REPAIRED-CODE
           WRITE SENDER-ORIGIN-RECORD.

       4300-RECONCILE-SENDER-TRAILER.
           IF WS-SND-STATUS (WS-SENDER-NO) = 'OK'
               IF WS-SND-TRL-COUNT (WS-SENDER-NO) NOT =
           CLOSE SENDER3-FILE
           CLOSE MERGE-FILE
           CLOSE REJECT-FILE
           CLOSE ORIGIN-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CBMRG001 - RECORDS READ   : ' WS-RECORD-COUNT
           DISPLAY 'CBMRG001 - MERGED RECORDS : ' WS-MERGED-COUNT
