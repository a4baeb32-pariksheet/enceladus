      * gate forever; they roll straight to the carry-forward file
      * under their original reason code, aging like any other reject,
      * until the reference table or the sender's data is fixed.
      * Records the gate rejected under a field edit rule (E01/E02
      * occurrence byte values, E03 flag not allowed with the reason,
      * E04 N outside the flag's range - see CBVAL001 and RULREC) are
      * the same kind of content failure and roll forward the same
      * way; they are counted separately at end of run so a rule that
      * starts catching a sender's whole feed shows up here as well as
      * on the CBRUL002 rule-hit report.
      *
      * Repair mode is a required central runtime parameter (PRMREC,
      * maintained by CBPRM001): LEADZERO applies the automatic rule
      * to AUDFILE under action 'D' and the run stops before the
      * run-sequence stamp is written, so nothing needs clearing.
      *
      * Every reject handled for a record that carries a permanent id
      * is also appended, with the run date, to the cumulative reject
      * episode history (RJHREC) - carried forward with its code and
      * age, or resubmitted after repair - because the reject and
      * carry-forward files themselves are replaced each cycle and
      * carry no date.  The lifecycle inquiry reads it.
      *
      * Every reject keeps its sender of origin (see REJFILE) on the
      * carry-forward file cycle after cycle, and a repaired record
      * takes it onto the origin file (SNDORG) written beside the
      * recycle file, marked repaired, so when the gate accepts it the
      * CBRET001 return job can tell the sender it is in.
      *
      * Repaired records are held in a working-storage table until all
      * input is read so the recycle file's run header can carry the
      * true expected count; reject volumes are a small fraction of the
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.

           SELECT ORIGIN-FILE ASSIGN TO R-ORIGIN-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO R-REJECT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FORWARD-FILE-STATUS.

           SELECT REJ-HIST-FILE ASSIGN TO RCY-HIST-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-HIST-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO R-OPR-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  REJ-IN-RECORD.
           05  REJ-IN-REASON-CODE          PIC X(3).
           05  REJ-IN-RAW-DATA             PIC X(215).
           05  REJ-IN-ORIGIN               PIC X(18).

       FD  FWD-IN-FILE
           RECORDING MODE IS F.
           05  FWD-IN-REASON-CODE          PIC X(3).
           05  FWD-IN-RAW-DATA             PIC X(215).
           05  FWD-IN-AGE-COUNT            PIC 9(2).
           05  FWD-IN-ORIGIN               PIC X(18).

       FD  RECYCLE-FILE
           RECORD IS VARYING IN SIZE FROM 17 TO 215 CHARACTERS
       01  RECYCLE-RECORD-OUT              PIC X(215).
           COPY HDRTRL.

       FD  ORIGIN-FILE
           RECORDING MODE IS F.
           COPY SNDORG.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJFILE.
           RECORDING MODE IS F.
           COPY RCYFWD.

       FD  REJ-HIST-FILE
           RECORDING MODE IS F.
           COPY RJHREC.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY OPRREC.
       01  WS-RECYCLE-FILE-STATUS          PIC X(2).
           88  WS-RECYCLE-FILE-OK          VALUE '00'.

       01  WS-ORIGIN-FILE-STATUS           PIC X(2).
           88  WS-ORIGIN-FILE-OK           VALUE '00'.

       01  WS-REJECT-FILE-STATUS           PIC X(2).
           88  WS-REJECT-FILE-OK           VALUE '00'.

       01  WS-FORWARD-FILE-STATUS          PIC X(2).
           88  WS-FORWARD-FILE-OK          VALUE '00'.

       01  WS-REJ-HIST-FILE-STATUS         PIC X(2).
           88  WS-REJ-HIST-FILE-OK         VALUE '00'.
           88  WS-REJ-HIST-NOT-FOUND       VALUE '35'.

       01  WS-REPAIR-MODE-SWITCH           PIC X(1)    VALUE 'O'.
           88  WS-AUTO-REPAIR                          VALUE 'A'.
           88  WS-OPERATOR-REPAIR                      VALUE 'O'.
           05  WS-REPAIRED-COUNT           PIC 9(9)    VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(9)    VALUE ZERO.
           05  WS-UNREPAIRABLE-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-RULE-FORWARD-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-AGED-COUNT               PIC 9(9)    VALUE ZERO.

       01  WS-WORK-AGE                     PIC 9(2)    VALUE ZERO.
       01  WS-WORK-REASON                  PIC X(3)    VALUE SPACES.
       01  WS-WORK-ORIGIN.
           05  WS-WORK-SENDER-NO           PIC 9(1).
           05  WS-WORK-SENDER-POS          PIC 9(9).
           05  WS-WORK-TRANS-DATE          PIC X(8).
       01  WS-OPER-N                       PIC X(2).
       01  WS-N-NUMERIC                    PIC 9(2).
       01  WS-HASH-TOTAL                   PIC 9(9)    VALUE ZERO.
       01  WS-RECYCLE-COUNT                PIC 9(9)    VALUE ZERO.
       01  WS-RECYCLE-IDX                  PIC 9(9)    VALUE ZERO.
       01  WS-RECYCLE-TABLE.
           05  WS-RECYCLE-ENTRY            OCCURS 10000 TIMES.
               10  WS-RECYCLE-IMAGE        PIC X(215).
               10  WS-RECYCLE-ORIGIN.
                   15  WS-RCY-SENDER-NO    PIC 9(1).
                   15  WS-RCY-SENDER-POS   PIC 9(9).
                   15  WS-RCY-TRANS-DATE   PIC X(8).
               10  WS-RECYCLE-CODE         PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN.
               IF NOT WS-REJ-EOF
                   MOVE REJ-IN-RAW-DATA TO RRAW-RECORD
                   MOVE REJ-IN-REASON-CODE TO WS-WORK-REASON
                   MOVE REJ-IN-ORIGIN TO WS-WORK-ORIGIN
                   MOVE 1 TO WS-WORK-AGE
                   PERFORM 3000-REPAIR-AND-EDIT
               END-IF
               IF NOT WS-FWD-EOF
                   MOVE FWD-IN-RAW-DATA TO RRAW-RECORD
                   MOVE FWD-IN-REASON-CODE TO WS-WORK-REASON
                   MOVE FWD-IN-ORIGIN TO WS-WORK-ORIGIN
                   IF FWD-IN-AGE-COUNT < 99
                       COMPUTE WS-WORK-AGE = FWD-IN-AGE-COUNT + 1
                   ELSE
               DISPLAY 'CBRCY001 - UNABLE TO OPEN FORWARD-FILE, '
                   'STATUS=' WS-FORWARD-FILE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND REJ-HIST-FILE
           IF WS-REJ-HIST-NOT-FOUND
               OPEN OUTPUT REJ-HIST-FILE
           END-IF
           IF NOT WS-REJ-HIST-FILE-OK
               DISPLAY 'CBRCY001 - UNABLE TO OPEN REJ-HIST-FILE, '
                   'STATUS=' WS-REJ-HIST-FILE-STATUS
               STOP RUN
           END-IF.

      ****************************************************************************

      ****************************************************************************
      * Only an N01 reject is repairable here; anything else (R01/R02
      * reason-code rejects and E01-E04 field edit rule rejects from
      * the gate) would sail through the N
      * edit and bounce off CBVAL001 forever, so it rolls straight to
      * the carry-forward file under its original reason code.
      ****************************************************************************
       3000-REPAIR-AND-EDIT.
           MOVE WS-WORK-ORIGIN TO REJECT-ORIGIN
           IF WS-WORK-REASON NOT = 'N01'
               PERFORM 3500-FORWARD-UNREPAIRABLE
           ELSE
               IF WS-RECYCLE-COUNT < WS-RECYCLE-MAX
                   ADD 1 TO WS-RECYCLE-COUNT
                   MOVE RRAW-RECORD
                       TO WS-RECYCLE-IMAGE (WS-RECYCLE-COUNT)
                   MOVE WS-WORK-ORIGIN
                       TO WS-RECYCLE-ORIGIN (WS-RECYCLE-COUNT)
                   MOVE WS-WORK-REASON
                       TO WS-RECYCLE-CODE (WS-RECYCLE-COUNT)
                   ADD 1 TO WS-REPAIRED-COUNT
                   MOVE RRAW-N TO WS-N-NUMERIC
                   ADD WS-N-NUMERIC TO WS-HASH-TOTAL
                   SET RJH-RESUBMITTED TO TRUE
                   MOVE WS-WORK-REASON TO RJH-REASON-CODE
                   PERFORM 3600-WRITE-REJECT-HISTORY
               ELSE
                   DISPLAY 'CBRCY001 - *** RECYCLE TABLE FULL AT '
                       WS-RECYCLE-MAX ' RECORDS, RUN ABANDONED ***'
               MOVE REJECT-REASON-CODE TO REJ-FWD-REASON-CODE
               MOVE RRAW-RECORD TO REJ-FWD-RAW-DATA
               MOVE WS-WORK-AGE TO REJ-FWD-AGE-COUNT
               MOVE WS-WORK-ORIGIN TO REJ-FWD-ORIGIN
               WRITE REJECT-FWD-RECORD
               SET RJH-CARRIED TO TRUE
               MOVE REJECT-REASON-CODE TO RJH-REASON-CODE
               PERFORM 3600-WRITE-REJECT-HISTORY
               IF WS-WORK-AGE > 3
                   ADD 1 TO WS-AGED-COUNT
               END-IF
           MOVE WS-WORK-REASON TO REJ-FWD-REASON-CODE
           MOVE RRAW-RECORD TO REJ-FWD-RAW-DATA
           MOVE WS-WORK-AGE TO REJ-FWD-AGE-COUNT
           MOVE WS-WORK-ORIGIN TO REJ-FWD-ORIGIN
           WRITE REJECT-FWD-RECORD
           SET RJH-CARRIED TO TRUE
           MOVE WS-WORK-REASON TO RJH-REASON-CODE
           PERFORM 3600-WRITE-REJECT-HISTORY
           ADD 1 TO WS-UNREPAIRABLE-COUNT
           IF WS-WORK-REASON (1:1) = 'E'
               ADD 1 TO WS-RULE-FORWARD-COUNT
           END-IF
           IF WS-WORK-AGE > 3
               ADD 1 TO WS-AGED-COUNT
           END-IF.

      ****************************************************************************
      * The caller has set the episode type and reason code; records
      * without a permanent id cannot be looked up by one and are not
      * kept.
      ****************************************************************************
       3600-WRITE-REJECT-HISTORY.
           IF RRAW-RID IS NUMERIC
               MOVE WS-RUN-DATE TO RJH-RUN-DATE
               MOVE WS-WORK-AGE TO RJH-AGE-COUNT
               MOVE RRAW-RECORD TO RJH-RAW-DATA
               WRITE REJECT-HISTORY-RECORD
           END-IF.

       4000-WRITE-RECYCLE-FILE.
           OPEN OUTPUT RECYCLE-FILE
           IF NOT WS-RECYCLE-FILE-OK
               STOP RUN
           END-IF

           OPEN OUTPUT ORIGIN-FILE
           IF NOT WS-ORIGIN-FILE-OK
               DISPLAY 'CBRCY001 - UNABLE TO OPEN ORIGIN-FILE, '
                   'STATUS=' WS-ORIGIN-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO R-CONTROL-RECORD
           SET CTL-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE

           PERFORM VARYING WS-RECYCLE-IDX FROM 1 BY 1
                   UNTIL WS-RECYCLE-IDX > WS-RECYCLE-COUNT
               MOVE WS-RECYCLE-IMAGE (WS-RECYCLE-IDX)
                   TO RRAW-RECORD
               PERFORM 9160-PACK-R-RECORD
               MOVE WS-R-VAR-DATA TO RECYCLE-RECORD-OUT
               MOVE WS-R-VAR-LEN TO WS-RECYCLE-REC-LEN
               WRITE RECYCLE-RECORD-OUT
               PERFORM 4100-WRITE-RECYCLE-ORIGIN
           END-PERFORM

           MOVE SPACES TO R-CONTROL-RECORD
           MOVE 19 TO WS-RECYCLE-REC-LEN
           WRITE R-CONTROL-RECORD

           CLOSE RECYCLE-FILE
           CLOSE ORIGIN-FILE.

       4100-WRITE-RECYCLE-ORIGIN.
           MOVE WS-RECYCLE-IDX TO ORG-GATE-SEQ
           MOVE WS-RCY-SENDER-NO (WS-RECYCLE-IDX) TO ORG-SENDER-NO
           MOVE WS-RCY-SENDER-POS (WS-RECYCLE-IDX) TO ORG-SENDER-POS
           MOVE WS-RCY-TRANS-DATE (WS-RECYCLE-IDX) TO ORG-TRANS-DATE
           SET ORG-REPAIRED TO TRUE
           MOVE WS-RECYCLE-CODE (WS-RECYCLE-IDX) TO ORG-REPAIRED-CODE
           WRITE SENDER-ORIGIN-RECORD.

           COPY VALIDN.
           COPY RVARIO.
           END-IF
           CLOSE REJECT-FILE
           CLOSE FORWARD-FILE
           CLOSE REJ-HIST-FILE
           IF WS-OPERATOR-REPAIR
               CLOSE AUDIT-FILE
           END-IF
           DISPLAY 'CBRCY001 - STILL REJECTED     : ' WS-REJECT-COUNT
           DISPLAY 'CBRCY001 - NOT REPAIRABLE HERE: '
               WS-UNREPAIRABLE-COUNT
           DISPLAY 'CBRCY001 -   OF WHICH RULES  : '
               WS-RULE-FORWARD-COUNT
           DISPLAY 'CBRCY001 - HASH TOTAL ACROSS N: ' WS-HASH-TOTAL
           IF WS-AGED-COUNT > 0
               DISPLAY 'CBRCY001 - *** ' WS-AGED-COUNT ' REJECTS AGED '
