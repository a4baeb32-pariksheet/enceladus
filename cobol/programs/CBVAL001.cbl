      * that contract - on a steady population it is small, and a
      * night where it jumps toward the full record count means a
      * sender stopped echoing ids and the CBDLT001 compare would
      * see every record as new.  The ids a run assigns come off the
      * counter as one unbroken range, which is appended with the run
      * date to the cumulative id history (RIDHIST) so the lifecycle
      * inquiry can say when any id was born.
      *
      * A record that clears the N and reason edits is then held to
      * the field edit rule table (RULREC KSDS, maintained by CBRUL001,
      * loaded into storage once at start of run): an N outside the
      * range set for its flag rejects under E04, a flag not allowed
      * with its reason under E03, and an occurrence byte outside the
      * values allowed for B1 or B2 under E01 or E02 - checked in that
      * order, first failure wins, so every rejection is charged to
      * exactly one rule.  These are data-content failures like R01 and
      * R02, not repairable by CBRCY001, which rolls them forward on
      * the carry-forward file.  Each active rule's hit count is
      * written to the rule-hit file at end of run for the CBRUL002
      * report.  No rule table at all means no rules are enforced (a
      * warning, not a stop), so the gate behaves exactly as before
      * until the first rule is keyed.
      *
      * Every reject carries its sender of origin, read in step from
      * the origin file (SNDORG) written beside the input by CBMRG001
      * or CBRCY001, so the CBRET001 return job can send it back.  A
      * record CBRCY001 repaired that now passes is written to the
      * accepted-after-repair file (RPRACC) for the same job.  A missing
      * origin file, or one that falls out of step with the input,
      * costs only the senders' view of their rejects - the rejects
      * from there on carry sender zero and are counted at end of run.
      *
      * The good file gets an origin companion of its own (SNDORG
      * again, R-GOOD-ORIGIN-OUT): one record per good record, in the
      * same order, ORG-GATE-SEQ numbering the good records, so a job
      * reading the good file - the CBQAS001 quality sample - can say
      * which sender every passed record came from.  Like the accepted-
      * after-repair file it cannot stop the gate.
      ****************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBVAL001.
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO R-RUL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT RULE-HIT-FILE ASSIGN TO RUL-HIT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIT-FILE-STATUS.

           SELECT ORIGIN-FILE ASSIGN TO R-ORIGIN-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-FILE-STATUS.

           SELECT ACCEPT-FILE ASSIGN TO R-ACCEPT-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-FILE-STATUS.

           SELECT GOOD-ORIGIN-FILE ASSIGN TO R-GOOD-ORIGIN-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOOD-ORG-FILE-STATUS.

           SELECT RID-IN-FILE ASSIGN TO RID-CTL-IN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RID-IN-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RID-OUT-FILE-STATUS.

           SELECT RID-HIST-FILE ASSIGN TO RID-HIST-OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RID-HIST-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO BCTL-VSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               DEPENDING ON WS-GOOD-REC-LEN.
       01  GOOD-RECORD-OUT             PIC X(215).

       FD  ORIGIN-FILE
           RECORDING MODE IS F.
           COPY SNDORG.

       FD  ACCEPT-FILE
           RECORDING MODE IS F.
           COPY RPRACC.

       FD  GOOD-ORIGIN-FILE
           RECORDING MODE IS F.
       01  GOOD-ORIGIN-RECORD-OUT      PIC X(31).

       FD  RID-IN-FILE
           RECORDING MODE IS F.
       01  RID-CTL-RECORD-IN           PIC 9(12).
           RECORDING MODE IS F.
       01  RID-CTL-RECORD-OUT          PIC 9(12).

       FD  RID-HIST-FILE
           RECORDING MODE IS F.
           COPY RIDHIST.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJFILE.
           RECORDING MODE IS F.
           COPY RSNREC.

       FD  RULE-FILE
           RECORDING MODE IS F.
           COPY RULREC.

       FD  RULE-HIT-FILE
           RECORDING MODE IS F.
       01  RULE-HIT-RECORD-OUT         PIC X(23).

       FD  BATCH-CONTROL-FILE
           RECORDING MODE IS F.
           COPY BCTLREC.
           COPY RVARWS.

           COPY RRAW.
           COPY RULHIT.

       01  WS-R-REC-LEN                PIC 9(3)    VALUE ZERO.
       01  WS-GOOD-REC-LEN             PIC 9(3)    VALUE ZERO.
           88  WS-REASON-VALID                     VALUE 'Y'.
           88  WS-REASON-INVALID                   VALUE 'N'.

       01  WS-RUL-FILE-STATUS          PIC X(2).
           88  WS-RUL-FILE-OK          VALUE '00'.
           88  WS-RUL-NOT-FOUND        VALUE '35'.

       01  WS-HIT-FILE-STATUS          PIC X(2).
           88  WS-HIT-FILE-OK          VALUE '00'.

       01  WS-RUL-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-RUL-EOF                          VALUE 'Y'.

       01  WS-RULES-VALID-SWITCH       PIC X(1)    VALUE 'Y'.
           88  WS-RULES-VALID                      VALUE 'Y'.
           88  WS-RULES-INVALID                    VALUE 'N'.

      *    Rules in storage, one table per rule type.  Byte rules are
      *    indexed by byte position (1 = B1, 2 = B2), flag rules by
      *    C-REASON + 1; an entry never loaded stays spaces, which is
      *    what WS-xxx-PRESENT tests.  Range rules are few (one per
      *    flag in use) and searched.
       01  WS-BYTE-RULE-TABLE.
           05  WS-BYTE-RULE OCCURS 2 TIMES.
               10  WS-BYR-PRESENT-SWITCH PIC X(1).
                   88  WS-BYR-PRESENT              VALUE 'Y'.
               10  WS-BYR-ALLOWED      PIC X(10).
               10  WS-BYR-HITS         PIC 9(9).

       01  WS-FLAG-RULE-TABLE.
           05  WS-FLAG-RULE OCCURS 100 TIMES.
               10  WS-FLR-PRESENT-SWITCH PIC X(1).
                   88  WS-FLR-PRESENT              VALUE 'Y'.
               10  WS-FLR-ALLOWED      PIC X(10).
               10  WS-FLR-HITS         PIC 9(9).

       01  WS-RANGE-RULE-MAX           PIC 9(2)    VALUE 20.
       01  WS-RANGE-RULE-COUNT         PIC 9(2)    VALUE ZERO.
       01  WS-RANGE-RULE-TABLE.
           05  WS-RANGE-RULE OCCURS 20 TIMES.
               10  WS-RNR-FLAG         PIC X(1).
               10  WS-RNR-MIN          PIC 9(2).
               10  WS-RNR-MAX          PIC 9(2).
               10  WS-RNR-HITS         PIC 9(9).

       01  WS-RULE-IDX                 PIC 9(3).
       01  WS-RULE-OCC-IDX             PIC 9(3).
       01  WS-RULE-BYTE-POS            PIC 9(3).
       01  WS-RULE-FLAG                PIC X(1).
       01  WS-RULE-REASON              PIC 9(2).
       01  WS-RULE-BYTE                PIC X(1).
       01  WS-RULE-ALLOWED             PIC X(10).
       01  WS-RULE-TALLY               PIC 9(3).
       01  WS-RULE-LOADED-COUNT        PIC 9(4)    VALUE ZERO.

       01  WS-ORIGIN-FILE-STATUS       PIC X(2).
           88  WS-ORIGIN-FILE-OK       VALUE '00'.
           88  WS-ORIGIN-NOT-FOUND     VALUE '35'.

       01  WS-ACCEPT-FILE-STATUS       PIC X(2).
           88  WS-ACCEPT-FILE-OK       VALUE '00'.

       01  WS-ORIGIN-OPEN-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-ORIGIN-OPEN                      VALUE 'Y'.

       01  WS-ORIGIN-STEP-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-ORIGIN-IN-STEP                   VALUE 'Y'.

       01  WS-ACCEPT-OPEN-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-ACCEPT-OPEN                      VALUE 'Y'.

       01  WS-GOOD-ORG-FILE-STATUS     PIC X(2).
           88  WS-GOOD-ORG-FILE-OK     VALUE '00'.

       01  WS-GOOD-ORG-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-GOOD-ORG-OPEN                    VALUE 'Y'.

      *    Built here in the SNDORG shape; the origin file's own record
      *    area still holds the input record's origin.
       01  WS-GOOD-ORIGIN.
           05  WS-GOR-GATE-SEQ         PIC 9(9).
           05  WS-GOR-SENDER-NO        PIC 9(1).
           05  WS-GOR-SENDER-POS       PIC 9(9).
           05  WS-GOR-TRANS-DATE       PIC X(8).
           05  WS-GOR-SOURCE           PIC X(1).
           05  WS-GOR-REPAIRED-CODE    PIC X(3).

       01  WS-ORIGIN-SOURCE            PIC X(1)    VALUE SPACE.
           88  WS-ORIGIN-REPAIRED                  VALUE 'R'.
       01  WS-ORIGIN-REPAIRED-CODE     PIC X(3)    VALUE SPACES.
       01  WS-ECHO-RID                 PIC X(12).

       01  WS-RID-IN-FILE-STATUS       PIC X(2).
           88  WS-RID-IN-FILE-OK       VALUE '00'.
           88  WS-RID-IN-NOT-FOUND     VALUE '35'.
       01  WS-RID-OUT-FILE-STATUS      PIC X(2).
           88  WS-RID-OUT-FILE-OK      VALUE '00'.

       01  WS-RID-HIST-FILE-STATUS     PIC X(2).
           88  WS-RID-HIST-FILE-OK     VALUE '00'.
           88  WS-RID-HIST-NOT-FOUND   VALUE '35'.

       01  WS-NEXT-RID                 PIC 9(12)   VALUE ZERO.

       01  WS-N-NUMERIC                PIC 9(2).
           05  WS-REJECT-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-REASON-REJECT-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-ID-ASSIGNED-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-RULE-REJECT-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-NO-ORIGIN-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-ACCEPT-COUNT         PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
                   IF WS-N-VALID
                       PERFORM 9300-VALIDATE-REASON
                       IF WS-REASON-VALID
                           PERFORM 9400-VALIDATE-FIELD-RULES
                           IF WS-RULES-VALID
                               PERFORM 3000-WRITE-GOOD-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
               STOP RUN
           END-IF

           PERFORM 1500-LOAD-FIELD-RULES

           PERFORM 1700-OPEN-ORIGIN-FILES

           PERFORM 1100-LOAD-NEXT-RID

           PERFORM 1200-READ-RUN-HEADER
               CLOSE RID-IN-FILE
           END-IF.

      ****************************************************************************
      * The rule table is read once, front to back, into storage so
      * the gate does no rule I/O per record.  Retired rules are
      * skipped; a rule whose subject or range cannot be used is
      * reported and skipped rather than stopping the night.
      ****************************************************************************
       1500-LOAD-FIELD-RULES.
           MOVE SPACES TO WS-BYTE-RULE-TABLE
           MOVE SPACES TO WS-FLAG-RULE-TABLE
           OPEN INPUT RULE-FILE
           IF WS-RUL-NOT-FOUND
               DISPLAY 'CBVAL001 - NO FIELD EDIT RULE TABLE, '
                   'FIELD RULES NOT ENFORCED'
           ELSE
               IF NOT WS-RUL-FILE-OK
                   DISPLAY 'CBVAL001 - UNABLE TO OPEN RULE-FILE, '
                       'STATUS=' WS-RUL-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-RUL-EOF
                   READ RULE-FILE NEXT RECORD
                       AT END
                           SET WS-RUL-EOF TO TRUE
                       NOT AT END
                           IF RUL-ACTIVE
                               PERFORM 1600-TABLE-FIELD-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF
           DISPLAY 'CBVAL001 - FIELD RULES LOADED: '
               WS-RULE-LOADED-COUNT.

       1600-TABLE-FIELD-RULE.
           EVALUATE TRUE
               WHEN RUL-BYTE-RULE
                    AND (RUL-SUBJECT = '1 ' OR RUL-SUBJECT = '2 ')
                   MOVE RUL-SUBJECT (1:1) TO WS-RULE-IDX
                   SET WS-BYR-PRESENT (WS-RULE-IDX) TO TRUE
                   MOVE RUL-ALLOWED-VALUES
                       TO WS-BYR-ALLOWED (WS-RULE-IDX)
                   MOVE ZERO TO WS-BYR-HITS (WS-RULE-IDX)
                   ADD 1 TO WS-RULE-LOADED-COUNT
               WHEN RUL-FLAG-RULE AND RUL-SUBJECT IS NUMERIC
                   MOVE RUL-SUBJECT TO WS-RULE-REASON
                   COMPUTE WS-RULE-IDX = WS-RULE-REASON + 1
                   SET WS-FLR-PRESENT (WS-RULE-IDX) TO TRUE
                   MOVE RUL-ALLOWED-VALUES
                       TO WS-FLR-ALLOWED (WS-RULE-IDX)
                   MOVE ZERO TO WS-FLR-HITS (WS-RULE-IDX)
                   ADD 1 TO WS-RULE-LOADED-COUNT
               WHEN RUL-RANGE-RULE AND RUL-N-MIN IS NUMERIC
                    AND RUL-N-MAX IS NUMERIC
                   IF WS-RANGE-RULE-COUNT < WS-RANGE-RULE-MAX
                       ADD 1 TO WS-RANGE-RULE-COUNT
                       MOVE RUL-SUBJECT (1:1)
                           TO WS-RNR-FLAG (WS-RANGE-RULE-COUNT)
                       MOVE RUL-N-MIN
                           TO WS-RNR-MIN (WS-RANGE-RULE-COUNT)
                       MOVE RUL-N-MAX
                           TO WS-RNR-MAX (WS-RANGE-RULE-COUNT)
                       MOVE ZERO TO WS-RNR-HITS (WS-RANGE-RULE-COUNT)
                       ADD 1 TO WS-RULE-LOADED-COUNT
                   ELSE
                       DISPLAY 'CBVAL001 - RANGE RULE TABLE FULL, '
                           'RULE ' RUL-KEY ' NOT ENFORCED'
                   END-IF
               WHEN OTHER
                   DISPLAY 'CBVAL001 - UNUSABLE FIELD RULE ' RUL-KEY
                       ' SKIPPED'
           END-EVALUATE.

      ****************************************************************************
      * The origin file and the accepted-after-repair file serve only
      * the return to senders, the good-origin file only the quality
      * sample; none of them can stop the gate.
      ****************************************************************************
       1700-OPEN-ORIGIN-FILES.
           OPEN INPUT ORIGIN-FILE
           EVALUATE TRUE
               WHEN WS-ORIGIN-FILE-OK
                   SET WS-ORIGIN-OPEN TO TRUE
                   SET WS-ORIGIN-IN-STEP TO TRUE
               WHEN WS-ORIGIN-NOT-FOUND
                   DISPLAY 'CBVAL001 - NO ORIGIN FILE, REJECTS CARRY '
                       'NO SENDER'
               WHEN OTHER
                   DISPLAY 'CBVAL001 - *** UNABLE TO OPEN ORIGIN-FILE, '
                       'STATUS=' WS-ORIGIN-FILE-STATUS
                       ' - REJECTS CARRY NO SENDER ***'
           END-EVALUATE

           OPEN OUTPUT ACCEPT-FILE
           IF WS-ACCEPT-FILE-OK
               SET WS-ACCEPT-OPEN TO TRUE
           ELSE
               DISPLAY 'CBVAL001 - *** UNABLE TO OPEN ACCEPT-FILE, '
                   'STATUS=' WS-ACCEPT-FILE-STATUS
                   ' - REPAIRS NOT REPORTED TO SENDERS ***'
           END-IF

           OPEN OUTPUT GOOD-ORIGIN-FILE
           IF WS-GOOD-ORG-FILE-OK
               SET WS-GOOD-ORG-OPEN TO TRUE
           ELSE
               DISPLAY 'CBVAL001 - *** UNABLE TO OPEN GOOD-ORIGIN-'
                   'FILE, STATUS=' WS-GOOD-ORG-FILE-STATUS
                   ' - GOOD RECORDS CARRY NO SENDER ***'
           END-IF.

      ****************************************************************************
      * One logical read, fanned out by input format.  A fixed-length
      * record is already in the expanded RRAW shape, and its control
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-RECORD-COUNT
                           PERFORM 2100-READ-ORIGIN
                           MOVE R-FIXED-RECORD TO RRAW-RECORD
                           SET WS-VAR-OK TO TRUE
                       END-IF
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-RECORD-COUNT
                           PERFORM 2100-READ-ORIGIN
                           MOVE R-VAR-RECORD TO WS-R-VAR-DATA
                           MOVE WS-R-REC-LEN TO WS-R-VAR-LEN
                           PERFORM 9150-EXPAND-R-RECORD
               END-READ
           END-IF.

      ****************************************************************************
      * The origin of the business record just read, set on the reject
      * record ahead of every edit that may write it.  Once the origin
      * file ends early or its sequence disagrees with the input count
      * it is not trusted again this run.
      ****************************************************************************
       2100-READ-ORIGIN.
           IF WS-ORIGIN-IN-STEP
               READ ORIGIN-FILE
                   AT END
                       DISPLAY 'CBVAL001 - *** ORIGIN FILE ENDS BEFORE '
                           'INPUT RECORD ' WS-RECORD-COUNT
                           ', SENDERS UNKNOWN FROM HERE ***'
                       MOVE 'N' TO WS-ORIGIN-STEP-SWITCH
                   NOT AT END
                       IF ORG-GATE-SEQ NOT = WS-RECORD-COUNT
                           DISPLAY 'CBVAL001 - *** ORIGIN FILE OUT OF '
                               'STEP AT INPUT RECORD ' WS-RECORD-COUNT
                               ', SENDERS UNKNOWN FROM HERE ***'
                           MOVE 'N' TO WS-ORIGIN-STEP-SWITCH
                       END-IF
               END-READ
           END-IF
           IF WS-ORIGIN-IN-STEP
               MOVE ORG-SENDER-NO TO REJECT-SENDER-NO
               MOVE ORG-SENDER-POS TO REJECT-SENDER-POS
               MOVE ORG-TRANS-DATE TO REJECT-TRANS-DATE
               MOVE ORG-SOURCE TO WS-ORIGIN-SOURCE
               MOVE ORG-REPAIRED-CODE TO WS-ORIGIN-REPAIRED-CODE
           ELSE
               MOVE ZERO TO REJECT-SENDER-NO
               MOVE ZERO TO REJECT-SENDER-POS
               MOVE SPACES TO REJECT-TRANS-DATE
               MOVE SPACE TO WS-ORIGIN-SOURCE
               MOVE SPACES TO WS-ORIGIN-REPAIRED-CODE
               ADD 1 TO WS-NO-ORIGIN-COUNT
           END-IF.

      ****************************************************************************
      * The run header must lead the input before any business record
      * is trusted; its expected count is carried forward onto the
           WRITE GOOD-RECORD-OUT.

       3000-WRITE-GOOD-RECORD.
           MOVE RRAW-RID TO WS-ECHO-RID
           IF RRAW-RID IS NOT NUMERIC
               ADD 1 TO WS-NEXT-RID
               MOVE WS-NEXT-RID TO RRAW-RID
           WRITE GOOD-RECORD-OUT
           ADD 1 TO WS-GOOD-COUNT
           MOVE RRAW-N TO WS-N-NUMERIC
           ADD WS-N-NUMERIC TO WS-GOOD-HASH-TOTAL
           IF WS-ORIGIN-REPAIRED AND WS-ACCEPT-OPEN
               PERFORM 3100-WRITE-REPAIR-ACCEPT
           END-IF
           IF WS-GOOD-ORG-OPEN
               PERFORM 3200-WRITE-GOOD-ORIGIN
           END-IF.

       3100-WRITE-REPAIR-ACCEPT.
           MOVE WS-RUN-DATE TO RPA-RUN-DATE
           MOVE REJECT-SENDER-NO TO RPA-SENDER-NO
           MOVE REJECT-SENDER-POS TO RPA-SENDER-POS
           MOVE REJECT-TRANS-DATE TO RPA-TRANS-DATE
           MOVE WS-ORIGIN-REPAIRED-CODE TO RPA-REPAIRED-CODE
           MOVE WS-ECHO-RID TO RPA-ECHO-RID
           MOVE RRAW-RECORD TO RPA-RAW-DATA
           WRITE REPAIR-ACCEPT-RECORD
           ADD 1 TO WS-ACCEPT-COUNT.

      ****************************************************************************
      * The good record's origin, numbered by its place among the good
      * records.  A record whose origin was not known is still written,
      * with sender zero, so the companion never falls out of step.
      ****************************************************************************
       3200-WRITE-GOOD-ORIGIN.
           MOVE WS-GOOD-COUNT TO WS-GOR-GATE-SEQ
           MOVE REJECT-SENDER-NO TO WS-GOR-SENDER-NO
           MOVE REJECT-SENDER-POS TO WS-GOR-SENDER-POS
           MOVE REJECT-TRANS-DATE TO WS-GOR-TRANS-DATE
           MOVE WS-ORIGIN-SOURCE TO WS-GOR-SOURCE
           MOVE WS-ORIGIN-REPAIRED-CODE TO WS-GOR-REPAIRED-CODE
           MOVE WS-GOOD-ORIGIN TO GOOD-ORIGIN-RECORD-OUT
           WRITE GOOD-ORIGIN-RECORD-OUT.

           COPY VALIDN.
           COPY RVARIO.
               ADD 1 TO WS-REASON-REJECT-COUNT
           END-IF.

      ****************************************************************************
      * Field edit rules, run only after the N and reason edits have
      * passed, so N is numeric and C-REASON is a live code.  N range
      * for the flag first (E04), then flag against reason (E03), then
      * every occurrence's B1 and B2 (E01, E02); the first rule broken
      * rejects the record and takes the hit.
      ****************************************************************************
       9400-VALIDATE-FIELD-RULES.
           SET WS-RULES-VALID TO TRUE
           MOVE RRAW-N TO WS-N-NUMERIC
           MOVE RRAW-REST (199:1) TO WS-RULE-FLAG
           PERFORM 9410-CHECK-N-RANGE
           IF WS-RULES-VALID AND RRAW-REST (200:2) IS NUMERIC
               PERFORM 9420-CHECK-FLAG-REASON
           END-IF
           IF WS-RULES-VALID
               PERFORM 9430-CHECK-OCCURRENCE-BYTES
           END-IF
           IF WS-RULES-INVALID
               MOVE RRAW-RECORD TO REJECT-RAW-DATA
               WRITE REJECT-RECORD-OUT
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-RULE-REJECT-COUNT
           END-IF.

       9410-CHECK-N-RANGE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RANGE-RULE-COUNT
                      OR WS-RULES-INVALID
               IF WS-RNR-FLAG (WS-RULE-IDX) = WS-RULE-FLAG
                   IF WS-N-NUMERIC < WS-RNR-MIN (WS-RULE-IDX)
                      OR WS-N-NUMERIC > WS-RNR-MAX (WS-RULE-IDX)
                       SET WS-RULES-INVALID TO TRUE
                       MOVE 'E04' TO REJECT-REASON-CODE
                       ADD 1 TO WS-RNR-HITS (WS-RULE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       9420-CHECK-FLAG-REASON.
           MOVE RRAW-REST (200:2) TO WS-RULE-REASON
           COMPUTE WS-RULE-IDX = WS-RULE-REASON + 1
           IF WS-FLR-PRESENT (WS-RULE-IDX)
               MOVE WS-FLR-ALLOWED (WS-RULE-IDX) TO WS-RULE-ALLOWED
               MOVE WS-RULE-FLAG TO WS-RULE-BYTE
               PERFORM 9450-CHECK-ALLOWED-VALUE
               IF WS-RULE-TALLY = ZERO
                   SET WS-RULES-INVALID TO TRUE
                   MOVE 'E03' TO REJECT-REASON-CODE
                   ADD 1 TO WS-FLR-HITS (WS-RULE-IDX)
               END-IF
           END-IF.

       9430-CHECK-OCCURRENCE-BYTES.
           PERFORM VARYING WS-RULE-OCC-IDX FROM 1 BY 1
                   UNTIL WS-RULE-OCC-IDX > WS-N-NUMERIC
                      OR WS-RULES-INVALID
               COMPUTE WS-RULE-BYTE-POS =
                   (WS-RULE-OCC-IDX - 1) * 2 + 1
               IF WS-BYR-PRESENT (1)
                   MOVE WS-BYR-ALLOWED (1) TO WS-RULE-ALLOWED
                   MOVE RRAW-REST (WS-RULE-BYTE-POS:1)
                       TO WS-RULE-BYTE
                   PERFORM 9450-CHECK-ALLOWED-VALUE
                   IF WS-RULE-TALLY = ZERO
                       SET WS-RULES-INVALID TO TRUE
                       MOVE 'E01' TO REJECT-REASON-CODE
                       ADD 1 TO WS-BYR-HITS (1)
                   END-IF
               END-IF
               IF WS-RULES-VALID AND WS-BYR-PRESENT (2)
                   MOVE WS-BYR-ALLOWED (2) TO WS-RULE-ALLOWED
                   ADD 1 TO WS-RULE-BYTE-POS
                   MOVE RRAW-REST (WS-RULE-BYTE-POS:1)
                       TO WS-RULE-BYTE
                   PERFORM 9450-CHECK-ALLOWED-VALUE
                   IF WS-RULE-TALLY = ZERO
                       SET WS-RULES-INVALID TO TRUE
                       MOVE 'E02' TO REJECT-REASON-CODE
                       ADD 1 TO WS-BYR-HITS (2)
                   END-IF
               END-IF
           END-PERFORM.

      *    WS-RULE-TALLY comes back non-zero when WS-RULE-BYTE is one
      *    of the characters listed in WS-RULE-ALLOWED ahead of its
      *    first space.  A blank byte is never allowed.
       9450-CHECK-ALLOWED-VALUE.
           MOVE ZERO TO WS-RULE-TALLY
           IF WS-RULE-BYTE NOT = SPACE
               INSPECT WS-RULE-ALLOWED TALLYING WS-RULE-TALLY
                   FOR ALL WS-RULE-BYTE BEFORE INITIAL SPACE
           END-IF.

       8000-FINALIZE.
           IF WS-FIXED-INPUT
               CLOSE R-FIXED-FILE
           CLOSE GOOD-FILE
           CLOSE REJECT-FILE
           CLOSE REASON-FILE
           IF WS-ORIGIN-OPEN
               CLOSE ORIGIN-FILE
           END-IF
           IF WS-ACCEPT-OPEN
               CLOSE ACCEPT-FILE
           END-IF
           IF WS-GOOD-ORG-OPEN
               CLOSE GOOD-ORIGIN-FILE
           END-IF
           PERFORM 8100-WRITE-RULE-HITS
           OPEN OUTPUT RID-OUT-FILE
           IF NOT WS-RID-OUT-FILE-OK
               DISPLAY 'CBVAL001 - *** UNABLE TO OPEN RID-OUT-FILE, '
               WRITE RID-CTL-RECORD-OUT
               CLOSE RID-OUT-FILE
           END-IF
           IF WS-ID-ASSIGNED-COUNT > ZERO
               PERFORM 8200-WRITE-ID-HISTORY
           END-IF
           DISPLAY 'CBVAL001 - RECORDS READ  : ' WS-RECORD-COUNT
           DISPLAY 'CBVAL001 - GOOD RECORDS  : ' WS-GOOD-COUNT
           DISPLAY 'CBVAL001 - REJECTED      : ' WS-REJECT-COUNT
           DISPLAY 'CBVAL001 - REASON REJECTS: '
               WS-REASON-REJECT-COUNT
           DISPLAY 'CBVAL001 - RULE REJECTS  : '
               WS-RULE-REJECT-COUNT
           DISPLAY 'CBVAL001 - IDS ASSIGNED  : '
               WS-ID-ASSIGNED-COUNT
           DISPLAY 'CBVAL001 - REPAIRS IN    : '
               WS-ACCEPT-COUNT
           DISPLAY 'CBVAL001 - NO ORIGIN     : '
               WS-NO-ORIGIN-COUNT.
           MOVE 'CBVAL001' TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-RECORD-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-GOOD-COUNT TO WS-RUNLOG-PROCESSED
           MOVE WS-GOOD-HASH-TOTAL TO WS-RUNLOG-HASH-TOTAL
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 9550-MARK-RUN-COMPLETE.

      ****************************************************************************
      * One hit record per rule enforced tonight, zero hits included,
      * keyed as on the rule table.  A failure here costs only the
      * report, never the gated population, so it warns and carries on.
      ****************************************************************************
       8100-WRITE-RULE-HITS.
           OPEN OUTPUT RULE-HIT-FILE
           IF NOT WS-HIT-FILE-OK
               DISPLAY 'CBVAL001 - *** UNABLE TO OPEN RULE-HIT-FILE, '
                   'STATUS=' WS-HIT-FILE-STATUS
                   ' - RULE HITS NOT SAVED ***'
           ELSE
               MOVE WS-RUN-DATE TO RHT-RUN-DATE
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > 2
                   IF WS-BYR-PRESENT (WS-RULE-IDX)
                       MOVE 'B' TO RHT-RULE-KEY (1:1)
                       MOVE WS-RULE-IDX (3:1) TO RHT-RULE-KEY (2:1)
                       MOVE SPACE TO RHT-RULE-KEY (3:1)
                       IF WS-RULE-IDX = 1
                           MOVE 'E01' TO RHT-REJECT-CODE
                       ELSE
                           MOVE 'E02' TO RHT-REJECT-CODE
                       END-IF
                       MOVE WS-BYR-HITS (WS-RULE-IDX) TO RHT-HIT-COUNT
                       MOVE RULE-HIT-RECORD TO RULE-HIT-RECORD-OUT
                       WRITE RULE-HIT-RECORD-OUT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > 100
                   IF WS-FLR-PRESENT (WS-RULE-IDX)
                       COMPUTE WS-RULE-REASON = WS-RULE-IDX - 1
                       MOVE 'F' TO RHT-RULE-KEY (1:1)
                       MOVE WS-RULE-REASON TO RHT-RULE-KEY (2:2)
                       MOVE 'E03' TO RHT-REJECT-CODE
                       MOVE WS-FLR-HITS (WS-RULE-IDX) TO RHT-HIT-COUNT
                       MOVE RULE-HIT-RECORD TO RULE-HIT-RECORD-OUT
                       WRITE RULE-HIT-RECORD-OUT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RANGE-RULE-COUNT
                   MOVE 'N' TO RHT-RULE-KEY (1:1)
                   MOVE WS-RNR-FLAG (WS-RULE-IDX) TO RHT-RULE-KEY (2:1)
                   MOVE SPACE TO RHT-RULE-KEY (3:1)
                   MOVE 'E04' TO RHT-REJECT-CODE
                   MOVE WS-RNR-HITS (WS-RULE-IDX) TO RHT-HIT-COUNT
                   MOVE RULE-HIT-RECORD TO RULE-HIT-RECORD-OUT
                   WRITE RULE-HIT-RECORD-OUT
               END-PERFORM
               CLOSE RULE-HIT-FILE
           END-IF.

      ****************************************************************************
      * Append tonight's assigned range to the cumulative id history,
      * creating it on first use.  Like the rule hits, a failure here
      * costs only the inquiry's view of when the ids were born, never
      * the gated population, so it warns and carries on.
      ****************************************************************************
       8200-WRITE-ID-HISTORY.
           OPEN EXTEND RID-HIST-FILE
           IF WS-RID-HIST-NOT-FOUND
               OPEN OUTPUT RID-HIST-FILE
           END-IF
           IF NOT WS-RID-HIST-FILE-OK
               DISPLAY 'CBVAL001 - *** UNABLE TO OPEN RID-HIST-FILE, '
                   'STATUS=' WS-RID-HIST-FILE-STATUS
                   ' - ID RANGE NOT RECORDED ***'
           ELSE
               MOVE WS-RUN-DATE TO RHS-RUN-DATE
               COMPUTE RHS-FIRST-RID =
                   WS-NEXT-RID - WS-ID-ASSIGNED-COUNT + 1
               MOVE WS-NEXT-RID TO RHS-LAST-RID
               WRITE RID-HISTORY-RECORD
               CLOSE RID-HIST-FILE
           END-IF.
