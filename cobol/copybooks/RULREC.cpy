      ****************************************************************************
      * RULREC - field edit rule table record layout (VSAM KSDS keyed on
      * rule type plus rule subject).  The CBVAL001 gate checks N and
      * C-REASON by program; everything else a record carries is
      * policed by these rules, so a new class of bad data is stopped
      * by keying a rule, not by changing code.  Three rule types:
      *
      *   B - allowed occurrence byte values.  Subject '1 ' governs
      *       every B1, '2 ' every B2; RUL-ALLOWED-VALUES lists the
      *       characters the byte may hold (e.g. '01').  A byte outside
      *       the list rejects under E01 (B1) or E02 (B2).
      *   F - allowed flags for a reason code.  Subject is the two-digit
      *       C-REASON; RUL-ALLOWED-VALUES lists the C-FLAG values that
      *       may carry it (e.g. 'AI').  Any other flag with that
      *       reason rejects under E03.
      *   N - N range for a flag.  Subject is the C-FLAG value followed
      *       by a space; an N below RUL-N-MIN or above RUL-N-MAX for a
      *       record carrying that flag rejects under E04.
      *
      * A byte position, reason or flag with no active rule is not
      * restricted.  The allowed-value list is read left to right up to
      * its first space, so a blank can never be an allowed value.
      * Retired rules stay on file, like retired reason codes, so the
      * rule-hit history keeps its descriptions; the gate ignores them.
      *
      * Every rejection names exactly one rule by its key, which is
      * what the CBVAL001 rule-hit file (RULHIT) counts and the
      * CBRUL002 report prints.  Maintained by the CBRUL001 line-mode
      * transaction at authority level 4.
      ****************************************************************************
       01  EDIT-RULE-RECORD.
           05  RUL-KEY.
               10  RUL-TYPE            PIC X(1).
                   88  RUL-BYTE-RULE       VALUE 'B'.
                   88  RUL-FLAG-RULE       VALUE 'F'.
                   88  RUL-RANGE-RULE      VALUE 'N'.
                   88  RUL-TYPE-VALID      VALUES 'B' 'F' 'N'.
               10  RUL-SUBJECT         PIC X(2).
           05  RUL-VALUE-BODY.
               10  RUL-ALLOWED-VALUES  PIC X(10).
           05  RUL-RANGE-BODY REDEFINES RUL-VALUE-BODY.
               10  RUL-N-MIN           PIC 9(2).
               10  RUL-N-MAX           PIC 9(2).
               10  FILLER              PIC X(6).
           05  RUL-DESCRIPTION         PIC X(30).
           05  RUL-STATUS              PIC X(1).
               88  RUL-ACTIVE          VALUE 'A'.
               88  RUL-RETIRED         VALUE 'R'.
