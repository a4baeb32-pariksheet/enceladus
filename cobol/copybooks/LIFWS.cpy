      ****************************************************************************
      * LIFWS - working-storage contract for the shared lifecycle
      * inquiry (see LIFCOL for the routine and the files it needs).
      * COPY this into WORKING-STORAGE.  The including program moves
      * the twelve-digit permanent record id into WS-LIF-RID and
      * PERFORMs 9300-BUILD-LIFECYCLE; every line of the timeline is
      * handed back one at a time in WS-LIF-LINE through the includer's
      * own 9890-EMIT-LIFE-LINE.
      ****************************************************************************
       01  WS-RHS-FILE-STATUS          PIC X(2).
           88  WS-RHS-FILE-OK          VALUE '00'.
           88  WS-RHS-NO-FILE          VALUE '35'.

       01  WS-RJH-FILE-STATUS          PIC X(2).
           88  WS-RJH-FILE-OK          VALUE '00'.
           88  WS-RJH-NO-FILE          VALUE '35'.

       01  WS-DELTA-FILE-STATUS        PIC X(2).
           88  WS-DELTA-FILE-OK        VALUE '00'.
           88  WS-DELTA-NO-FILE        VALUE '35'.

       01  WS-AUDHIST-FILE-STATUS      PIC X(2).
           88  WS-AUDHIST-FILE-OK      VALUE '00'.
           88  WS-AUDHIST-NO-FILE      VALUE '35'.

       01  WS-ARC-IN-FILE-STATUS       PIC X(2).
           88  WS-ARC-IN-FILE-OK       VALUE '00'.
           88  WS-ARC-IN-NO-FILE       VALUE '35'.

       01  WS-AMV-FILE-STATUS          PIC X(2).
           88  WS-AMV-FILE-OK          VALUE '00'.
           88  WS-AMV-NO-FILE          VALUE '35'.

       01  WS-IDX-FILE-STATUS          PIC X(2).
           88  WS-IDX-FILE-OK          VALUE '00'.
           88  WS-IDX-NOT-FOUND        VALUE '23'.

       01  WS-PND-FILE-STATUS          PIC X(2).
           88  WS-PND-FILE-OK          VALUE '00'.
           88  WS-PND-NOT-FOUND        VALUE '23'.

       01  WS-ARC-IN-LEN               PIC 9(3)    VALUE ZERO.

       01  WS-LIF-RID                  PIC X(12)   VALUE SPACES.
       01  WS-LIF-LINE                 PIC X(100)  VALUE SPACES.

       01  WS-LIF-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-LIF-EOF                          VALUE 'Y'.

       01  WS-LIF-SORT-EOF-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-LIF-SORT-EOF                     VALUE 'Y'.

       01  WS-LIF-ARC-FOUND-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-LIF-ARC-FOUND                    VALUE 'Y'.

       01  WS-LIF-COUNTERS.
           05  WS-LIF-SEQ             PIC 9(9)    VALUE ZERO.
           05  WS-LIF-EVENT-COUNT     PIC 9(9)    VALUE ZERO.

       01  WS-LIF-AUDIT-RECORD.
           05  WS-LIF-AUD-OPERATOR    PIC X(8).
           05  WS-LIF-AUD-DATE        PIC X(8).
           05  WS-LIF-AUD-TIME        PIC X(8).
           05  WS-LIF-AUD-ACTION      PIC X(1).
           05  WS-LIF-AUD-ORIG-KEY    PIC X(3).
           05  WS-LIF-AUD-NEW-KEY     PIC X(3).
           05  WS-LIF-AUD-BEFORE      PIC X(215).
           05  WS-LIF-AUD-AFTER       PIC X(215).

       01  WS-LIF-ARC-FIELDS.
           05  WS-LIF-ARC-N           PIC 9(2).
           05  WS-LIF-ARC-A-LEN       PIC 9(3).
           05  WS-LIF-ARC-IMAGE       PIC X(215).
           05  WS-LIF-ARC-DATE        PIC X(8).
           05  WS-LIF-LAST-ARC-IMAGE  PIC X(215).
           05  WS-LIF-LAST-ARC-DATE   PIC X(8).
           05  WS-LIF-LAST-MOVE       PIC X(1).
           05  WS-LIF-LAST-MOVE-DATE  PIC X(8).

       01  WS-LIF-IMAGE-FIELDS.
           05  WS-LIF-IMAGE           PIC X(215).
           05  WS-LIF-IMAGE-LABEL     PIC X(7).
           05  WS-LIF-IMAGE-N         PIC 9(2).
           05  WS-LIF-A-LEN           PIC 9(3).
           05  WS-LIF-A-POS           PIC 9(3).
           05  WS-LIF-A-CHUNK         PIC 9(3).

       01  WS-LIF-EVENT-LINE-OUT.
           05  WS-LIF-EVT-DATE        PIC X(8).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-LIF-EVT-TIME        PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-LIF-EVT-TEXT        PIC X(60).

       01  WS-LIF-IMAGE-LINE-OUT.
           05  FILLER                 PIC X(19)   VALUE SPACES.
           05  WS-LIF-IMG-LABEL       PIC X(7).
           05  FILLER                 PIC X(3)    VALUE ' N='.
           05  WS-LIF-IMG-N           PIC X(2).
           05  FILLER                 PIC X(3)    VALUE ' C='.
           05  WS-LIF-IMG-C           PIC X(3).
           05  FILLER                 PIC X(5)    VALUE ' RID='.
           05  WS-LIF-IMG-RID         PIC X(12).

       01  WS-LIF-BLOB-LINE-OUT.
           05  FILLER                 PIC X(26)   VALUE SPACES.
           05  FILLER                 PIC X(2)    VALUE 'A='.
           05  WS-LIF-BLOB-TEXT       PIC X(66).
