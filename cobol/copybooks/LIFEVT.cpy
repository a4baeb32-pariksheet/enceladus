      ****************************************************************************
      * LIFEVT - lifecycle event sort record, for the SD of the shared
      * lifecycle inquiry (see LIFCOL).  One event per thing that
      * happened to the record, sorted ascending on date, time, rank
      * and arrival.  Batch events carry no time of day and take a
      * time of all nines (end of night, after the day's keyed
      * corrections, as in CBPIT001); the rank then orders one night's
      * batch events the way the chain runs them.
      ****************************************************************************
       01  LIFE-EVENT-RECORD.
           05  LEV-DATE                PIC X(8).
           05  LEV-TIME                PIC X(8).
           05  LEV-RANK                PIC 9(1).
               88  LEV-RANK-KEYED      VALUE 0.
               88  LEV-RANK-GATE       VALUE 1.
               88  LEV-RANK-REJECT     VALUE 2.
               88  LEV-RANK-DELTA      VALUE 3.
               88  LEV-RANK-ARCHIVE    VALUE 4.
           05  LEV-SEQ                 PIC 9(9).
           05  LEV-TEXT                PIC X(60).
           05  LEV-BEFORE              PIC X(215).
           05  LEV-AFTER               PIC X(215).
