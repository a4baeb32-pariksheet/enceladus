      ****************************************************************************
      * QASHIST - monthly error-rate history record layout kept between
      * runs of the CBQAS003 quality error-rate report.  One record per
      * C flag-plus-reason cell and per sender reviewed in the month,
      * and one for the month as a whole: the samples reviewed and
      * failed, the observed error rate and its 95% confidence bounds,
      * as fractions.  The whole-month rate is the population-weighted
      * figure the report quotes, not the raw sample rate.
      *
      * CBQAS003 reads the prior generation - last month's figures to
      * compare against, and the whole-month records of up to eleven
      * earlier months for the trend - and writes a fresh generation
      * carrying those forward with this month's added; a rerun for
      * the same month replaces that month.  A missing input
      * generation means a first run.
      *
      * COPY this under WORKING-STORAGE; the history FDs carry plain
      * fixed-length records and MOVE through this layout.
      ****************************************************************************
       01  QA-HISTORY-RECORD.
           05  QH-MONTH                PIC X(6).
           05  QH-KIND                 PIC X(1).
               88  QH-WHOLE-MONTH      VALUE 'A'.
               88  QH-CELL             VALUE 'C'.
               88  QH-SENDER           VALUE 'S'.
           05  QH-KEY                  PIC X(3).
           05  QH-REVIEWED             PIC 9(9).
           05  QH-FAILED               PIC 9(9).
           05  QH-RATE                 PIC 9V9(6).
           05  QH-LOWER                PIC 9V9(6).
           05  QH-UPPER                PIC 9V9(6).
