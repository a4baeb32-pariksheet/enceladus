      ****************************************************************************
      * SLAHIST - batch-window duration history record layout kept
      * between runs of the CBSLA001 elapsed-time report.  One record
      * per batch job: the processing date of the last night recorded
      * for it and its elapsed seconds for up to the last ten completed
      * nights, newest first.  CBSLA001 averages these to judge each
      * night's duration, reads the prior generation and writes a fresh
      * one; a missing input generation simply means a first run with
      * nothing to compare.
      *
      * COPY this under WORKING-STORAGE; the history FDs carry plain
      * fixed-length records and MOVE through this layout.
      ****************************************************************************
       01  SLA-HISTORY-RECORD.
           05  SH-PROGRAM-ID           PIC X(8).
           05  SH-LAST-RUN-DATE        PIC X(8).
           05  SH-SAMPLE-COUNT         PIC 9(2).
           05  SH-DURATION             PIC 9(5)    OCCURS 10 TIMES.
