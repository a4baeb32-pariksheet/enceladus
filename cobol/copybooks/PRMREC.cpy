      *   CBRDR001 - run mode, NORMAL or RESTART;
      *   CBDUP001 - duplicate handling, REPORT or SUPPRESS;
      *   CBRTV001 - retrieval key, 12-digit record id or C group;
      *   CBPIT001 - target date, YYYYMMDD;
      *   CBAPR002 - unapproved C change expiry cut-off day count,
      *              3 digits zero padded (also read by CBAPR001);
      *   CBRSN002 - reason code to analyse for retirement, 2 digits;
      *   CBLIF001 - record id whose lifecycle to report, 12 digits;
      *   CBFWD001 - dataset to recover from the image copy: R-VSAM,
      *              POSREC, RSNREC, OPRREC, PRMREC, RULREC, PNDREC,
      *              QASREC, BCTLREC or ALL;
      *   CBSLA001 - duration tolerance percentage over the rolling
      *              average, 3 digits, a space, and the batch-window
      *              cut-off, HHMM ('025 0600');
      *   CBROL001 - statement month, YYYYMM; set on the month's last
      *              night, before the run;
      *   CBQAS001 - quality sample size per C flag-plus-reason cell,
      *              3 digits, optionally a space and a 9-digit seed
      *              ('005 000004711');
      *   CBQAS003 - quality report month, YYYYMM.
      *
      * Maintained by the CBPRM001 transaction; each job reads its own
      * record at 1000-INITIALIZE through the shared PRMGET routine,
