      ****************************************************************************
      * IMGREC - KSDS image-copy record layout.  The nightly CBIMG001
      * job unloads every VSAM KSDS the system keeps into one dated
      * image-copy file, one section per dataset, in this order:
      *
      *   R-VSAM   record KSDS (RIDXREC)          215 bytes
      *   POSREC   position file                   39 bytes
      *   RSNREC   reason table                    33 bytes
      *   OPRREC   operator table                  30 bytes
      *   PRMREC   runtime parameter table         54 bytes
      *   RULREC   gate edit-rule table            44 bytes
      *   PNDREC   pending-change file            497 bytes
      *   QASREC   quality review queue           517 bytes
      *   BCTLREC  batch control file              33 bytes
      *
      * Each section is wrapped in its own header and trailer:
      *
      *   H  <dataset><copy date><copy time><record length>    28 bytes
      *   D  <the KSDS record, exactly as read>      1 + record length
      *   T  <dataset><record count><control total>            33 bytes
      *
      * The control total is the N hash for R-VSAM (the HDRTRL
      * measure), the sum of record counts for POSREC, the count of
      * reviewed entries for QASREC, zero for the tables.  A dataset
      * that did not exist when the copy ran is written as an empty
      * section, so a restore recreates it empty.
      * The file is variable-length; FD it
      *   RECORD IS VARYING IN SIZE FROM 2 TO 518 CHARACTERS
      *       DEPENDING ON <length field>.
      * CBFWD001 restores from it and rolls the record KSDS, position
      * file, pending-change file and review queue forward from the
      * delta history and the audit journal.
      ****************************************************************************
       01  IMAGE-COPY-RECORD.
           05  IMG-RECORD-TYPE         PIC X(1).
               88  IMG-IS-HEADER       VALUE 'H'.
               88  IMG-IS-DATA         VALUE 'D'.
               88  IMG-IS-TRAILER      VALUE 'T'.
           05  IMG-DATA                PIC X(517).
           05  IMG-HEADER-BODY REDEFINES IMG-DATA.
               10  IMG-HDR-DATASET     PIC X(8).
               10  IMG-HDR-COPY-DATE   PIC X(8).
               10  IMG-HDR-COPY-TIME   PIC X(8).
               10  IMG-HDR-RECORD-LEN  PIC 9(3).
               10  FILLER              PIC X(490).
           05  IMG-TRAILER-BODY REDEFINES IMG-DATA.
               10  IMG-TRL-DATASET     PIC X(8).
               10  IMG-TRL-RECORD-COUNT
                                       PIC 9(9).
               10  IMG-TRL-CONTROL-TOTAL
                                       PIC 9(15).
               10  FILLER              PIC X(485).
