      * the CBVAL001 front-end gate (a record whose C-REASON is not an
      * active code on this table is rejected); displayed by CBINQ001
      * and CBMNT001 next to C-REASON.
      *
      * Before a code is retired, the CBRSN002 impact report lists the
      * live and archived records still carrying it, and the CBRSN003
      * reclassification job moves the live ones onto a replacement
      * code from an old-to-new mapping file.
      ****************************************************************************
       01  REASON-RECORD.
           05  RSN-CODE                PIC X(2).
