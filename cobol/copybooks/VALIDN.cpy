      *       88  WS-N-VALID          VALUE 'Y'.
      *       88  WS-N-INVALID        VALUE 'N'.
      *   01  WS-REJECT-COUNT         PIC 9(9).
      * An intake job that knows the record's sender sets REJECT-ORIGIN
      * before the edit; the reject carries it as set.
      ****************************************************************************
       9100-VALIDATE-N.
           IF RRAW-N IS NUMERIC
