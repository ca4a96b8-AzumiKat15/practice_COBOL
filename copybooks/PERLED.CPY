      ******************************************************************
      * Copybook: PERLED
      * Purpose: PERLEDGER indexed file record layout: one row per
      *          contable period (CCYYMM) with the totals CERRAR-PERIODO
      *          has posted from the GL extract, and the close flag the
      *          operator sets when the period is signed off. Once
      *          LED-CERRADO is "Y" no program may book anything more
      *          into that period; readers that only need to know
      *          whether a period is still open treat a missing row
      *          (or a missing file) as open, since nothing has been
      *          posted or closed there yet.
      ******************************************************************
       01  LEDGER-RECORD.
           05 LED-PERIODO      PIC 9(6).
           05 LED-CUST-COUNT   PIC 9(6).
           05 LED-TRANS-COUNT  PIC 9(6).
           05 LED-TOTAL        PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 LED-CERRADO      PIC X.
               88 PERIODO-CERRADO VALUE "Y".
           05 LED-LAST-POSTED  PIC X(8).
