      ******************************************************************
      * Copybook: FUSREG
      * Purpose: FUSREG indexed file record layout: the register of
      *          customer merges done by FUSIONAR-CLIENTES. The key is
      *          the CUST-ID that was merged away (the duplicate, now
      *          gone from CUSTOMER-MASTER); FRG-CUST-SOBREVIVE is the
      *          CUST-ID that absorbed its balances and pending items.
      *          Anything that still reads history by the original
      *          CUST-ID (AUDITLOG and its archives) looks the old ID
      *          up here to credit it to the survivor; a survivor can
      *          itself be merged later, so the lookup is repeated
      *          until the ID is not found.
      ******************************************************************
       01  FUSION-REG-RECORD.
           05 FRG-CUST-DUPLICADO PIC 9(6).
           05 FRG-CUST-SOBREVIVE PIC 9(6).
           05 FRG-FECHA          PIC X(8).
           05 FRG-RUN-ID         PIC X(14).
           05 FRG-OPERADOR       PIC X(8).
