      ******************************************************************
      * Copybook: DEVREG
      * Purpose: DEVREG indexed file record layout: the register of
      *          items already returned to their branch by
      *          DEVOLVER-SUCURSALES. The key is where the item came
      *          from ("R" REJECTFILE, "S" SUSPFILE, "L" DEVOLSUC), the
      *          run that diverted it and the detail itself in
      *          TRANS-DETAIL form (30 bytes, branch included), so the
      *          return job and the recycle jobs build the very same
      *          key from their own record layouts. An item found here
      *          is not sent to the branch again, and the recycle jobs
      *          drop it instead of feeding it back through SUMANDO:
      *          once returned, the branch owns it and will resend it.
      *          DRG-PAQUETE is the run id of the return job that sent
      *          it.
      ******************************************************************
       01  DEVUELTO-RECORD.
           05 DRG-KEY.
               10 DRG-ORIGEN   PIC X.
                   88 DRG-DE-RECHAZO  VALUE "R".
                   88 DRG-DE-SUSPENSO VALUE "S".
                   88 DRG-DE-RETENIDO VALUE "L".
               10 DRG-RUN-ID   PIC X(14).
               10 DRG-DETALLE  PIC X(30).
               10 DRG-DET-TRANS REDEFINES DRG-DETALLE.
                   15 DRG-CUST-ID  PIC 9(6).
                   15 DRG-NUM1     PIC S9(8)V99
                       SIGN IS TRAILING SEPARATE.
                   15 DRG-NUM2     PIC S9(8)V99
                       SIGN IS TRAILING SEPARATE.
                   15 DRG-OP-CODE  PIC X.
                   15 DRG-SUCURSAL PIC X.
           05 DRG-RAZON-CODE   PIC X(4).
           05 DRG-FECHA        PIC X(8).
           05 DRG-PAQUETE      PIC X(14).
