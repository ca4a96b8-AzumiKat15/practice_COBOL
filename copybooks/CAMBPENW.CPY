      ******************************************************************
      * Copybook: CAMBPENW
      * Purpose: working-storage fields for the maker-checker split of
      *          a customer change. Pair with CAMBPEND.CPY (the record,
      *          COPY it under an FD for CUSTOMER-PENDING with FILE
      *          STATUS WS-CUSTPEND-STATUS) and CAMBPENP.CPY (the
      *          SEPARAR-CAMBIO-SENSIBLE paragraph). After the PERFORM,
      *          WS-PEND-RESULTADO says whether there was a sensitive
      *          change, whether it was queued, or whether it was
      *          refused because the customer already has one pending.
      ******************************************************************
       77 WS-CUSTPEND-STATUS PIC XX VALUE "00".
       77 WS-PEND-RESULTADO PIC X VALUE SPACE.
           88 PEND-SIN-CAMBIO-SENSIBLE VALUE "N".
           88 PEND-ENCOLADO VALUE "Q".
           88 PEND-YA-EXISTE VALUE "E".
       77 WS-IMAGEN-PROPUESTA PIC X(46) VALUE SPACES.
      * Vista de una imagen de CUSTOMER-RECORD guardada como X(46)
      * (misma disposicion que CUSTMAST).
       01 PND-VISTA-IMAGEN.
           05 PVI-CUST-ID        PIC 9(6).
           05 PVI-ESTADO         PIC 9.
           05 PVI-DOMICILIO      PIC X(27).
           05 PVI-CICLO          PIC 9.
           05 PVI-LIMITE         PIC 9(8)V99.
           05 PVI-ACTIVIDAD      PIC X.
