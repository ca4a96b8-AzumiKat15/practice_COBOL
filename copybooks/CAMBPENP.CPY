      ******************************************************************
      * Copybook: CAMBPENP
      * Purpose: the SEPARAR-CAMBIO-SENSIBLE paragraph, shared by the
      *          interactive menu and the batch maintenance job so the
      *          doble control rule lives in one place. Domicilio,
      *          ciclo y limite no se cambian en vivo: el que llama
      *          deja en WS-IMAGEN-ANTES el registro leido y en
      *          CUSTOMER-RECORD el propuesto; si alguno de esos campos
      *          cambia, el propuesto completo va a CUSTPEND con una
      *          marca "P" en MANTAUD y en CUSTOMER-RECORD se reponen
      *          los valores vigentes, de modo que el REWRITE del que
      *          llama aplica solo lo demas (el estado civil). Si el
      *          cliente ya tiene un cambio pendiente no se graba nada
      *          (PEND-YA-EXISTE) y el que llama rechaza el cambio
      *          entero. COPY this into PROCEDURE DIVISION; COPY
      *          CAMBPENW and MANTAUD into WORKING-STORAGE first, with
      *          CUSTOMER-PENDING open I-O and MAUD-PROGRAMA set.
      ******************************************************************
       SEPARAR-CAMBIO-SENSIBLE.
           MOVE WS-IMAGEN-ANTES TO PND-VISTA-IMAGEN
           IF CUST-DOMICILIO = PVI-DOMICILIO AND
               CUST-CICLO = PVI-CICLO AND
               CUST-LIMITE = PVI-LIMITE
               SET PEND-SIN-CAMBIO-SENSIBLE TO TRUE
           ELSE
               MOVE CUSTOMER-RECORD TO WS-IMAGEN-PROPUESTA
               MOVE CUST-ID TO PND-CUST-ID
               ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
               MOVE WS-TIMESTAMP(1:8) TO PND-SOLICITADO(1:8)
               ACCEPT WS-TIMESTAMP FROM TIME
               MOVE WS-TIMESTAMP(1:6) TO PND-SOLICITADO(9:6)
               MOVE WS-OPERATOR-ID TO PND-SOLICITANTE
               MOVE MAUD-PROGRAMA TO PND-PROGRAMA
               MOVE WS-IMAGEN-ANTES TO PND-ANTES
               MOVE WS-IMAGEN-PROPUESTA TO PND-DESPUES
               WRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       SET PEND-YA-EXISTE TO TRUE
                   NOT INVALID KEY
                       SET PEND-ENCOLADO TO TRUE
                       SET MAUD-ES-SOLICITUD TO TRUE
                       MOVE WS-IMAGEN-ANTES TO MAUD-ANTES
                       MOVE WS-IMAGEN-PROPUESTA TO MAUD-DESPUES
                       PERFORM GRABAR-AUDITORIA-MANT
               END-WRITE
               MOVE PVI-DOMICILIO TO CUST-DOMICILIO
               MOVE PVI-CICLO TO CUST-CICLO
               MOVE PVI-LIMITE TO CUST-LIMITE
           END-IF.
