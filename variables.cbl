               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERPROF-STATUS.

           SELECT CUSTOMER-PENDING ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CUST-ID
               FILE STATUS IS WS-CUSTPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  OPERATOR-PROFILE.
       COPY OPERPROF.

       FD  CUSTOMER-PENDING.
       COPY CAMBPEND.

       WORKING-STORAGE SECTION.
       77 FECHA PIC 9(8).
      *Z ELIMINA LOS CEROS
       77 WS-MANTAUD-STATUS PIC XX VALUE "00".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-IMAGEN-ANTES PIC X(46) VALUE SPACES.
       77 WS-CICLO-X PIC X VALUE SPACE.
       77 WS-LIMITE-X PIC X(8) VALUE SPACES.
       77 WS-BAJA-FORZAR PIC X VALUE SPACE.
       COPY VERIFBAW.
       COPY OPERPROW.
       COPY MANTAUD.
       COPY CAMBPENW.
       77 WS-OPCION PIC 9 VALUE ZEROS.
       77 WS-ID-BUSQUEDA PIC 9(6) VALUE ZEROS.
       77 WS-SALIR PIC X VALUE "N".
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-PENDING
           IF WS-CUSTPEND-STATUS = "35"
               OPEN OUTPUT CUSTOMER-PENDING
               CLOSE CUSTOMER-PENDING
               OPEN I-O CUSTOMER-PENDING
           END-IF
           IF WS-CUSTPEND-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUSTPEND, STATUS: "
                   WS-CUSTPEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "MENU" TO MAUD-PROGRAMA
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           CLOSE CUSTOMER-MASTER
           CLOSE EXCEPTION-RPT
           CLOSE MAINT-AUDIT
           CLOSE CUSTOMER-PENDING
           STOP RUN.

       MOSTRAR-MENU.
                   MOVE NOMBRE TO CUST-NOMBRE
                   MOVE NUMERO TO CUST-NUMERO
                   PERFORM ACEPTAR-CICLO
                   SET CUST-ACTIVO TO TRUE
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: EL CLIENTE YA EXISTE"

      * Mismo cuerpo que usaba CAMBIAR-CLIENTE, separado para que la
      * consulta por nombre pueda desembocar aqui con el ID elegido.
      * Domicilio, ciclo y limite no cambian en vivo: quedan
      * pendientes en CUSTPEND hasta que otro operador, supervisor,
      * los apruebe en REVISAR-CAMBIOS (ver CAMBPENP).
       ACTUALIZAR-CLIENTE.
           MOVE WS-ID-BUSQUEDA TO CUST-ID
           READ CUSTOMER-MASTER
                           MOVE NOMBRE TO CUST-NOMBRE
                           MOVE NUMERO TO CUST-NUMERO
                           PERFORM ACEPTAR-CICLO
                           PERFORM SEPARAR-CAMBIO-SENSIBLE
                           PERFORM GRABAR-CAMBIO-CLIENTE
                       END-IF
                   END-IF
           END-READ.

      * Con un cambio ya pendiente para el cliente se rechaza todo: el
      * supervisor tiene que decidir el anterior primero. Si lo unico
      * que cambiaba quedo pendiente, no hay nada que regrabar.
       GRABAR-CAMBIO-CLIENTE.
           IF PEND-YA-EXISTE
               DISPLAY "ERROR: EL CLIENTE YA TIENE UN CAMBIO "
                   "PENDIENTE DE APROBACION, NO ACTUALIZADO"
           ELSE
               IF PEND-ENCOLADO
                   DISPLAY "DOMICILIO/CICLO/LIMITE PENDIENTES DE "
                       "APROBACION DE UN SUPERVISOR"
               END-IF
               IF PEND-ENCOLADO AND
                   CUSTOMER-RECORD = WS-IMAGEN-ANTES
                   CONTINUE
               ELSE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR CLIENTE"
                       NOT INVALID KEY
                           DISPLAY "CLIENTE ACTUALIZADO"
                           SET MAUD-ES-CAMBIO TO TRUE
                           MOVE WS-IMAGEN-ANTES TO MAUD-ANTES
                           MOVE CUSTOMER-RECORD TO MAUD-DESPUES
                           PERFORM GRABAR-AUDITORIA-MANT
                   END-REWRITE
               END-IF
           END-IF.

      * Busqueda por la clave alterna CUST-NOMBRE: se posiciona con
      * START en el nombre (o inicio de nombre) ingresado y recorre
      * con READ NEXT mientras el nombre leido siga empezando igual.
       COPY VERIFBAP.
       COPY OPERPROP.
       COPY MANTAUDP.
       COPY CAMBPENP.
       COPY FECHAVAP.
       END PROGRAM DECLARANDO-VARIABLES.
