      * ya existe, E010 accion invalida) hacia MANTEXCEP. El archivo
      * trae un trailer con conteo y hash (suma de CUST-ID) que se
      * reconcilia igual que el trailer de TRANSFILE en SUMANDO.
      *
      * Un cambio que toca domicilio, ciclo o limite no se aplica en
      * vivo: esa parte queda pendiente en CUSTPEND para que un
      * supervisor distinto del que corrio el lote la apruebe en
      * REVISAR-CAMBIOS (ver CAMBPENP); el resto del cambio se aplica
      * como siempre. Un cambio para un cliente que ya tiene otro
      * pendiente se rechaza entero con E016. El resumen cuenta los
      * enviados a aprobacion aparte de los aplicados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-LOTE.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERPROF-STATUS.

           SELECT CUSTOMER-PENDING ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CUST-ID
               FILE STATUS IS WS-CUSTPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       FD  OPERATOR-PROFILE.
       COPY OPERPROF.

       FD  CUSTOMER-PENDING.
       COPY CAMBPEND.

       WORKING-STORAGE SECTION.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       77 WS-MANTAUD-STATUS PIC XX VALUE "00".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-IMAGEN-ANTES PIC X(46) VALUE SPACES.
      * Baja supervisada en lote: con FORZAR_BAJA=Y en el ambiente del
      * operador (mismo estilo que FORZAR_REPROCESO en SUMANDO), una
      * baja con pendientes E012 a E015 se aplica igual y queda
       COPY VERIFBAW.
       COPY OPERPROW.
       COPY MANTAUD.
       COPY CAMBPENW.
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-ARCHIVO VALUE "Y".
       77 WS-TRAILER-FOUND PIC X VALUE "N".
       77 WS-LEIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-APLICADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RECHAZADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-PENDIENTES-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-ID-HASH PIC 9(12) VALUE ZEROS.
       77 WS-TRAILER-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-TRAILER-HASH PIC 9(12) VALUE ZEROS.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "RECHAZADOS: ".
           05 WS-SUM-RECHAZADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "A APROBACION:".
           05 WS-SUM-PENDIENTES PIC ZZZ,ZZ9.

       01 WS-RECON-LINE.
           05 FILLER PIC X(18) VALUE "RECONCILIACION: ".
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
           MOVE "LOTE" TO MAUD-PROGRAMA
      * FORZAR_BAJA solo vale si el operador tiene nivel supervisor
               MOVE NUMERO TO CUST-NUMERO
               MOVE WS-CICLO TO CUST-CICLO
               MOVE WS-LIMITE TO CUST-LIMITE
               SET CUST-ACTIVO TO TRUE
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE CUST-ID TO WS-EXC-CUST-ID
                       MOVE NUMERO TO CUST-NUMERO
                       MOVE WS-CICLO TO CUST-CICLO
                       MOVE WS-LIMITE TO CUST-LIMITE
                       PERFORM SEPARAR-CAMBIO-SENSIBLE
                       PERFORM GRABAR-CAMBIO-CLIENTE
                   END-IF
           END-READ.

      * Domicilio, ciclo y limite ya quedaron pendientes (o el cambio
      * se rechaza con E016 si el cliente tenia otro pendiente); aqui
      * se regraba solo lo que cambia en vivo. Un detalle que solo
      * tocaba campos sensibles cuenta como enviado a aprobacion.
       GRABAR-CAMBIO-CLIENTE.
           IF PEND-YA-EXISTE
               MOVE CUST-ID TO WS-EXC-CUST-ID
               MOVE "E016" TO WS-EXC-RAZON-CODE
               MOVE "CLIENTE CON CAMBIO PENDIENTE DE APROBAR" TO
                   WS-EXC-RAZON-DESC
               WRITE EXCEPTION-LINE FROM WS-EXCEPTION-RECORD
               ADD 1 TO WS-RECHAZADOS-COUNT
           ELSE
               IF PEND-ENCOLADO
                   ADD 1 TO WS-PENDIENTES-COUNT
               END-IF
               IF PEND-ENCOLADO AND
                   CUSTOMER-RECORD = WS-IMAGEN-ANTES
                   CONTINUE
               ELSE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR CLIENTE: "
                               CUST-ID
                           ADD 1 TO WS-RECHAZADOS-COUNT
                       NOT INVALID KEY
                           IF NOT PEND-ENCOLADO
                               ADD 1 TO WS-APLICADOS-COUNT
                           END-IF
                           SET MAUD-ES-CAMBIO TO TRUE
                           MOVE WS-IMAGEN-ANTES TO MAUD-ANTES
                           MOVE CUSTOMER-RECORD TO MAUD-DESPUES
                           PERFORM GRABAR-AUDITORIA-MANT
                   END-REWRITE
               END-IF
           END-IF.

      * La baja primero LEE el registro para capturar la imagen
      * previa: sin ella no hay forma de auditar QUE se borro. Antes
      * de borrar se verifica que el cliente no tenga saldo ni
       IMPRIMIR-RESUMEN.
           MOVE WS-APLICADOS-COUNT TO WS-SUM-APLICADOS
           MOVE WS-RECHAZADOS-COUNT TO WS-SUM-RECHAZADOS
           MOVE WS-PENDIENTES-COUNT TO WS-SUM-PENDIENTES
           WRITE EXCEPTION-LINE FROM WS-CONTEO-LINE
           IF NOT HASH-VERIFICADO
               WRITE EXCEPTION-LINE FROM WS-HASH-NOTA-LINE
           WRITE EXCEPTION-LINE FROM WS-RECON-LINE
           DISPLAY "MANTENIMIENTO LEIDO: " WS-LEIDOS-COUNT
           DISPLAY "APLICADOS: " WS-APLICADOS-COUNT
           DISPLAY "RECHAZADOS: " WS-RECHAZADOS-COUNT
           DISPLAY "ENVIADOS A APROBACION: " WS-PENDIENTES-COUNT.

       CERRAR-ARCHIVOS.
           CLOSE MAINT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE EXCEPTION-RPT
           CLOSE MAINT-AUDIT
           CLOSE CUSTOMER-PENDING.

       COPY VALIDCLP.
       COPY VERIFBAP.
       COPY OPERPROP.
       COPY MANTAUDP.
       COPY CAMBPENP.
       COPY FECHAVAP.
       END PROGRAM MANTENIMIENTO-LOTE.
