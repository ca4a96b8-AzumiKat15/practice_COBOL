      * resultados, igual que el de TRANSFILE), listo para pasarlo por
      * SUMANDO como archivo de entrada. Los que siguen sin cliente se
      * reescriben en SUSPNEW, que reemplaza a SUSPFILE para el
      * proximo ciclo. Los que DEVOLVER-SUCURSALES ya devolvio a su
      * sucursal por viejos (figuran en DEVREG) se descartan: no se
      * reciclan ni siguen en suspenso, porque la sucursal los
      * reenviara corregidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECICLAR-SUSPENSO IS INITIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPNEW-STATUS.

           SELECT DEVUELTO-REG ASSIGN TO "DEVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-KEY
               FILE STATUS IS WS-DEVREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  SUSPENSE-NEW.
       01  SUSPENSE-NEW-LINE PIC X(80).

       FD  DEVUELTO-REG.
       COPY DEVREG.

       WORKING-STORAGE SECTION.
       COPY CALCULOW.
       COPY SUSPREC.
       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-RECYCLE-STATUS PIC XX VALUE "00".
       77 WS-SUSPNEW-STATUS PIC XX VALUE "00".
       77 WS-DEVREG-STATUS PIC XX VALUE "00".
       77 WS-DEVREG-SWITCH PIC X VALUE "N".
           88 DEVREG-PRESENTE VALUE "Y".
       77 WS-DEVUELTO-SWITCH PIC X VALUE "N".
           88 ITEM-DEVUELTO VALUE "Y".
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-ARCHIVO VALUE "Y".
       77 WS-CLIENTE-SWITCH PIC X VALUE "N".
       77 WS-LEIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RECICLADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-PENDIENTES-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-DEVUELTOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RECICLADOS-HASH PIC S9(8)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
                   WS-SUSPNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sin DEVREG todavia no se devolvio nada.
           OPEN INPUT DEVUELTO-REG
           IF WS-DEVREG-STATUS = "00"
               SET DEVREG-PRESENTE TO TRUE
           ELSE
               IF WS-DEVREG-STATUS NOT = "35"
                   DISPLAY "ERROR: NO SE PUDO ABRIR DEVREG, STATUS: "
                       WS-DEVREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LEER-SUSPENSO.
           END-READ.

       PROCESAR-SUSPENSO.
           PERFORM VERIFICAR-DEVUELTO
           IF ITEM-DEVUELTO
               ADD 1 TO WS-DEVUELTOS-COUNT
               PERFORM LEER-SUSPENSO
           ELSE
               PERFORM EVALUAR-SUSPENSO
           END-IF.

      * Misma clave que arma DEVOLVER-SUCURSALES para el suspenso.
       VERIFICAR-DEVUELTO.
           MOVE "N" TO WS-DEVUELTO-SWITCH
           IF DEVREG-PRESENTE
               MOVE "S" TO DRG-ORIGEN
               MOVE SUSP-RUN-ID TO DRG-RUN-ID
               MOVE SUSP-CUST-ID TO DRG-CUST-ID
               MOVE SUSP-NUM1 TO DRG-NUM1
               MOVE SUSP-NUM2 TO DRG-NUM2
               MOVE SUSP-OP-CODE TO DRG-OP-CODE
               MOVE SUSP-SUCURSAL TO DRG-SUCURSAL
               READ DEVUELTO-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ITEM-DEVUELTO TO TRUE
               END-READ
           END-IF.

       EVALUAR-SUSPENSO.
           MOVE "N" TO WS-CLIENTE-SWITCH
           MOVE SUSP-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
           DISPLAY "RECICLADOS A RECYCFILE: " WS-RECICLADOS-COUNT
           DISPLAY "SIGUEN EN SUSPENSO (SUSPNEW): "
               WS-PENDIENTES-COUNT
           DISPLAY "YA DEVUELTOS A SUCURSAL (DESCARTADOS): "
               WS-DEVUELTOS-COUNT
           DISPLAY "HASH DEL TRAILER RECICLADO: " WS-RECICLADOS-HASH.

       CERRAR-ARCHIVOS.
           CLOSE SUSPENSE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE RECYCLE-FILE
           CLOSE SUSPENSE-NEW
           IF DEVREG-PRESENTE
               CLOSE DEVUELTO-REG
           END-IF.

       COPY CALCULOP.
       END PROGRAM RECICLAR-SUSPENSO.
