      * para pasarlo por SUMANDO esa misma noche sin re-correr el
      * archivo completo; los que siguen mal se reescriben en RECHNEW
      * (reemplaza a REJECTFILE para el proximo intento).
      *
      * Las reversas rechazadas (RECH-TIPO-TRANS "V") solo se reciclan
      * si su razon fue de formato y ya estan legibles; salen como
      * "V" y suman cero al hash del trailer, igual que en SUMANDO.
      * Las rechazadas por R005-R007 (sin original, ya revertido,
      * periodo cerrado) no las arregla un reciclo: quedan en RECHNEW
      * para devolverlas a la sucursal.
      *
      * Los rechazos que DEVOLVER-SUCURSALES ya devolvio (figuran en
      * DEVREG) se descartan: no se reciclan ni pasan a RECHNEW,
      * porque la sucursal los reenviara corregidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECICLAR-RECHAZOS IS INITIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHNEW-STATUS.

           SELECT DEVUELTO-REG ASSIGN TO "DEVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-KEY
               FILE STATUS IS WS-DEVREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       FD  REJECT-NEW.
       01  REJECT-NEW-LINE PIC X(80).

       FD  DEVUELTO-REG.
       COPY DEVREG.

       WORKING-STORAGE SECTION.
       COPY CALCULOW.
       COPY RECHREC.
       77 WS-REJECT-STATUS PIC XX VALUE "00".
       77 WS-RECYCLE-STATUS PIC XX VALUE "00".
       77 WS-RECHNEW-STATUS PIC XX VALUE "00".
       77 WS-DEVREG-STATUS PIC XX VALUE "00".
       77 WS-DEVREG-SWITCH PIC X VALUE "N".
           88 DEVREG-PRESENTE VALUE "Y".
       77 WS-DEVUELTO-SWITCH PIC X VALUE "N".
           88 ITEM-DEVUELTO VALUE "Y".
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-ARCHIVO VALUE "Y".
       77 WS-DETALLE-OK PIC X VALUE "Y".
       77 WS-LEIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RECICLADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-PENDIENTES-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-DEVUELTOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RECICLADOS-HASH PIC S9(8)V99 VALUE ZEROS.

      * Vista numerica del detalle crudo: el MOVE de grupo copia los
           05 WSD-NUM2 PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 WSD-OP-CODE PIC X.
           05 WSD-SUCURSAL PIC X.
       01 WS-REVERSA-NUM REDEFINES WS-DETALLE-NUM.
           05 WSR-CUST-ID PIC X(6).
           05 WSR-RUN-ID PIC X(14).
           05 WSR-OCURRENCIA PIC X(3).
           05 FILLER PIC X(6).
           05 WSR-SUCURSAL PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WS-RECHNEW-STATUS
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

       LEER-RECHAZO.
                   ADD 1 TO WS-LEIDOS-COUNT
           END-READ.

       PROCESAR-RECHAZO.
           PERFORM VERIFICAR-DEVUELTO
           IF ITEM-DEVUELTO
               ADD 1 TO WS-DEVUELTOS-COUNT
               PERFORM LEER-RECHAZO
           ELSE
               PERFORM EVALUAR-RECHAZO
           END-IF.

      * Misma clave que arma DEVOLVER-SUCURSALES para los rechazos.
       VERIFICAR-DEVUELTO.
           MOVE "N" TO WS-DEVUELTO-SWITCH
           IF DEVREG-PRESENTE
               MOVE "R" TO DRG-ORIGEN
               MOVE RECH-RUN-ID TO DRG-RUN-ID
               MOVE RECH-DETAIL TO DRG-DETALLE
               READ DEVUELTO-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ITEM-DEVUELTO TO TRUE
               END-READ
           END-IF.

      * Mismos edits de entrada que SUMANDO: cliente e importes
      * numericos, codigo de operacion valido, divisor distinto de
      * cero. Solo lo que pasa todos los edits sale al reciclo.
       EVALUAR-RECHAZO.
           MOVE "Y" TO WS-DETALLE-OK
           MOVE RECH-DETAIL TO WS-DETALLE-NUM
           IF RECH-ES-REVERSA
               PERFORM VERIFICAR-REVERSA
           ELSE
               MOVE WSD-OP-CODE TO OPERACION-CODE
               EVALUATE TRUE
                   WHEN WSD-CUST-ID IS NOT NUMERIC
                       MOVE "N" TO WS-DETALLE-OK
                   WHEN WSD-NUM1 IS NOT NUMERIC
                   WHEN WSD-NUM2 IS NOT NUMERIC
                       MOVE "N" TO WS-DETALLE-OK
                   WHEN NOT OPERACION-VALIDA
                       MOVE "N" TO WS-DETALLE-OK
                   WHEN ES-DIVISION AND WSD-NUM2 = ZEROS
                       MOVE "N" TO WS-DETALLE-OK
               END-EVALUATE
           END-IF
           IF DETALLE-VALIDO
               IF RECH-ES-REVERSA
                   PERFORM RECICLAR-REVERSA
               ELSE
                   PERFORM RECICLAR-DETALLE
               END-IF
           ELSE
               ADD 1 TO WS-PENDIENTES-COUNT
               WRITE REJECT-NEW-LINE FROM RECHAZO-RECORD
           END-IF
           WRITE RECYCLE-RECORD.

       VERIFICAR-REVERSA.
           EVALUATE TRUE
               WHEN RECH-REVERSA-SIN-ORIGINAL
               WHEN RECH-REVERSA-DUPLICADA
               WHEN RECH-PERIODO-CERRADO
                   MOVE "N" TO WS-DETALLE-OK
               WHEN WSR-CUST-ID IS NOT NUMERIC
               WHEN WSR-RUN-ID IS NOT NUMERIC
               WHEN WSR-OCURRENCIA IS NOT NUMERIC
                   MOVE "N" TO WS-DETALLE-OK
           END-EVALUATE.

      * La reversa no tiene calculo propio: cuenta en el trailer y
      * suma cero al hash.
       RECICLAR-REVERSA.
           ADD 1 TO WS-RECICLADOS-COUNT
           MOVE "V" TO RCY-TYPE
           MOVE WS-REVERSA-NUM TO RCY-DETAIL
           IF WSR-SUCURSAL IS NOT NUMERIC
               MOVE ZERO TO RCY-SUCURSAL
           END-IF
           WRITE RECYCLE-RECORD.

       GRABAR-TRAILER-RECICLO.
           MOVE SPACES TO RECYCLE-RECORD
           MOVE "T" TO RCY-TYPE
           DISPLAY "RECICLADOS A RECYRECH: " WS-RECICLADOS-COUNT
           DISPLAY "SIGUEN RECHAZADOS (RECHNEW): "
               WS-PENDIENTES-COUNT
           DISPLAY "YA DEVUELTOS A SUCURSAL (DESCARTADOS): "
               WS-DEVUELTOS-COUNT
           DISPLAY "HASH DEL TRAILER RECICLADO: " WS-RECICLADOS-HASH.

       CERRAR-ARCHIVOS.
           CLOSE REJECT-FILE
           CLOSE RECYCLE-FILE
           CLOSE REJECT-NEW
           IF DEVREG-PRESENTE
               CLOSE DEVUELTO-REG
           END-IF.

       COPY CALCULOP.
       END PROGRAM RECICLAR-RECHAZOS.
