      *                             detalles, para no registrar un
      *                             archivo vacio en PROCREG)
      *   7 ACTUALIZAR-SALDOS
      *   8 ESTADO-CUENTA         (toma su seleccion de ciclo/cliente
      *                             /periodo de la tarjeta RUNPARM; solo
      *                             pregunta por consola lo que falte)
      *
      * La tarjeta de parametros RUNPARM (copybook RUNPARMW) la lee
      * cada paso por su cuenta: fecha de negocio, seleccion del
      * estado de cuenta, etc. Con ella la corrida no pide nada por
      * consola y una corrida que cruza la medianoche, o la de
      * recuperacion de una noche perdida, postea en el periodo de la
      * fecha de negocio y no en el del reloj. Al arrancar (o
      * reanudar) el driver deja en NOCHECTL un evento PAR con los
      * parametros con que corre, para saber despues con que fecha y
      * seleccion se hizo cada corrida.
      *
      * Antes del paso 1 el driver llama a TOMAR-SNAPSHOT, que copia
      * CUSTMAST, BALMAST, BALPERIOD, PERLEDGER, POSTEDRUN y PROCREG a
      * un snapshot etiquetado con el run-id de la corrida (se guardan
      * N generaciones, ver snapshot.cbl). Si un archivo equivocado
      * postea limpio, RESTAURAR-SNAPSHOT repone los seis maestros a
      * ese punto. El snapshot queda como evento SNP (paso 00) en
      * NOCHECTL; si falla la corrida no arranca. Al reanudar desde un
      * paso posterior al 1 no se toma otro: los maestros ya no son
      * los de antes de la corrida.
      *
      * Cada paso deja inicio, fin y RETURN-CODE en el archivo de
      * control NOCHECTL. Si un paso cae (el programa llamado corta
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSOUT-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOCHE-CTL.
       FD  TRANS-OUT.
       01  TRANS-OUT-RECORD PIC X(31).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-NOCHE-STATUS PIC XX VALUE "00".
       77 WS-RECY1-STATUS PIC XX VALUE "00".
      * Registro del archivo de control: un evento INI y un evento FIN
      * por paso, con el RETURN-CODE y una nota corta. El archivo solo
      * crece (EXTEND): la historia de corridas anteriores es la que
      * permite decidir donde reanudar. El evento PAR (paso 00) lleva
      * en lugar de RC/timestamp/nota los parametros de la corrida:
      * fecha de negocio con su origen (P = tarjeta RUNPARM, R =
      * reloj) y lo que la tarjeta trae para el estado de cuenta, el
      * archivado y las generaciones de snapshot que se conservan (en
      * blanco = no lo trae, el paso lo pide o usa su default). El
      * evento SNP (tambien paso 00) lleva el RC del snapshot de los
      * maestros tomado antes del paso 1.
       01 WS-NCT-RECORD.
           05 NCT-RUN-ID PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NCT-EVENTO PIC X(3).
               88 NCT-ES-INICIO VALUE "INI".
               88 NCT-ES-FIN VALUE "FIN".
               88 NCT-ES-PARAMETROS VALUE "PAR".
               88 NCT-ES-SNAPSHOT VALUE "SNP".
           05 FILLER PIC X(2) VALUE SPACES.
           05 NCT-DETALLE-EVENTO.
               10 NCT-RC PIC 9(2).
               10 FILLER PIC X(2) VALUE SPACES.
               10 NCT-TIMESTAMP PIC X(14).
               10 FILLER PIC X(2) VALUE SPACES.
               10 NCT-NOTA PIC X(24).
           05 NCT-DETALLE-PARAMETROS REDEFINES NCT-DETALLE-EVENTO.
               10 NCT-PAR-FECHA PIC X(8).
               10 NCT-PAR-ORIGEN PIC X.
               10 FILLER PIC X.
               10 NCT-PAR-CICLO PIC X.
               10 FILLER PIC X.
               10 NCT-PAR-CLIENTE PIC X(6).
               10 FILLER PIC X.
               10 NCT-PAR-PERIODO PIC X(6).
               10 FILLER PIC X.
               10 NCT-PAR-CORTE PIC X(8).
               10 FILLER PIC X.
               10 NCT-PAR-GENERACIONES PIC X.
               10 FILLER PIC X(8).

       77 WS-CTL-EOF PIC X VALUE "N".
           88 FIN-DE-CONTROL VALUE "Y".

      * Combinacion de los dos reciclos en un TRANSFILE: vista comun
      * del registro y despacho por WS-RECICLO-ACTUAL, igual que hace
      * consolida con sus sucursales. Una reversa ("V") que volvio del
      * reciclo de rechazos pasa como un detalle mas.
       77 WS-RECICLO-ACTUAL PIC 9 VALUE ZEROS.
       77 WS-RECICLO-STATUS PIC XX VALUE "00".
       77 WS-RECICLO-EOF PIC X VALUE "N".
           88 FIN-RECICLO VALUE "Y".
       01 WS-TRANS-RECORD.
           05 WTR-TYPE PIC X.
               88 WTR-ES-DETALLE VALUE "D" "V".
               88 WTR-ES-TRAILER VALUE "T".
           05 WTR-DETAIL PIC X(30).
           05 WTR-TRAILER REDEFINES WTR-DETAIL.
           88 FIN-PRESCAN VALUE "Y".
       77 WS-RECICLO-VACIO PIC X VALUE "Y".
           88 RECICLO-VACIO VALUE "Y".
       COPY RUNPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM RECUPERAR-CONTROL
           PERFORM ABRIR-CONTROL-EXTEND
           PERFORM GRABAR-EVENTO-PARAMETROS
           IF WS-PASO-INICIAL = 1
               PERFORM TOMAR-SNAPSHOT-PREVIO
           END-IF
           PERFORM EJECUTAR-PASO
               VARYING WS-PASO FROM WS-PASO-INICIAL BY 1
               UNTIL WS-PASO > 8 OR CORRIDA-FALLIDA
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-ID(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-RUN-ID(9:6)
           MOVE SPACES TO WS-PASOS-ESTADO
           PERFORM LEER-PARAMETROS-CORRIDA
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
           IF FECHA-DE-RELOJ
               DISPLAY "ADVERTENCIA: RUNPARM SIN FECHA DE NEGOCIO, "
                   "SE USA LA DEL RELOJ"
           END-IF
           IF RPM-CICLO = SPACES
               DISPLAY "ADVERTENCIA: RUNPARM SIN CICLO, ESTADO-CUENTA "
                   "LO PEDIRA POR CONSOLA"
           END-IF.

      * Relee NOCHECTL completo y reconstruye el estado por paso de la
      * ULTIMA corrida registrada (el archivo es cronologico: cada
           END-IF
           WRITE NOCHE-CTL-LINE FROM WS-NCT-RECORD.

      * Una vez por arranque del driver (tambien al reanudar, por si
      * el operador corrigio la tarjeta antes de relanzar). Los
      * FILLER de la vista PAR pisan los de INI/FIN, por eso se
      * blanquea el detalle al terminar.
       GRABAR-EVENTO-PARAMETROS.
           MOVE WS-RUN-ID TO NCT-RUN-ID
           MOVE ZEROS TO NCT-PASO
           SET NCT-ES-PARAMETROS TO TRUE
           MOVE SPACES TO NCT-DETALLE-PARAMETROS
           MOVE WS-FECHA-NEGOCIO TO NCT-PAR-FECHA
           MOVE WS-FECHA-NEGOCIO-ORIGEN TO NCT-PAR-ORIGEN
           MOVE RPM-CICLO TO NCT-PAR-CICLO
           MOVE RPM-CLIENTE TO NCT-PAR-CLIENTE
           MOVE RPM-PERIODO TO NCT-PAR-PERIODO
           MOVE RPM-CORTE-ARCHIVO TO NCT-PAR-CORTE
           MOVE RPM-GENERACIONES TO NCT-PAR-GENERACIONES
           WRITE NOCHE-CTL-LINE FROM WS-NCT-RECORD
           MOVE SPACES TO NCT-DETALLE-EVENTO.

      * El snapshot de los maestros va antes del paso 1 y solo cuando
      * la corrida arranca (o se relanza) desde el paso 1. Un RC 16
      * frena la corrida antes de tocar nada: sin punto de vuelta
      * atras no se postea.
       TOMAR-SNAPSHOT-PREVIO.
           MOVE ZEROS TO WS-PASO
           MOVE "SNAPSHOT PREVIO" TO WS-PASO-NOMBRE
           DISPLAY "PASO " WS-PASO ": " WS-PASO-NOMBRE
           MOVE SPACES TO WS-NOTA
           MOVE ZEROS TO RETURN-CODE
           CALL "TOMAR-SNAPSHOT" USING WS-RUN-ID
           MOVE RETURN-CODE TO WS-RC
           MOVE ZEROS TO RETURN-CODE
           IF WS-RC >= 16
               SET CORRIDA-FALLIDA TO TRUE
               MOVE "SNAPSHOT FALLIDO" TO WS-NOTA
               DISPLAY "SNAPSHOT FALLIDO, RC " WS-RC
                   " - CORREGIR Y RELANZAR EL DRIVER"
           END-IF
           MOVE WS-RUN-ID TO NCT-RUN-ID
           MOVE ZEROS TO NCT-PASO
           SET NCT-ES-SNAPSHOT TO TRUE
           MOVE WS-RC TO NCT-RC
           PERFORM ESTAMPAR-TIMESTAMP
           IF WS-NOTA = SPACES
               MOVE WS-PASO-NOMBRE TO NCT-NOTA
           ELSE
               MOVE WS-NOTA TO NCT-NOTA
           END-IF
           WRITE NOCHE-CTL-LINE FROM WS-NCT-RECORD.

       ESTAMPAR-TIMESTAMP.
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           MOVE WS-TIMESTAMP(1:8) TO NCT-TIMESTAMP(1:8)
               DISPLAY "CORRIDA NOCTURNA " WS-RUN-ID " COMPLETA"
           END-IF.

       COPY RUNPARMP.
       END PROGRAM CORRIDA-NOCTURNA.
