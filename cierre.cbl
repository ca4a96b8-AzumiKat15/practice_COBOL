      *
      * Acciones (las ingresa el operador): "P" postea el GLEXTRACT,
      * "C" cierra (firma) un periodo que el operador indica.
      *
      * La fecha del encabezado y la del run-id de la corrida (que
      * queda como LED-LAST-POSTED y en EXTREG) es la fecha de negocio
      * de la tarjeta de parametros RUNPARM, o la del reloj si la
      * tarjeta no la trae.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERRAR-PERIODO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT.
       COPY EXTREC.

       FD  PERIOD-LEDGER.
       COPY PERLED.

      * Registro de extractos ya posteados: la clave es la firma del
      * trailer (conteo + hash), igual que PROCREG en SUMANDO. Dos
       FD  CIERRE-RPT.
       01  CIERRE-LINE PIC X(100).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-EXTRACT-STATUS PIC XX VALUE "00".
       77 WS-LEDGER-STATUS PIC XX VALUE "00".
               10 WS-PER-TRANS-COUNT PIC 9(6).
               10 WS-PER-TOTAL PIC S9(8)V99.

       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE WS-FECHA-NEGOCIO TO WS-RUN-ID(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-RUN-ID(9:6)
           OPEN I-O PERIOD-LEDGER
           CLOSE CIERRE-RPT.

       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM CERRAR-PERIODO.
