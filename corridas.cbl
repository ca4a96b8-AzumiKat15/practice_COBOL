      * corrida caida que sigue parada en su checkpoint), que es lo que
      * operaciones necesita ver antes de decidir un rearranque. Bajo
      * cada corrida se desglosan conteos y total de control por
      * sucursal de origen (AUD-SUCURSAL), y si la corrida aplico
      * reversas ("V") una sub-linea con su cantidad y su total (no
      * entran en TRANS ni en TOTAL CONTROL, que cuadran contra el
      * trailer).
      *
      * Una restauracion de los maestros a un snapshot (marca "B" de
      * RESTAURAR-SNAPSHOT) sale como linea propia en su lugar del
      * orden por run-id, con el operador, la etiqueta del snapshot
      * repuesto y cuantas corridas posteriores quedaron anuladas:
      * las lineas de esas corridas siguen en el reporte, pero sus
      * calculos ya no estan en los saldos.
      *
      * La fecha del encabezado es la fecha de negocio de la tarjeta
      * de parametros RUNPARM (o la del reloj si no la trae).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-CORRIDAS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
               ==AUD-ES-OVERRIDE==  BY ==SRT-ES-OVERRIDE==
               ==AUD-ES-DENEGADO==  BY ==SRT-ES-DENEGADO==
               ==AUD-ES-RECON==     BY ==SRT-ES-RECON==
               ==AUD-ES-REVERSA==   BY ==SRT-ES-REVERSA==
               ==AUD-ES-RESTAURACION== BY ==SRT-ES-RESTAURACION==
               ==AUD-RUN-ID==       BY ==SRT-RUN-ID==
               ==AUD-CUST-ID==      BY ==SRT-CUST-ID==
               ==AUD-NUM1==         BY ==SRT-NUM1==
               ==AUD-TIMESTAMP==    BY ==SRT-TIMESTAMP==
               ==AUD-OPERATOR==     BY ==SRT-OPERATOR==
               ==AUD-RECON-ESTADO== BY ==SRT-RECON-ESTADO==
               ==AUD-SUCURSAL==     BY ==SRT-SUCURSAL==
               ==AUD-REF-RUN-ID==   BY ==SRT-REF-RUN-ID==
               ==AUD-REF-OCURR==    BY ==SRT-REF-OCURR==.

       FD  RUNCTL-RPT.
       01  RUNCTL-LINE PIC X(150).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       77 WS-RUN-RECH-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RUN-RET-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RUN-CONTROL-TOTAL PIC S9(8)V99 VALUE ZEROS.
       77 WS-RUN-REV-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RUN-REV-TOTAL PIC S9(8)V99 VALUE ZEROS.
       77 WS-RUN-RECON-ESTADO PIC X(25) VALUE SPACES.
       77 WS-RUN-MARCADA PIC X VALUE "N".
           88 CORRIDA-CON-MARCA VALUE "Y".
       77 WS-PENDIENTES-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RESTAURACIONES-COUNT PIC 9(6) VALUE ZEROS.

      * Desglose por sucursal de origen dentro de la corrida (la
      * estampa viaja en AUD-SUCURSAL; 0 = sin sucursal). El
               10 WS-SUC-RET-COUNT PIC 9(6).
               10 WS-SUC-CONTROL-TOTAL PIC S9(8)V99.

       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.
           05 FILLER PIC X(8) VALUE "  TOTAL:".
           05 SUC-CONTROL-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-REV-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REVERSAS: ".
           05 REV-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
           05 REV-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-RESTAURACION-LINE.
           05 RST-RUN-ID PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RST-TIMESTAMP PIC X(14).
           05 FILLER PIC X(18) VALUE SPACES.
           05 RST-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "*RESTAURACION AL SNAPSHOT ".
           05 RST-ETIQUETA PIC X(14).
           05 FILLER PIC X(21) VALUE "  CORRIDAS ANULADAS: ".
           05 RST-ANULADAS PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
      * Las marcas "D" (autorizacion denegada) no pertenecen a una
      * corrida de calculo: se saltean para no fabricar una linea
      * *SIN MARCA R fantasma en el reporte.
      * Las marcas "B" (restauracion) tampoco: se imprimen como linea
      * propia, cerrando antes la corrida que venia acumulando.
           EVALUATE TRUE
               WHEN AUD-ES-DENEGADO
                   PERFORM LEER-CORRIDA
               WHEN AUD-ES-RESTAURACION
                   PERFORM IMPRIMIR-RESTAURACION
               WHEN OTHER
                   PERFORM ACUMULAR-CORRIDA
           END-EVALUATE.

       IMPRIMIR-RESTAURACION.
           IF WS-PREV-RUN-ID NOT = SPACES
               PERFORM CERRAR-CORRIDA
               MOVE SPACES TO WS-PREV-RUN-ID
           END-IF
           MOVE AUD-RUN-ID TO RST-RUN-ID
           MOVE AUD-TIMESTAMP TO RST-TIMESTAMP
           MOVE AUD-OPERATOR TO RST-OPERATOR
           MOVE AUD-REF-RUN-ID TO RST-ETIQUETA
           MOVE AUD-REF-OCURR TO RST-ANULADAS
           WRITE RUNCTL-LINE FROM WS-RESTAURACION-LINE
           ADD 1 TO WS-RESTAURACIONES-COUNT
           PERFORM LEER-CORRIDA.

       ACUMULAR-CORRIDA.
           IF WS-PREV-RUN-ID NOT = SPACES AND
               WHEN AUD-ES-RETENIDO
                   ADD 1 TO WS-RUN-RET-COUNT
                   ADD 1 TO WS-SUC-RET-COUNT(WS-SUC-IDX)
               WHEN AUD-ES-REVERSA
                   ADD 1 TO WS-RUN-REV-COUNT
                   ADD AUD-RESULTADO TO WS-RUN-REV-TOTAL
               WHEN AUD-ES-OVERRIDE
      * La marca de reproceso forzado no es un detalle: solo aporta
      * timestamp y operador, que ya se tomaron arriba.
               ADD 1 TO WS-PENDIENTES-COUNT
           END-IF
           WRITE RUNCTL-LINE FROM WS-DETALLE-LINE
           IF WS-RUN-REV-COUNT > ZEROS
               MOVE WS-RUN-REV-COUNT TO REV-COUNT
               MOVE WS-RUN-REV-TOTAL TO REV-TOTAL
               WRITE RUNCTL-LINE FROM WS-REV-LINE
           END-IF
           PERFORM IMPRIMIR-LINEA-SUCURSAL
               VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > 10
           MOVE ZEROS TO WS-RUN-SUSP-COUNT
           MOVE ZEROS TO WS-RUN-RECH-COUNT
           MOVE ZEROS TO WS-RUN-RET-COUNT
           MOVE ZEROS TO WS-RUN-CONTROL-TOTAL
           MOVE ZEROS TO WS-RUN-REV-COUNT
           MOVE ZEROS TO WS-RUN-REV-TOTAL.

      * Una sub-linea por sucursal con actividad dentro de la corrida;
      * la sucursal 0 agrupa los detalles sin estampa de origen.
       FINALIZAR.
           CLOSE SORTED-RUNS
           CLOSE RUNCTL-RPT
           DISPLAY "CORRIDAS SIN MARCA R: " WS-PENDIENTES-COUNT
           DISPLAY "RESTAURACIONES DE MAESTROS: "
               WS-RESTAURACIONES-COUNT.

       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM CONTROL-CORRIDAS.
