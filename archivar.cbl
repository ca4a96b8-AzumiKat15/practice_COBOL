      *
      * AUDITLOG solo crece (SUMANDO lo abre EXTEND en cada corrida).
      * Este job de cierre de periodo mueve los registros de corrida
      * ("C", "S", "H", "X", "O", "R" y "V") cuyo AUD-TIMESTAMP es
      * anterior a la fecha de corte que ingresa el operador hacia
      * ARCHFILE (el operador fecha/renombra el archivo al
      * guardarlo), deja los registros vigentes en AUDITNEW (que
      * reemplaza a AUDITLOG) y escribe en MANIFEST una linea por
      * corrida movida con conteos por tipo y el hash (suma de
      * AUD-RESULTADO de los calculos movidos; las reversas cuentan
      * como calculos y su resultado ya viene con el signo
      * cambiado), mas totales de cuadratura leidos = movidos +
      * vigentes, para que auditoria pueda probar que no se perdio
      * nada. El detalle del manifiesto agrupa suspenso con rechazos
      * y las marcas "R" con las "O".
      * calculos jamas llegarian a BALANCE-MASTER. Esas corridas se
      * retienen en AUDITNEW aunque sean mas viejas que el corte, se
      * cuentan en el manifiesto y se reintentan en el proximo ciclo.
      *
      * La fecha de corte se toma de la tarjeta de parametros RUNPARM
      * (RPM-CORTE-ARCHIVO) y solo se pregunta por consola si la
      * tarjeta no la trae; la fecha del manifiesto es la fecha de
      * negocio de la tarjeta (o la del reloj).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVAR-AUDITORIA.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERPROF-STATUS.

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

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE PIC X(100).
       FD  OPERATOR-PROFILE.
       COPY OPERPROF.

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-DENEG-RUN-ID PIC X(14) VALUE SPACES.
       COPY OPERPROW.
       COPY RUNPARMW.

      * Quiebre de control por corrida para el manifiesto.
       77 WS-PREV-RUN-ID PIC X(14) VALUE SPACES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-PARAMETROS-CORRIDA
           IF RPM-CORTE-ARCHIVO NOT = SPACES
               MOVE RPM-CORTE-ARCHIVO TO WS-FECHA-CORTE-X
               DISPLAY "FECHA DE CORTE DE RUNPARM: " RPM-CORTE-ARCHIVO
           ELSE
               DISPLAY "FECHA DE CORTE DE RETENCION (AAAAMMDD): "
               ACCEPT WS-FECHA-CORTE-X
           END-IF
           IF WS-FECHA-CORTE-X(1:8) IS NOT NUMERIC
               DISPLAY "ERROR: FECHA DE CORTE NO NUMERICA: "
                   WS-FECHA-CORTE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE WS-FECHA-CORTE TO WS-MAN-CORTE
      * para el manifiesto): ante la duda no se archiva nada.
       SEPARAR-AUDITORIA.
           IF (AUD-ES-CALCULO OR AUD-ES-SUSPENSO OR AUD-ES-RETENIDO
               OR AUD-ES-RECHAZO OR AUD-ES-OVERRIDE OR AUD-ES-RECON
               OR AUD-ES-REVERSA)
               AND AUD-TIMESTAMP(1:8) < WS-FECHA-CORTE-X(1:8)
               PERFORM BUSCAR-CORRIDA-CERRADA
               IF CORRIDA-ARCHIVABLE
           MOVE AUD-RUN-ID TO WS-PREV-RUN-ID
           EVALUATE TRUE
               WHEN AUD-ES-CALCULO
               WHEN AUD-ES-REVERSA
                   ADD 1 TO WS-RUN-CALC-COUNT
                   ADD AUD-RESULTADO TO WS-RUN-HASH
               WHEN AUD-ES-SUSPENSO

       COPY OPERPROP.
       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM ARCHIVAR-AUDITORIA.
