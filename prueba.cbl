      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: prueba independiente de saldos entre archivos
      * extension: cbl
      *
      * Cada job verifica su propio trailer, pero nadie probaba que
      * los archivos cuadren ENTRE SI. Esta prueba no confia en ningun
      * acumulado: recalcula desde cero el total de vida de cada
      * cliente con los registros "C" (y las reversas "V", cuyo
      * resultado ya viene con el signo cambiado) de las corridas que
      * POSTEDRUN registra como posteadas, leyendo el AUDITLOG vivo MAS
      * los archivos de archivo que el operador deje como ARCHFILE1 a
      * ARCHFILE5 (misma convencion que CONSULTAR-AUDITORIA: el
      * ausente se omite; para una prueba completa tienen que estar
      * todos los archivos que ARCHIVAR-AUDITORIA genero). El calculo
      * de un cliente que FUSIONAR-CLIENTES fusiono despues (FUSREG)
      * se acredita a su sobreviviente, que es quien tiene hoy ese
      * saldo en BALMAST y BALPERIOD. Despues:
      *   - por cliente, el recalculo contra BAL-TOTAL de BALMAST y la
      *     suma de sus filas de BALPERIOD contra el mismo BAL-TOTAL
      *     (cruce de tres vias por CUST-ID: el recalculo ordenado,
      *     BALMAST y BALPERIOD leidos en secuencia de clave);
      *   - por periodo, la suma de las marcas de agua PBAL-EXT-TOTAL
      *     de BALPERIOD contra LED-TOTAL de PERLEDGER (lo extraido al
      *     GL tiene que ser lo que el ledger recibio). Correrla con el
      *     ultimo GLEXTRACT ya posteado por CERRAR-PERIODO: un
      *     extracto escrito y no posteado sale como diferencia.
      *
      * Todo lo que no cuadra sale en PRUEBARPT con la diferencia. Con
      * alguna excepcion el job termina con RETURN-CODE 8 para que la
      * corrida que lo lanza pueda frenar ahi; un problema de archivos
      * es RC 16, como en el resto del sistema. La prueba solo lee: no
      * corrige nada.
      *
      * La fecha del encabezado es la fecha de negocio de la tarjeta
      * de parametros RUNPARM (o la del reloj si no la trae).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBAR-SALDOS.
       AUTHOR. KATHB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCH1-FILE ASSIGN TO "ARCHFILE1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH1-STATUS.

           SELECT ARCH2-FILE ASSIGN TO "ARCHFILE2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH2-STATUS.

           SELECT ARCH3-FILE ASSIGN TO "ARCHFILE3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH3-STATUS.

           SELECT ARCH4-FILE ASSIGN TO "ARCHFILE4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH4-STATUS.

           SELECT ARCH5-FILE ASSIGN TO "ARCHFILE5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH5-STATUS.

           SELECT POSTED-RUNS ASSIGN TO "POSTEDRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-RUN-ID
               FILE STATUS IS WS-POSTED-STATUS.

           SELECT BALANCE-MASTER ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALMAST-STATUS.

           SELECT PERIOD-BALANCE ASSIGN TO "BALPERIOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBAL-KEY
               FILE STATUS IS WS-BALPER-STATUS.

           SELECT PERIOD-LEDGER ASSIGN TO "PERLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-PERIODO
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT FUSION-REG ASSIGN TO "FUSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-CUST-DUPLICADO
               FILE STATUS IS WS-FUSREG-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT SORTED-PRUEBA ASSIGN TO "SORTPRUEBA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTPRU-STATUS.

           SELECT PRUEBA-RPT ASSIGN TO "PRUEBARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRUEBARPT-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LINE PIC X(150).

       FD  ARCH1-FILE.
       01  ARCH1-LINE PIC X(150).

       FD  ARCH2-FILE.
       01  ARCH2-LINE PIC X(150).

       FD  ARCH3-FILE.
       01  ARCH3-LINE PIC X(150).

       FD  ARCH4-FILE.
       01  ARCH4-LINE PIC X(150).

       FD  ARCH5-FILE.
       01  ARCH5-LINE PIC X(150).

       FD  POSTED-RUNS.
       01  POSTED-RUN-RECORD.
           05 PST-RUN-ID PIC X(14).
           05 PST-POSTED-DATE PIC X(8).

       FD  BALANCE-MASTER.
       COPY BALMAST.

       FD  PERIOD-BALANCE.
       COPY BALPER.

       FD  PERIOD-LEDGER.
       COPY PERLED.

       FD  FUSION-REG.
       COPY FUSREG.

      * Solo viaja al SORT lo que hace falta para recalcular: el
      * cliente y el resultado firmado de cada calculo o reversa.
       SD  SORT-WORK-FILE.
       01  SORT-PRUEBA-RECORD.
           05 SPR-CUST-ID PIC 9(6).
           05 SPR-RESULTADO PIC S9(8)V99 SIGN IS TRAILING SEPARATE.

       FD  SORTED-PRUEBA.
       01  SORTED-PRUEBA-LINE PIC X(17).

       FD  PRUEBA-RPT.
       01  PRUEBA-LINE PIC X(132).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       77 WS-AUDIT-STATUS PIC XX VALUE "00".
       77 WS-ARCH1-STATUS PIC XX VALUE "00".
       77 WS-ARCH2-STATUS PIC XX VALUE "00".
       77 WS-ARCH3-STATUS PIC XX VALUE "00".
       77 WS-ARCH4-STATUS PIC XX VALUE "00".
       77 WS-ARCH5-STATUS PIC XX VALUE "00".
       77 WS-POSTED-STATUS PIC XX VALUE "00".
       77 WS-BALMAST-STATUS PIC XX VALUE "00".
       77 WS-BALPER-STATUS PIC XX VALUE "00".
       77 WS-LEDGER-STATUS PIC XX VALUE "00".
       77 WS-SORTPRU-STATUS PIC XX VALUE "00".
       77 WS-PRUEBARPT-STATUS PIC XX VALUE "00".
       77 WS-POSTED-SWITCH PIC X VALUE "N".
           88 POSTEDRUN-PRESENTE VALUE "Y".
       77 WS-BALMAST-SWITCH PIC X VALUE "N".
           88 BALMAST-PRESENTE VALUE "Y".
       77 WS-BALPER-SWITCH PIC X VALUE "N".
           88 BALPER-PRESENTE VALUE "Y".
       77 WS-LEDGER-SWITCH PIC X VALUE "N".
           88 LEDGER-PRESENTE VALUE "Y".
       77 WS-FUSREG-STATUS PIC XX VALUE "00".
       77 WS-FUSREG-SWITCH PIC X VALUE "N".
           88 FUSREG-PRESENTE VALUE "Y".
       77 WS-FUSION-SWITCH PIC X VALUE "N".
           88 FIN-DE-FUSIONES VALUE "Y".
       77 WS-FUSION-SALTOS PIC 99 VALUE ZEROS.
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.

      * Todas las fuentes de auditoria comparten la misma logica de
      * lectura: vista comun y despacho por WS-FUENTE-ACTUAL (0 =
      * AUDITLOG vivo, 1-5 = archivos), igual que la consulta.
       77 WS-FUENTE-ACTUAL PIC 9 VALUE ZEROS.
       77 WS-FUENTE-STATUS PIC XX VALUE "00".
       77 WS-FUENTE-EOF PIC X VALUE "N".
           88 FIN-FUENTE VALUE "Y".
       77 WS-FUENTE-LINE PIC X(150) VALUE SPACES.
       77 WS-FUENTES-LEIDAS PIC 9 VALUE ZEROS.
       77 WS-RECALC-COUNT PIC 9(8) VALUE ZEROS.

      * Cruce de tres vias por cliente. Cada flujo deja su proxima
      * clave (7 digitos: 9999999 = flujo agotado, mayor que cualquier
      * CUST-ID) y el total del cliente que tiene en la mano.
       77 WS-CLAVE-FIN PIC 9(7) VALUE 9999999.
       77 WS-CLAVE-MENOR PIC 9(7) VALUE ZEROS.
       77 WS-R-CLAVE PIC 9(7) VALUE ZEROS.
       77 WS-R-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77 WS-R-EOF PIC X VALUE "N".
           88 FIN-RECALCULO VALUE "Y".
       01 WS-RECALC-RECORD.
           05 WRC-CUST-ID PIC 9(6).
           05 WRC-RESULTADO PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
       77 WS-B-CLAVE PIC 9(7) VALUE ZEROS.
       77 WS-B-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77 WS-P-CLAVE PIC 9(7) VALUE ZEROS.
       77 WS-P-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77 WS-P-EOF PIC X VALUE "N".
           88 FIN-BALPERIOD VALUE "Y".
       77 WS-L-EOF PIC X VALUE "N".
           88 FIN-LEDGER VALUE "Y".
       77 WS-CMP-RECALC PIC S9(9)V99 VALUE ZEROS.
       77 WS-CMP-BALMAST PIC S9(9)V99 VALUE ZEROS.
       77 WS-CMP-PERIODOS PIC S9(9)V99 VALUE ZEROS.
       77 WS-TIENE-BALMAST PIC X VALUE "N".
           88 CLIENTE-EN-BALMAST VALUE "Y".

      * Marcas de agua de extraccion acumuladas por periodo durante
      * la misma lectura de BALPERIOD, para cruzarlas con PERLEDGER.
       77 WS-MAX-PERIODOS PIC 9(3) VALUE 120.
       77 WS-PER-USADOS PIC 9(3) VALUE ZEROS.
       77 WS-PER-IDX PIC 9(3) VALUE ZEROS.
       77 WS-PER-HALLADO PIC 9(3) VALUE ZEROS.
       01 WS-TABLA-PERIODOS.
           05 WS-PER-ENTRADA OCCURS 120 TIMES.
               10 WS-PER-PERIODO PIC 9(6).
               10 WS-PER-EXT-TOTAL PIC S9(9)V99.
               10 WS-PER-EN-LEDGER PIC X.

       77 WS-CLIENTES-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-CLI-EXCEP-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-PERIODOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-PER-EXCEP-COUNT PIC 9(6) VALUE ZEROS.

       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-HEADER-LINE1.
           05 FILLER PIC X(50) VALUE
               "PRUEBA DE SALDOS AUDITLOG/BALMAST/BALPERIOD/LEDGER".
           05 FILLER PIC X(9) VALUE "  FECHA: ".
           05 WS-HDR-FECHA PIC 99/99/9999.

       01 WS-SECCION-CLIENTES.
           05 FILLER PIC X(40) VALUE
               "EXCEPCIONES POR CLIENTE".

       01 WS-HEADER-CLIENTES.
           05 FILLER PIC X(9) VALUE "CLIENTE".
           05 FILLER PIC X(17) VALUE "RECALCULADO".
           05 FILLER PIC X(17) VALUE "BAL-TOTAL".
           05 FILLER PIC X(17) VALUE "SUMA BALPERIOD".
           05 FILLER PIC X(17) VALUE "DIF RECALCULO".
           05 FILLER PIC X(17) VALUE "DIF PERIODOS".
           05 FILLER PIC X(20) VALUE "OBSERVACION".

       01 WS-DETALLE-CLIENTE.
           05 DCL-CUST-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCL-RECALC PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCL-BALMAST PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCL-PERIODOS PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCL-DIF-RECALC PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCL-DIF-PERIODOS PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DCL-OBSERVACION PIC X(20).

       01 WS-SECCION-PERIODOS.
           05 FILLER PIC X(40) VALUE
               "EXCEPCIONES POR PERIODO".

       01 WS-HEADER-PERIODOS.
           05 FILLER PIC X(9) VALUE "PERIODO".
           05 FILLER PIC X(17) VALUE "EXTRAIDO (PBAL)".
           05 FILLER PIC X(17) VALUE "LED-TOTAL".
           05 FILLER PIC X(17) VALUE "DIFERENCIA".
           05 FILLER PIC X(20) VALUE "OBSERVACION".

       01 WS-DETALLE-PERIODO.
           05 DPE-PERIODO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPE-EXTRAIDO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPE-LEDGER PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPE-DIFERENCIA PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPE-OBSERVACION PIC X(20).

       01 WS-TOTAL-LINE1.
           05 FILLER PIC X(22) VALUE "CLIENTES VERIFICADOS: ".
           05 TOT-CLIENTES PIC ZZZ,ZZ9.
           05 FILLER PIC X(19) VALUE "  CON EXCEPCION:   ".
           05 TOT-CLI-EXCEP PIC ZZZ,ZZ9.

       01 WS-TOTAL-LINE2.
           05 FILLER PIC X(22) VALUE "PERIODOS VERIFICADOS: ".
           05 TOT-PERIODOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(19) VALUE "  CON EXCEPCION:   ".
           05 TOT-PER-EXCEP PIC ZZZ,ZZ9.

       01 WS-TOTAL-LINE3.
           05 FILLER PIC X(22) VALUE "CALCULOS RECALCULADOS:".
           05 TOT-RECALC PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(19) VALUE "  FUENTES LEIDAS:  ".
           05 TOT-FUENTES PIC 9.

       01 WS-SIN-EXCEPCIONES-LINE.
           05 FILLER PIC X(40) VALUE
               "SIN EXCEPCIONES: LOS ARCHIVOS CUADRAN".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM ORDENAR-RECALCULO
           PERFORM PROBAR-CLIENTES
           PERFORM PROBAR-PERIODOS
           PERFORM FINALIZAR
           STOP RUN.

      * Un maestro ausente se trata como vacio: la prueba igual corre
      * y lo que el otro lado tenga sale como diferencia.
       INICIALIZAR.
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           INITIALIZE WS-TABLA-PERIODOS
           OPEN INPUT POSTED-RUNS
           IF WS-POSTED-STATUS = "00"
               SET POSTEDRUN-PRESENTE TO TRUE
           ELSE
               IF WS-POSTED-STATUS NOT = "35"
                   DISPLAY "ERROR: NO SE PUDO ABRIR POSTEDRUN, STATUS: "
                       WS-POSTED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ADVERTENCIA: POSTEDRUN NO EXISTE, NO HAY "
                   "CORRIDAS POSTEADAS"
           END-IF
           OPEN INPUT BALANCE-MASTER
           IF WS-BALMAST-STATUS = "00"
               SET BALMAST-PRESENTE TO TRUE
           ELSE
               IF WS-BALMAST-STATUS NOT = "35"
                   DISPLAY "ERROR: NO SE PUDO ABRIR BALMAST, STATUS: "
                       WS-BALMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PERIOD-BALANCE
           IF WS-BALPER-STATUS = "00"
               SET BALPER-PRESENTE TO TRUE
           ELSE
               IF WS-BALPER-STATUS NOT = "35"
                   DISPLAY "ERROR: NO SE PUDO ABRIR BALPERIOD, STATUS: "
                       WS-BALPER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PERIOD-LEDGER
           IF WS-LEDGER-STATUS = "00"
               SET LEDGER-PRESENTE TO TRUE
           ELSE
               IF WS-LEDGER-STATUS NOT = "35"
                   DISPLAY "ERROR: NO SE PUDO ABRIR PERLEDGER, STATUS: "
                       WS-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT FUSION-REG
           IF WS-FUSREG-STATUS = "00"
               SET FUSREG-PRESENTE TO TRUE
           ELSE
               IF WS-FUSREG-STATUS NOT = "35"
                   DISPLAY "ERROR: NO SE PUDO ABRIR FUSREG, STATUS: "
                       WS-FUSREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PRUEBA-RPT
           IF WS-PRUEBARPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRUEBARPT, STATUS: "
                   WS-PRUEBARPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE PRUEBA-LINE FROM WS-HEADER-LINE1.

       ORDENAR-RECALCULO.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SPR-CUST-ID
               INPUT PROCEDURE IS LIBERAR-CALCULOS
               GIVING SORTED-PRUEBA.

       LIBERAR-CALCULOS.
           IF POSTEDRUN-PRESENTE
               PERFORM RECORRER-FUENTE
                   VARYING WS-FUENTE-ACTUAL FROM 0 BY 1
                   UNTIL WS-FUENTE-ACTUAL > 5
           END-IF.

      * Una fuente ausente se omite (el AUDITLOG vivo avisa: sin el la
      * prueba no cubre las corridas recientes).
       RECORRER-FUENTE.
           PERFORM ABRIR-FUENTE
           IF WS-FUENTE-STATUS = "35"
               IF WS-FUENTE-ACTUAL = ZERO
                   DISPLAY "ADVERTENCIA: AUDITLOG NO EXISTE, LA "
                       "PRUEBA SOLO CUBRE ARCHIVOS"
               END-IF
           ELSE
               IF WS-FUENTE-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR FUENTE "
                       WS-FUENTE-ACTUAL ", STATUS: " WS-FUENTE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FUENTES-LEIDAS
               MOVE "N" TO WS-FUENTE-EOF
               PERFORM LEER-FUENTE
               PERFORM PROCESAR-REGISTRO-FUENTE
                   UNTIL FIN-FUENTE
               PERFORM CERRAR-FUENTE
           END-IF.

      * Solo cuenta lo posteado: un calculo de una corrida que
      * POSTEDRUN no registra todavia no tiene por que estar en
      * BALMAST. Una corrida que RESTAURAR-SNAPSHOT anulo (fecha
      * "ANULADA") tampoco: sus saldos se repusieron al snapshot y
      * sus registros de AUDITLOG ya no estan en los maestros.
       PROCESAR-REGISTRO-FUENTE.
           MOVE WS-FUENTE-LINE TO AUDIT-RECORD-LAYOUT
           IF AUD-ES-CALCULO OR AUD-ES-REVERSA
               MOVE AUD-RUN-ID TO PST-RUN-ID
               READ POSTED-RUNS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PST-POSTED-DATE NOT = "ANULADA"
                           MOVE AUD-CUST-ID TO SPR-CUST-ID
                           PERFORM RESOLVER-FUSION
                           MOVE AUD-RESULTADO TO SPR-RESULTADO
                           RELEASE SORT-PRUEBA-RECORD
                           ADD 1 TO WS-RECALC-COUNT
                       END-IF
               END-READ
           END-IF
           PERFORM LEER-FUENTE.

      * El AUDITLOG conserva el CUST-ID con que se calculo; si ese
      * cliente se fusiono despues, su historia ya vive en BALMAST y
      * BALPERIOD del sobreviviente y se le acredita a el. Un
      * sobreviviente fusionado a su vez se sigue hasta el final (con
      * tope, por si FUSREG tuviera un ciclo).
       RESOLVER-FUSION.
           IF FUSREG-PRESENTE
               MOVE "N" TO WS-FUSION-SWITCH
               MOVE ZEROS TO WS-FUSION-SALTOS
               PERFORM SEGUIR-FUSION
                   UNTIL FIN-DE-FUSIONES
           END-IF.

       SEGUIR-FUSION.
           MOVE SPR-CUST-ID TO FRG-CUST-DUPLICADO
           READ FUSION-REG
               INVALID KEY
                   SET FIN-DE-FUSIONES TO TRUE
               NOT INVALID KEY
                   MOVE FRG-CUST-SOBREVIVE TO SPR-CUST-ID
                   ADD 1 TO WS-FUSION-SALTOS
                   IF WS-FUSION-SALTOS > 20
                       SET FIN-DE-FUSIONES TO TRUE
                   END-IF
           END-READ.

       PROBAR-CLIENTES.
           WRITE PRUEBA-LINE FROM WS-SECCION-CLIENTES
           WRITE PRUEBA-LINE FROM WS-HEADER-CLIENTES
           OPEN INPUT SORTED-PRUEBA
           IF WS-SORTPRU-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SORTPRUEBA, STATUS: "
                   WS-SORTPRU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-RECALCULO
           PERFORM AVANZAR-RECALCULO
           PERFORM POSICIONAR-BALMAST
           PERFORM POSICIONAR-BALPERIOD
           PERFORM CRUZAR-CLIENTE
               UNTIL WS-R-CLAVE = WS-CLAVE-FIN
               AND WS-B-CLAVE = WS-CLAVE-FIN
               AND WS-P-CLAVE = WS-CLAVE-FIN
           CLOSE SORTED-PRUEBA.

      * La clave menor de los tres flujos es el proximo cliente; el
      * flujo que no lo tiene aporta cero.
       CRUZAR-CLIENTE.
           MOVE WS-R-CLAVE TO WS-CLAVE-MENOR
           IF WS-B-CLAVE < WS-CLAVE-MENOR
               MOVE WS-B-CLAVE TO WS-CLAVE-MENOR
           END-IF
           IF WS-P-CLAVE < WS-CLAVE-MENOR
               MOVE WS-P-CLAVE TO WS-CLAVE-MENOR
           END-IF
           MOVE ZEROS TO WS-CMP-RECALC
           MOVE ZEROS TO WS-CMP-BALMAST
           MOVE ZEROS TO WS-CMP-PERIODOS
           MOVE "N" TO WS-TIENE-BALMAST
           IF WS-R-CLAVE = WS-CLAVE-MENOR
               MOVE WS-R-TOTAL TO WS-CMP-RECALC
               PERFORM AVANZAR-RECALCULO
           END-IF
           IF WS-B-CLAVE = WS-CLAVE-MENOR
               MOVE WS-B-TOTAL TO WS-CMP-BALMAST
               SET CLIENTE-EN-BALMAST TO TRUE
               PERFORM LEER-BALMAST
           END-IF
           IF WS-P-CLAVE = WS-CLAVE-MENOR
               MOVE WS-P-TOTAL TO WS-CMP-PERIODOS
               PERFORM AVANZAR-BALPERIOD
           END-IF
           ADD 1 TO WS-CLIENTES-COUNT
           IF WS-CMP-RECALC NOT = WS-CMP-BALMAST OR
               WS-CMP-PERIODOS NOT = WS-CMP-BALMAST
               PERFORM INFORMAR-CLIENTE
           END-IF.

       INFORMAR-CLIENTE.
           ADD 1 TO WS-CLI-EXCEP-COUNT
           MOVE WS-CLAVE-MENOR TO DCL-CUST-ID
           MOVE WS-CMP-RECALC TO DCL-RECALC
           MOVE WS-CMP-BALMAST TO DCL-BALMAST
           MOVE WS-CMP-PERIODOS TO DCL-PERIODOS
           COMPUTE DCL-DIF-RECALC = WS-CMP-RECALC - WS-CMP-BALMAST
           COMPUTE DCL-DIF-PERIODOS = WS-CMP-PERIODOS - WS-CMP-BALMAST
           EVALUATE TRUE
               WHEN NOT CLIENTE-EN-BALMAST
                   MOVE "SIN BALMAST" TO DCL-OBSERVACION
               WHEN WS-CMP-RECALC NOT = WS-CMP-BALMAST AND
                   WS-CMP-PERIODOS NOT = WS-CMP-BALMAST
                   MOVE "BALMAST NO CUADRA" TO DCL-OBSERVACION
               WHEN WS-CMP-RECALC NOT = WS-CMP-BALMAST
                   MOVE "RECALCULO DIFIERE" TO DCL-OBSERVACION
               WHEN OTHER
                   MOVE "PERIODOS DIFIEREN" TO DCL-OBSERVACION
           END-EVALUATE
           WRITE PRUEBA-LINE FROM WS-DETALLE-CLIENTE.

       LEER-RECALCULO.
           READ SORTED-PRUEBA INTO WS-RECALC-RECORD
               AT END
                   SET FIN-RECALCULO TO TRUE
           END-READ.

      * Junta todos los registros del proximo cliente del recalculo
      * (el archivo viene ordenado por cliente, con un registro ya
      * leido por adelantado).
       AVANZAR-RECALCULO.
           IF FIN-RECALCULO
               MOVE WS-CLAVE-FIN TO WS-R-CLAVE
           ELSE
               MOVE WRC-CUST-ID TO WS-R-CLAVE
               MOVE ZEROS TO WS-R-TOTAL
               PERFORM UNTIL FIN-RECALCULO
                   OR WRC-CUST-ID NOT = WS-R-CLAVE
                   ADD WRC-RESULTADO TO WS-R-TOTAL
                   PERFORM LEER-RECALCULO
               END-PERFORM
           END-IF.

       POSICIONAR-BALMAST.
           IF BALMAST-PRESENTE
               MOVE LOW-VALUES TO BAL-CUST-ID
               START BALANCE-MASTER KEY NOT < BAL-CUST-ID
                   INVALID KEY
                       MOVE WS-CLAVE-FIN TO WS-B-CLAVE
                   NOT INVALID KEY
                       PERFORM LEER-BALMAST
               END-START
           ELSE
               MOVE WS-CLAVE-FIN TO WS-B-CLAVE
           END-IF.

       LEER-BALMAST.
           READ BALANCE-MASTER NEXT RECORD
               AT END
                   MOVE WS-CLAVE-FIN TO WS-B-CLAVE
               NOT AT END
                   MOVE BAL-CUST-ID TO WS-B-CLAVE
                   MOVE BAL-TOTAL TO WS-B-TOTAL
           END-READ.

      * BALPERIOD esta en orden cliente + periodo: sus filas de un
      * cliente salen juntas. La misma lectura acumula por periodo las
      * marcas de agua de extraccion para la segunda prueba.
       POSICIONAR-BALPERIOD.
           IF BALPER-PRESENTE
               MOVE LOW-VALUES TO PBAL-KEY
               START PERIOD-BALANCE KEY NOT < PBAL-KEY
                   INVALID KEY
                       SET FIN-BALPERIOD TO TRUE
                   NOT INVALID KEY
                       PERFORM LEER-BALPERIOD
               END-START
           ELSE
               SET FIN-BALPERIOD TO TRUE
           END-IF
           PERFORM AVANZAR-BALPERIOD.

       LEER-BALPERIOD.
           READ PERIOD-BALANCE NEXT RECORD
               AT END
                   SET FIN-BALPERIOD TO TRUE
               NOT AT END
                   PERFORM ACUMULAR-EXTRAIDO
           END-READ.

       AVANZAR-BALPERIOD.
           IF FIN-BALPERIOD
               MOVE WS-CLAVE-FIN TO WS-P-CLAVE
           ELSE
               MOVE PBAL-CUST-ID TO WS-P-CLAVE
               MOVE ZEROS TO WS-P-TOTAL
               PERFORM UNTIL FIN-BALPERIOD
                   OR PBAL-CUST-ID NOT = WS-P-CLAVE
                   ADD PBAL-TOTAL TO WS-P-TOTAL
                   PERFORM LEER-BALPERIOD
               END-PERFORM
           END-IF.

       ACUMULAR-EXTRAIDO.
           PERFORM BUSCAR-PERIODO
           IF WS-PER-HALLADO = ZEROS
               IF WS-PER-USADOS >= WS-MAX-PERIODOS
                   DISPLAY "ERROR: MAS DE " WS-MAX-PERIODOS
                       " PERIODOS EN BALPERIOD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PER-USADOS
               MOVE WS-PER-USADOS TO WS-PER-HALLADO
               MOVE PBAL-PERIODO TO WS-PER-PERIODO(WS-PER-HALLADO)
               MOVE ZEROS TO WS-PER-EXT-TOTAL(WS-PER-HALLADO)
               MOVE "N" TO WS-PER-EN-LEDGER(WS-PER-HALLADO)
           END-IF
           ADD PBAL-EXT-TOTAL TO WS-PER-EXT-TOTAL(WS-PER-HALLADO).

       BUSCAR-PERIODO.
           MOVE ZEROS TO WS-PER-HALLADO
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-USADOS
               OR WS-PER-HALLADO > ZEROS
               IF WS-PER-PERIODO(WS-PER-IDX) = PBAL-PERIODO
                   MOVE WS-PER-IDX TO WS-PER-HALLADO
               END-IF
           END-PERFORM.

      * Cada periodo del ledger contra lo extraido segun BALPERIOD; al
      * final, los periodos con extraccion que el ledger no tiene.
       PROBAR-PERIODOS.
           WRITE PRUEBA-LINE FROM WS-SECCION-PERIODOS
           WRITE PRUEBA-LINE FROM WS-HEADER-PERIODOS
           IF LEDGER-PRESENTE
               MOVE LOW-VALUES TO LED-PERIODO
               START PERIOD-LEDGER KEY NOT < LED-PERIODO
                   INVALID KEY
                       SET FIN-LEDGER TO TRUE
               END-START
               PERFORM UNTIL FIN-LEDGER
                   READ PERIOD-LEDGER NEXT RECORD
                       AT END
                           SET FIN-LEDGER TO TRUE
                       NOT AT END
                           PERFORM PROBAR-PERIODO-LEDGER
                   END-READ
               END-PERFORM
           END-IF
           PERFORM PROBAR-PERIODO-SIN-LEDGER
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-USADOS.

       PROBAR-PERIODO-LEDGER.
           ADD 1 TO WS-PERIODOS-COUNT
           MOVE LED-PERIODO TO PBAL-PERIODO
           PERFORM BUSCAR-PERIODO
           IF WS-PER-HALLADO = ZEROS
               MOVE ZEROS TO WS-CMP-PERIODOS
           ELSE
               MOVE "Y" TO WS-PER-EN-LEDGER(WS-PER-HALLADO)
               MOVE WS-PER-EXT-TOTAL(WS-PER-HALLADO)
                   TO WS-CMP-PERIODOS
           END-IF
           IF WS-CMP-PERIODOS NOT = LED-TOTAL
               ADD 1 TO WS-PER-EXCEP-COUNT
               MOVE LED-PERIODO TO DPE-PERIODO
               MOVE WS-CMP-PERIODOS TO DPE-EXTRAIDO
               MOVE LED-TOTAL TO DPE-LEDGER
               COMPUTE DPE-DIFERENCIA = WS-CMP-PERIODOS - LED-TOTAL
               IF WS-PER-HALLADO = ZEROS
                   MOVE "SIN BALPERIOD" TO DPE-OBSERVACION
               ELSE
                   MOVE "LEDGER NO CUADRA" TO DPE-OBSERVACION
               END-IF
               WRITE PRUEBA-LINE FROM WS-DETALLE-PERIODO
           END-IF.

      * Un periodo sin nada extraido todavia no tiene por que estar en
      * el ledger; con extraccion, si.
       PROBAR-PERIODO-SIN-LEDGER.
           IF WS-PER-EN-LEDGER(WS-PER-IDX) NOT = "Y"
               ADD 1 TO WS-PERIODOS-COUNT
               IF WS-PER-EXT-TOTAL(WS-PER-IDX) NOT = ZEROS
                   ADD 1 TO WS-PER-EXCEP-COUNT
                   MOVE WS-PER-PERIODO(WS-PER-IDX) TO DPE-PERIODO
                   MOVE WS-PER-EXT-TOTAL(WS-PER-IDX) TO DPE-EXTRAIDO
                   MOVE ZEROS TO DPE-LEDGER
                   MOVE WS-PER-EXT-TOTAL(WS-PER-IDX) TO DPE-DIFERENCIA
                   MOVE "SIN PERLEDGER" TO DPE-OBSERVACION
                   WRITE PRUEBA-LINE FROM WS-DETALLE-PERIODO
               END-IF
           END-IF.

       FINALIZAR.
           MOVE WS-CLIENTES-COUNT TO TOT-CLIENTES
           MOVE WS-CLI-EXCEP-COUNT TO TOT-CLI-EXCEP
           MOVE WS-PERIODOS-COUNT TO TOT-PERIODOS
           MOVE WS-PER-EXCEP-COUNT TO TOT-PER-EXCEP
           MOVE WS-RECALC-COUNT TO TOT-RECALC
           MOVE WS-FUENTES-LEIDAS TO TOT-FUENTES
           MOVE SPACES TO PRUEBA-LINE
           WRITE PRUEBA-LINE
           WRITE PRUEBA-LINE FROM WS-TOTAL-LINE1
           WRITE PRUEBA-LINE FROM WS-TOTAL-LINE2
           WRITE PRUEBA-LINE FROM WS-TOTAL-LINE3
           IF WS-CLI-EXCEP-COUNT = ZEROS AND WS-PER-EXCEP-COUNT = ZEROS
               WRITE PRUEBA-LINE FROM WS-SIN-EXCEPCIONES-LINE
           END-IF
           CLOSE PRUEBA-RPT
           IF POSTEDRUN-PRESENTE
               CLOSE POSTED-RUNS
           END-IF
           IF BALMAST-PRESENTE
               CLOSE BALANCE-MASTER
           END-IF
           IF BALPER-PRESENTE
               CLOSE PERIOD-BALANCE
           END-IF
           IF LEDGER-PRESENTE
               CLOSE PERIOD-LEDGER
           END-IF
           IF FUSREG-PRESENTE
               CLOSE FUSION-REG
           END-IF
           DISPLAY "CLIENTES VERIFICADOS: " WS-CLIENTES-COUNT
               " CON EXCEPCION: " WS-CLI-EXCEP-COUNT
           DISPLAY "PERIODOS VERIFICADOS: " WS-PERIODOS-COUNT
               " CON EXCEPCION: " WS-PER-EXCEP-COUNT
           IF WS-CLI-EXCEP-COUNT > ZEROS OR WS-PER-EXCEP-COUNT > ZEROS
               DISPLAY "PRUEBA DE SALDOS CON EXCEPCIONES, VER PRUEBARPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       ABRIR-FUENTE.
           EVALUATE WS-FUENTE-ACTUAL
               WHEN 0
                   OPEN INPUT AUDIT-LOG
                   MOVE WS-AUDIT-STATUS TO WS-FUENTE-STATUS
               WHEN 1
                   OPEN INPUT ARCH1-FILE
                   MOVE WS-ARCH1-STATUS TO WS-FUENTE-STATUS
               WHEN 2
                   OPEN INPUT ARCH2-FILE
                   MOVE WS-ARCH2-STATUS TO WS-FUENTE-STATUS
               WHEN 3
                   OPEN INPUT ARCH3-FILE
                   MOVE WS-ARCH3-STATUS TO WS-FUENTE-STATUS
               WHEN 4
                   OPEN INPUT ARCH4-FILE
                   MOVE WS-ARCH4-STATUS TO WS-FUENTE-STATUS
               WHEN 5
                   OPEN INPUT ARCH5-FILE
                   MOVE WS-ARCH5-STATUS TO WS-FUENTE-STATUS
           END-EVALUATE.

       LEER-FUENTE.
           EVALUATE WS-FUENTE-ACTUAL
               WHEN 0
                   READ AUDIT-LOG INTO WS-FUENTE-LINE
                       AT END SET FIN-FUENTE TO TRUE
                   END-READ
               WHEN 1
                   READ ARCH1-FILE INTO WS-FUENTE-LINE
                       AT END SET FIN-FUENTE TO TRUE
                   END-READ
               WHEN 2
                   READ ARCH2-FILE INTO WS-FUENTE-LINE
                       AT END SET FIN-FUENTE TO TRUE
                   END-READ
               WHEN 3
                   READ ARCH3-FILE INTO WS-FUENTE-LINE
                       AT END SET FIN-FUENTE TO TRUE
                   END-READ
               WHEN 4
                   READ ARCH4-FILE INTO WS-FUENTE-LINE
                       AT END SET FIN-FUENTE TO TRUE
                   END-READ
               WHEN 5
                   READ ARCH5-FILE INTO WS-FUENTE-LINE
                       AT END SET FIN-FUENTE TO TRUE
                   END-READ
           END-EVALUATE.

       CERRAR-FUENTE.
           EVALUATE WS-FUENTE-ACTUAL
               WHEN 0 CLOSE AUDIT-LOG
               WHEN 1 CLOSE ARCH1-FILE
               WHEN 2 CLOSE ARCH2-FILE
               WHEN 3 CLOSE ARCH3-FILE
               WHEN 4 CLOSE ARCH4-FILE
               WHEN 5 CLOSE ARCH5-FILE
           END-EVALUATE.

       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM PROBAR-SALDOS.
