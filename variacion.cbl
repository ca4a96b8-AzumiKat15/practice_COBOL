      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: variacion de actividad entre dos periodos y ranking
      * extension: cbl
      *
      * Compara la actividad de dos periodos (AAAAMM) que ingresa el
      * operador, leyendo BALPERIOD en vez de dos estados de cuenta
      * impresos. Por cliente con actividad en alguno de los dos:
      * cantidad de transacciones y total de cada periodo, variacion
      * en importe y en porcentaje (contra el periodo base; sin base
      * la variacion sale como "NUEVO"). Un cliente cuya variacion
      * supera el umbral que se indica en la corrida (en porcentaje,
      * en importe, o ambos: basta con superar uno) sale marcado.
      *
      * Despues del detalle:
      *   - el ranking de los N clientes (50 como maximo) con mayor
      *     variacion en valor absoluto, que son los que explican el
      *     cambio del total;
      *   - los totales por CUST-CICLO (el ciclo 0 junta tambien a
      *     los clientes que ya no estan en CUSTOMER-MASTER);
      *   - el cuadre de cada periodo contra PERLEDGER: la actividad
      *     de BALPERIOD, lo ya extraido al GL (marcas de agua
      *     PBAL-EXT-TOTAL) y LED-TOTAL. Lo extraido tiene que ser lo
      *     que el ledger recibio; la actividad que todavia no se
      *     extrajo sale aparte como pendiente y no es un descuadre.
      *
      * Todo sale en VARIACRPT. El reporte solo lee: un periodo que
      * no cuadra con el ledger se avisa por consola, pero no cambia
      * el RETURN-CODE (para eso esta PROBAR-SALDOS).
      *
      * El mes en curso (periodo comparado por defecto) y la fecha del
      * encabezado salen de la fecha de negocio de la tarjeta de
      * parametros RUNPARM, o del reloj si la tarjeta no la trae.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIACION-PERIODOS.
       AUTHOR. KATHB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

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

           SELECT VARIACION-RPT ASSIGN TO "VARIACRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIACRPT-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  PERIOD-BALANCE.
       COPY BALPER.

       FD  PERIOD-LEDGER.
       COPY PERLED.

       FD  VARIACION-RPT.
       01  VARIACION-LINE PIC X(132).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-BALPER-STATUS PIC XX VALUE "00".
       77 WS-LEDGER-STATUS PIC XX VALUE "00".
       77 WS-VARIACRPT-STATUS PIC XX VALUE "00".
       77 WS-BALPER-SWITCH PIC X VALUE "N".
           88 BALPER-PRESENTE VALUE "Y".
       77 WS-LEDGER-SWITCH PIC X VALUE "N".
           88 LEDGER-PRESENTE VALUE "Y".
       77 WS-PER-EOF PIC X VALUE "N".
           88 FIN-BALPERIOD VALUE "Y".

      * Parametros de la corrida.
       77 WS-PERIODO-BASE-X PIC X(6) VALUE SPACES.
       77 WS-PERIODO-COMP-X PIC X(6) VALUE SPACES.
       77 WS-TOP-X PIC X(4) VALUE SPACES.
       77 WS-UMBRAL-PCT-X PIC X(6) VALUE SPACES.
       77 WS-UMBRAL-IMP-X PIC X(10) VALUE SPACES.
       77 WS-PERIODO-BASE PIC 9(6) VALUE ZEROS.
       77 WS-PERIODO-COMP PIC 9(6) VALUE ZEROS.
       77 WS-TOP-N PIC 9(3) VALUE 10.
       77 WS-MAX-TOP PIC 9(3) VALUE 50.
       77 WS-UMBRAL-PCT PIC 9(5) VALUE ZEROS.
       77 WS-UMBRAL-IMP PIC 9(8) VALUE ZEROS.

      * Cliente en curso: sus filas de BALPERIOD salen juntas (clave
      * cliente + periodo) y de ellas solo interesan las dos pedidas.
       77 WS-CLI-ID PIC 9(6) VALUE ZEROS.
       77 WS-CLI-CICLO PIC 9 VALUE ZERO.
       77 WS-CLI-NOMBRE PIC X(20) VALUE SPACES.
       77 WS-CLI-CANT-BASE PIC 9(6) VALUE ZEROS.
       77 WS-CLI-TOTAL-BASE PIC S9(8)V99 VALUE ZEROS.
       77 WS-CLI-CANT-COMP PIC 9(6) VALUE ZEROS.
       77 WS-CLI-TOTAL-COMP PIC S9(8)V99 VALUE ZEROS.
       77 WS-CLI-FILAS PIC 9 VALUE ZERO.
       77 WS-CLI-MARCA PIC X(8) VALUE SPACES.

      * Variacion y porcentaje de una linea (cliente, ciclo o total):
      * EVALUAR-VARIACION los calcula a partir de WS-VAR-BASE y
      * WS-VAR-COMP y deja el porcentaje ya editado en WS-PCT-TEXTO.
       77 WS-VAR-BASE PIC S9(9)V99 VALUE ZEROS.
       77 WS-VAR-COMP PIC S9(9)V99 VALUE ZEROS.
       77 WS-VAR-IMPORTE PIC S9(9)V99 VALUE ZEROS.
       77 WS-VAR-ABSOLUTA PIC S9(9)V99 VALUE ZEROS.
       77 WS-VAR-BASE-ABS PIC S9(9)V99 VALUE ZEROS.
       77 WS-VAR-PCT PIC S9(7)V9 VALUE ZEROS.
       77 WS-VAR-PCT-ABS PIC S9(7)V9 VALUE ZEROS.
       77 WS-PCT-SWITCH PIC X VALUE "N".
           88 PCT-SIN-BASE VALUE "B".
           88 PCT-EXCEDIDO VALUE "E".
           88 PCT-CALCULADO VALUE "N".
       77 WS-PCT-EDIT PIC -ZZZZZZ9.9.
       77 WS-PCT-TEXTO PIC X(11) VALUE SPACES.

      * Ranking por variacion absoluta, ordenado de mayor a menor a
      * medida que se insertan los clientes.
       77 WS-TOP-USADOS PIC 9(3) VALUE ZEROS.
       77 WS-TOP-IDX PIC 9(3) VALUE ZEROS.
       77 WS-TOP-POS PIC 9(3) VALUE ZEROS.
       01 WS-TABLA-TOP.
           05 WS-TOP-ENTRADA OCCURS 50 TIMES.
               10 WS-TOP-CUST-ID PIC 9(6).
               10 WS-TOP-NOMBRE PIC X(20).
               10 WS-TOP-CICLO PIC 9.
               10 WS-TOP-TOTAL-BASE PIC S9(8)V99.
               10 WS-TOP-TOTAL-COMP PIC S9(8)V99.
               10 WS-TOP-VARIACION PIC S9(9)V99.
               10 WS-TOP-ABSOLUTA PIC S9(9)V99.
               10 WS-TOP-PCT-TEXTO PIC X(11).
               10 WS-TOP-MARCA PIC X(8).

      * Totales por ciclo: la entrada 1 es el ciclo 0, la 10 el 9.
       77 WS-CIC-IDX PIC 99 VALUE ZEROS.
       77 WS-CIC-NUMERO PIC 9 VALUE ZERO.
       01 WS-TABLA-CICLOS.
           05 WS-CIC-ENTRADA OCCURS 10 TIMES.
               10 WS-CIC-CLIENTES PIC 9(6).
               10 WS-CIC-CANT-BASE PIC 9(8).
               10 WS-CIC-TOTAL-BASE PIC S9(9)V99.
               10 WS-CIC-CANT-COMP PIC 9(8).
               10 WS-CIC-TOTAL-COMP PIC S9(9)V99.
       01 WS-TOTAL-GENERAL.
           05 WS-TOT-CLIENTES PIC 9(6) VALUE ZEROS.
           05 WS-TOT-CANT-BASE PIC 9(8) VALUE ZEROS.
           05 WS-TOT-TOTAL-BASE PIC S9(9)V99 VALUE ZEROS.
           05 WS-TOT-CANT-COMP PIC 9(8) VALUE ZEROS.
           05 WS-TOT-TOTAL-COMP PIC S9(9)V99 VALUE ZEROS.

      * Lo extraido al GL de cada periodo, para el cuadre con el
      * ledger.
       77 WS-EXT-BASE PIC S9(9)V99 VALUE ZEROS.
       77 WS-EXT-COMP PIC S9(9)V99 VALUE ZEROS.
       77 WS-CUA-ACTIVIDAD PIC S9(9)V99 VALUE ZEROS.
       77 WS-CUA-EXTRAIDO PIC S9(9)V99 VALUE ZEROS.
       77 WS-CUA-LEDGER PIC S9(9)V99 VALUE ZEROS.
       77 WS-CUA-EN-LEDGER PIC X VALUE "N".
           88 PERIODO-EN-LEDGER VALUE "Y".
       77 WS-DESCUADRES-COUNT PIC 9 VALUE ZERO.
       77 WS-MARCADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SIN-MAESTRO-COUNT PIC 9(6) VALUE ZEROS.

       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-HEADER-LINE1.
           05 FILLER PIC X(44) VALUE
               "VARIACION DE ACTIVIDAD ENTRE PERIODOS".
           05 FILLER PIC X(8) VALUE "FECHA: ".
           05 WS-HDR-FECHA PIC 99/99/9999.

       01 WS-HEADER-LINE2.
           05 FILLER PIC X(15) VALUE "PERIODO BASE: ".
           05 WS-HDR-BASE PIC 9(6).
           05 FILLER PIC X(24) VALUE "    PERIODO COMPARADO: ".
           05 WS-HDR-COMP PIC 9(6).
           05 FILLER PIC X(16) VALUE "    UMBRAL %: ".
           05 WS-HDR-UMBRAL-PCT PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE "    UMBRAL IMPORTE: ".
           05 WS-HDR-UMBRAL-IMP PIC ZZ,ZZZ,ZZ9.

       01 WS-SECCION-DETALLE.
           05 FILLER PIC X(40) VALUE "DETALLE POR CLIENTE".

       01 WS-HEADER-DETALLE.
           05 FILLER PIC X(8) VALUE "CLIENTE".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(3) VALUE "CIC".
           05 FILLER PIC X(8) VALUE "CANT.BAS".
           05 FILLER PIC X(16) VALUE "     TOTAL BASE".
           05 FILLER PIC X(8) VALUE "CANT.CMP".
           05 FILLER PIC X(16) VALUE "    TOTAL COMP.".
           05 FILLER PIC X(17) VALUE "      VARIACION".
           05 FILLER PIC X(13) VALUE "  VARIAC. %".
           05 FILLER PIC X(8) VALUE "MARCA".

       01 WS-DETALLE-LINE.
           05 DET-CUST-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CICLO PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CANT-BASE PIC ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-TOTAL-BASE PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CANT-COMP PIC ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DET-TOTAL-COMP PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VARIACION PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PCT PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MARCA PIC X(8).

       01 WS-SECCION-TOP.
           05 FILLER PIC X(20) VALUE "RANKING DE LOS ".
           05 WS-SEC-TOP-N PIC ZZ9.
           05 FILLER PIC X(40) VALUE
               " CLIENTES CON MAYOR VARIACION ABSOLUTA".

       01 WS-HEADER-TOP.
           05 FILLER PIC X(5) VALUE "POS".
           05 FILLER PIC X(8) VALUE "CLIENTE".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(3) VALUE "CIC".
           05 FILLER PIC X(16) VALUE "     TOTAL BASE".
           05 FILLER PIC X(16) VALUE "    TOTAL COMP.".
           05 FILLER PIC X(17) VALUE "      VARIACION".
           05 FILLER PIC X(13) VALUE "  VARIAC. %".
           05 FILLER PIC X(8) VALUE "MARCA".

       01 WS-TOP-LINE.
           05 TOP-POSICION PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOP-CUST-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOP-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 TOP-CICLO PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOP-TOTAL-BASE PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOP-TOTAL-COMP PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOP-VARIACION PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOP-PCT PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOP-MARCA PIC X(8).

       01 WS-SECCION-CICLOS.
           05 FILLER PIC X(40) VALUE "TOTALES POR CICLO".

       01 WS-HEADER-CICLOS.
           05 FILLER PIC X(11) VALUE "CICLO".
           05 FILLER PIC X(9) VALUE "CLIENTES".
           05 FILLER PIC X(11) VALUE "  CANT.BAS".
           05 FILLER PIC X(17) VALUE "      TOTAL BASE".
           05 FILLER PIC X(11) VALUE "  CANT.CMP".
           05 FILLER PIC X(17) VALUE "     TOTAL COMP.".
           05 FILLER PIC X(17) VALUE "      VARIACION".
           05 FILLER PIC X(11) VALUE "  VARIAC. %".

       01 WS-CICLO-LINE.
           05 CIC-ETIQUETA PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CIC-CLIENTES PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CIC-CANT-BASE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 CIC-TOTAL-BASE PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 CIC-CANT-COMP PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 CIC-TOTAL-COMP PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CIC-VARIACION PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CIC-PCT PIC X(11).

       01 WS-SECCION-LEDGER.
           05 FILLER PIC X(40) VALUE "CUADRE CONTRA PERLEDGER".

       01 WS-HEADER-LEDGER.
           05 FILLER PIC X(11) VALUE "PERIODO".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "  ACTIVIDAD".
           05 FILLER PIC X(17) VALUE "  EXTRAIDO GL".
           05 FILLER PIC X(17) VALUE "  LED-TOTAL".
           05 FILLER PIC X(17) VALUE "  DIFERENCIA".
           05 FILLER PIC X(17) VALUE "  PEND. EXTRAER".
           05 FILLER PIC X(20) VALUE "OBSERVACION".

       01 WS-LEDGER-LINE.
           05 LDG-ETIQUETA PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LDG-PERIODO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDG-ACTIVIDAD PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDG-EXTRAIDO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDG-LEDGER PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDG-DIFERENCIA PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDG-PENDIENTE PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDG-OBSERVACION PIC X(20).

       01 WS-TOTAL-LINE1.
           05 FILLER PIC X(27) VALUE "CLIENTES CON ACTIVIDAD:   ".
           05 TOT-CLIENTES PIC ZZZ,ZZ9.
           05 FILLER PIC X(21) VALUE "  SOBRE EL UMBRAL:   ".
           05 TOT-MARCADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(21) VALUE "  FUERA DEL MAESTRO: ".
           05 TOT-SIN-MAESTRO PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM ACEPTAR-PARAMETROS
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM POSICIONAR-BALPERIOD
           PERFORM PROCESAR-CLIENTE
               UNTIL FIN-BALPERIOD
           PERFORM IMPRIMIR-RANKING
           PERFORM IMPRIMIR-CICLOS
           PERFORM IMPRIMIR-CUADRE
           PERFORM FINALIZAR
           STOP RUN.

      * Sin BALPERIOD el reporte sale igual, vacio; el ledger ausente
      * deja LED-TOTAL en cero y el cuadre lo muestra.
       INICIALIZAR.
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           INITIALIZE WS-TABLA-TOP
           INITIALIZE WS-TABLA-CICLOS
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUSTMAST, STATUS: "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               DISPLAY "ADVERTENCIA: BALPERIOD NO EXISTE, NO HAY "
                   "ACTIVIDAD POSTEADA"
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
           OPEN OUTPUT VARIACION-RPT
           IF WS-VARIACRPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR VARIACRPT, STATUS: "
                   WS-VARIACRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * El periodo base es obligatorio; el comparado por defecto es el
      * mes en curso. Ranking de 10 por defecto; un umbral vacio o en
      * cero no se aplica.
       ACEPTAR-PARAMETROS.
           DISPLAY "PERIODO BASE (AAAAMM): "
           ACCEPT WS-PERIODO-BASE-X
           IF WS-PERIODO-BASE-X IS NOT NUMERIC
               DISPLAY "ERROR: PERIODO BASE NO NUMERICO: "
                   WS-PERIODO-BASE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO-BASE-X TO WS-PERIODO-BASE
           DISPLAY "PERIODO A COMPARAR (AAAAMM, VACIO=MES ACTUAL): "
           ACCEPT WS-PERIODO-COMP-X
           IF WS-PERIODO-COMP-X IS NUMERIC
               MOVE WS-PERIODO-COMP-X TO WS-PERIODO-COMP
           ELSE
               MOVE FECHA(1:6) TO WS-PERIODO-COMP
           END-IF
           IF WS-PERIODO-COMP = WS-PERIODO-BASE
               DISPLAY "ERROR: LOS DOS PERIODOS SON IGUALES: "
                   WS-PERIODO-BASE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CLIENTES EN EL RANKING (1-50, VACIO=10): "
           ACCEPT WS-TOP-X
           IF WS-TOP-X NOT = SPACES
               IF FUNCTION TRIM(WS-TOP-X) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-TOP-X) TO WS-TOP-N
               ELSE
                   DISPLAY "ADVERTENCIA: RANKING INVALIDO, SE USAN "
                       WS-TOP-N " CLIENTES"
               END-IF
           END-IF
           IF WS-TOP-N = ZEROS OR WS-TOP-N > WS-MAX-TOP
               DISPLAY "ADVERTENCIA: RANKING FUERA DE RANGO, SE USAN "
                   WS-MAX-TOP " CLIENTES"
               MOVE WS-MAX-TOP TO WS-TOP-N
           END-IF
           DISPLAY "UMBRAL DE VARIACION EN % (VACIO=SIN UMBRAL): "
           ACCEPT WS-UMBRAL-PCT-X
           IF WS-UMBRAL-PCT-X NOT = SPACES
               IF FUNCTION TRIM(WS-UMBRAL-PCT-X) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-UMBRAL-PCT-X)
                       TO WS-UMBRAL-PCT
               ELSE
                   DISPLAY "ADVERTENCIA: UMBRAL % INVALIDO, NO SE "
                       "APLICA"
               END-IF
           END-IF
           DISPLAY "UMBRAL DE VARIACION EN IMPORTE (ENTERO, "
               "VACIO=SIN UMBRAL): "
           ACCEPT WS-UMBRAL-IMP-X
           IF WS-UMBRAL-IMP-X NOT = SPACES
               IF FUNCTION TRIM(WS-UMBRAL-IMP-X) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-UMBRAL-IMP-X)
                       TO WS-UMBRAL-IMP
               ELSE
                   DISPLAY "ADVERTENCIA: UMBRAL DE IMPORTE INVALIDO, "
                       "NO SE APLICA"
               END-IF
           END-IF.

       IMPRIMIR-ENCABEZADO.
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           MOVE WS-PERIODO-BASE TO WS-HDR-BASE
           MOVE WS-PERIODO-COMP TO WS-HDR-COMP
           MOVE WS-UMBRAL-PCT TO WS-HDR-UMBRAL-PCT
           MOVE WS-UMBRAL-IMP TO WS-HDR-UMBRAL-IMP
           WRITE VARIACION-LINE FROM WS-HEADER-LINE1
           WRITE VARIACION-LINE FROM WS-HEADER-LINE2
           MOVE SPACES TO VARIACION-LINE
           WRITE VARIACION-LINE
           WRITE VARIACION-LINE FROM WS-SECCION-DETALLE
           WRITE VARIACION-LINE FROM WS-HEADER-DETALLE.

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
           END-IF.

       LEER-BALPERIOD.
           READ PERIOD-BALANCE NEXT RECORD
               AT END
                   SET FIN-BALPERIOD TO TRUE
           END-READ.

      * Junta las filas del proximo cliente (una ya leida por
      * adelantado) y se queda con las de los dos periodos pedidos.
       PROCESAR-CLIENTE.
           MOVE PBAL-CUST-ID TO WS-CLI-ID
           MOVE ZEROS TO WS-CLI-CANT-BASE WS-CLI-TOTAL-BASE
               WS-CLI-CANT-COMP WS-CLI-TOTAL-COMP WS-CLI-FILAS
           PERFORM UNTIL FIN-BALPERIOD
               OR PBAL-CUST-ID NOT = WS-CLI-ID
               EVALUATE PBAL-PERIODO
                   WHEN WS-PERIODO-BASE
                       MOVE PBAL-TRANS-COUNT TO WS-CLI-CANT-BASE
                       MOVE PBAL-TOTAL TO WS-CLI-TOTAL-BASE
                       ADD PBAL-EXT-TOTAL TO WS-EXT-BASE
                       ADD 1 TO WS-CLI-FILAS
                   WHEN WS-PERIODO-COMP
                       MOVE PBAL-TRANS-COUNT TO WS-CLI-CANT-COMP
                       MOVE PBAL-TOTAL TO WS-CLI-TOTAL-COMP
                       ADD PBAL-EXT-TOTAL TO WS-EXT-COMP
                       ADD 1 TO WS-CLI-FILAS
               END-EVALUATE
               PERFORM LEER-BALPERIOD
           END-PERFORM
           IF WS-CLI-FILAS > ZERO
               PERFORM INFORMAR-CLIENTE
           END-IF.

       INFORMAR-CLIENTE.
           MOVE WS-CLI-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-CLI-CICLO
                   MOVE "NO EN MAESTRO" TO WS-CLI-NOMBRE
                   ADD 1 TO WS-SIN-MAESTRO-COUNT
               NOT INVALID KEY
                   MOVE CUST-CICLO TO WS-CLI-CICLO
                   MOVE CUST-NOMBRE TO WS-CLI-NOMBRE
           END-READ
           MOVE WS-CLI-TOTAL-BASE TO WS-VAR-BASE
           MOVE WS-CLI-TOTAL-COMP TO WS-VAR-COMP
           PERFORM EVALUAR-VARIACION
           PERFORM VERIFICAR-UMBRAL
           ADD 1 TO WS-TOT-CLIENTES
           COMPUTE WS-CIC-IDX = WS-CLI-CICLO + 1
           ADD 1 TO WS-CIC-CLIENTES(WS-CIC-IDX)
           ADD WS-CLI-CANT-BASE TO WS-CIC-CANT-BASE(WS-CIC-IDX)
           ADD WS-CLI-TOTAL-BASE TO WS-CIC-TOTAL-BASE(WS-CIC-IDX)
           ADD WS-CLI-CANT-COMP TO WS-CIC-CANT-COMP(WS-CIC-IDX)
           ADD WS-CLI-TOTAL-COMP TO WS-CIC-TOTAL-COMP(WS-CIC-IDX)
           MOVE WS-CLI-ID TO DET-CUST-ID
           MOVE WS-CLI-NOMBRE TO DET-NOMBRE
           MOVE WS-CLI-CICLO TO DET-CICLO
           MOVE WS-CLI-CANT-BASE TO DET-CANT-BASE
           MOVE WS-CLI-TOTAL-BASE TO DET-TOTAL-BASE
           MOVE WS-CLI-CANT-COMP TO DET-CANT-COMP
           MOVE WS-CLI-TOTAL-COMP TO DET-TOTAL-COMP
           MOVE WS-VAR-IMPORTE TO DET-VARIACION
           MOVE WS-PCT-TEXTO TO DET-PCT
           MOVE WS-CLI-MARCA TO DET-MARCA
           WRITE VARIACION-LINE FROM WS-DETALLE-LINE
           PERFORM INSERTAR-RANKING.

      * Variacion = comparado - base. El porcentaje es contra el valor
      * absoluto de la base, asi una baja siempre sale negativa aunque
      * la base sea un saldo negativo. Sin base no hay porcentaje.
       EVALUAR-VARIACION.
           COMPUTE WS-VAR-IMPORTE = WS-VAR-COMP - WS-VAR-BASE
           IF WS-VAR-IMPORTE < ZERO
               COMPUTE WS-VAR-ABSOLUTA = ZERO - WS-VAR-IMPORTE
           ELSE
               MOVE WS-VAR-IMPORTE TO WS-VAR-ABSOLUTA
           END-IF
           IF WS-VAR-BASE < ZERO
               COMPUTE WS-VAR-BASE-ABS = ZERO - WS-VAR-BASE
           ELSE
               MOVE WS-VAR-BASE TO WS-VAR-BASE-ABS
           END-IF
           MOVE ZEROS TO WS-VAR-PCT WS-VAR-PCT-ABS
           MOVE SPACES TO WS-PCT-TEXTO
           IF WS-VAR-BASE-ABS = ZEROS
               SET PCT-SIN-BASE TO TRUE
               IF WS-VAR-IMPORTE NOT = ZEROS
                   MOVE "      NUEVO" TO WS-PCT-TEXTO
               END-IF
           ELSE
               SET PCT-CALCULADO TO TRUE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-IMPORTE * 100 / WS-VAR-BASE-ABS
                   ON SIZE ERROR
                       SET PCT-EXCEDIDO TO TRUE
               END-COMPUTE
               IF PCT-EXCEDIDO
                   MOVE "  >9999999%" TO WS-PCT-TEXTO
               ELSE
                   IF WS-VAR-PCT < ZERO
                       COMPUTE WS-VAR-PCT-ABS = ZERO - WS-VAR-PCT
                   ELSE
                       MOVE WS-VAR-PCT TO WS-VAR-PCT-ABS
                   END-IF
                   MOVE WS-VAR-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-PCT-TEXTO(1:10)
                   MOVE "%" TO WS-PCT-TEXTO(11:1)
               END-IF
           END-IF.

      * Basta con superar uno de los dos umbrales. Un cliente nuevo
      * (sin base) con movimiento supera siempre el umbral en %.
       VERIFICAR-UMBRAL.
           MOVE SPACES TO WS-CLI-MARCA
           IF WS-UMBRAL-IMP > ZEROS
               AND WS-VAR-ABSOLUTA > WS-UMBRAL-IMP
               MOVE "*UMBRAL*" TO WS-CLI-MARCA
           END-IF
           IF WS-UMBRAL-PCT > ZEROS
               EVALUATE TRUE
                   WHEN PCT-EXCEDIDO
                       MOVE "*UMBRAL*" TO WS-CLI-MARCA
                   WHEN PCT-SIN-BASE AND WS-VAR-IMPORTE NOT = ZEROS
                       MOVE "*UMBRAL*" TO WS-CLI-MARCA
                   WHEN PCT-CALCULADO
                       AND WS-VAR-PCT-ABS > WS-UMBRAL-PCT
                       MOVE "*UMBRAL*" TO WS-CLI-MARCA
               END-EVALUATE
           END-IF
           IF WS-CLI-MARCA NOT = SPACES
               ADD 1 TO WS-MARCADOS-COUNT
           END-IF.

      * Insercion ordenada: se busca la primera posicion con menor
      * variacion absoluta, se corre el resto un lugar (el ultimo
      * sale si la tabla esta llena) y se pone el cliente ahi.
       INSERTAR-RANKING.
           MOVE ZEROS TO WS-TOP-POS
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-USADOS
               OR WS-TOP-POS > ZEROS
               IF WS-VAR-ABSOLUTA > WS-TOP-ABSOLUTA(WS-TOP-IDX)
                   MOVE WS-TOP-IDX TO WS-TOP-POS
               END-IF
           END-PERFORM
           IF WS-TOP-POS = ZEROS
               IF WS-TOP-USADOS < WS-TOP-N
                   ADD 1 TO WS-TOP-USADOS
                   MOVE WS-TOP-USADOS TO WS-TOP-POS
               END-IF
           ELSE
               IF WS-TOP-USADOS < WS-TOP-N
                   ADD 1 TO WS-TOP-USADOS
               END-IF
               PERFORM VARYING WS-TOP-IDX FROM WS-TOP-USADOS BY -1
                   UNTIL WS-TOP-IDX <= WS-TOP-POS
                   MOVE WS-TOP-ENTRADA(WS-TOP-IDX - 1)
                       TO WS-TOP-ENTRADA(WS-TOP-IDX)
               END-PERFORM
           END-IF
           IF WS-TOP-POS > ZEROS
               MOVE WS-CLI-ID TO WS-TOP-CUST-ID(WS-TOP-POS)
               MOVE WS-CLI-NOMBRE TO WS-TOP-NOMBRE(WS-TOP-POS)
               MOVE WS-CLI-CICLO TO WS-TOP-CICLO(WS-TOP-POS)
               MOVE WS-CLI-TOTAL-BASE TO WS-TOP-TOTAL-BASE(WS-TOP-POS)
               MOVE WS-CLI-TOTAL-COMP TO WS-TOP-TOTAL-COMP(WS-TOP-POS)
               MOVE WS-VAR-IMPORTE TO WS-TOP-VARIACION(WS-TOP-POS)
               MOVE WS-VAR-ABSOLUTA TO WS-TOP-ABSOLUTA(WS-TOP-POS)
               MOVE WS-PCT-TEXTO TO WS-TOP-PCT-TEXTO(WS-TOP-POS)
               MOVE WS-CLI-MARCA TO WS-TOP-MARCA(WS-TOP-POS)
           END-IF.

       IMPRIMIR-RANKING.
           MOVE WS-TOP-N TO WS-SEC-TOP-N
           MOVE SPACES TO VARIACION-LINE
           WRITE VARIACION-LINE
           WRITE VARIACION-LINE FROM WS-SECCION-TOP
           WRITE VARIACION-LINE FROM WS-HEADER-TOP
           PERFORM IMPRIMIR-LINEA-RANKING
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-USADOS.

       IMPRIMIR-LINEA-RANKING.
           MOVE WS-TOP-IDX TO TOP-POSICION
           MOVE WS-TOP-CUST-ID(WS-TOP-IDX) TO TOP-CUST-ID
           MOVE WS-TOP-NOMBRE(WS-TOP-IDX) TO TOP-NOMBRE
           MOVE WS-TOP-CICLO(WS-TOP-IDX) TO TOP-CICLO
           MOVE WS-TOP-TOTAL-BASE(WS-TOP-IDX) TO TOP-TOTAL-BASE
           MOVE WS-TOP-TOTAL-COMP(WS-TOP-IDX) TO TOP-TOTAL-COMP
           MOVE WS-TOP-VARIACION(WS-TOP-IDX) TO TOP-VARIACION
           MOVE WS-TOP-PCT-TEXTO(WS-TOP-IDX) TO TOP-PCT
           MOVE WS-TOP-MARCA(WS-TOP-IDX) TO TOP-MARCA
           WRITE VARIACION-LINE FROM WS-TOP-LINE.

      * Un renglon por ciclo con clientes y el total general, que es
      * la actividad que despues se cuadra contra el ledger.
       IMPRIMIR-CICLOS.
           MOVE SPACES TO VARIACION-LINE
           WRITE VARIACION-LINE
           WRITE VARIACION-LINE FROM WS-SECCION-CICLOS
           WRITE VARIACION-LINE FROM WS-HEADER-CICLOS
           PERFORM IMPRIMIR-LINEA-CICLO
               VARYING WS-CIC-IDX FROM 1 BY 1
               UNTIL WS-CIC-IDX > 10
           MOVE "TOTAL" TO CIC-ETIQUETA
           MOVE WS-TOT-CLIENTES TO CIC-CLIENTES
           MOVE WS-TOT-CANT-BASE TO CIC-CANT-BASE
           MOVE WS-TOT-TOTAL-BASE TO CIC-TOTAL-BASE
           MOVE WS-TOT-CANT-COMP TO CIC-CANT-COMP
           MOVE WS-TOT-TOTAL-COMP TO CIC-TOTAL-COMP
           MOVE WS-TOT-TOTAL-BASE TO WS-VAR-BASE
           MOVE WS-TOT-TOTAL-COMP TO WS-VAR-COMP
           PERFORM EVALUAR-VARIACION
           MOVE WS-VAR-IMPORTE TO CIC-VARIACION
           MOVE WS-PCT-TEXTO TO CIC-PCT
           WRITE VARIACION-LINE FROM WS-CICLO-LINE.

       IMPRIMIR-LINEA-CICLO.
           IF WS-CIC-CLIENTES(WS-CIC-IDX) > ZEROS
               IF WS-CIC-IDX = 1
                   MOVE "SIN CICLO" TO CIC-ETIQUETA
               ELSE
                   COMPUTE WS-CIC-NUMERO = WS-CIC-IDX - 1
                   MOVE SPACES TO CIC-ETIQUETA
                   STRING "CICLO " WS-CIC-NUMERO
                       DELIMITED BY SIZE INTO CIC-ETIQUETA
               END-IF
               MOVE WS-CIC-CLIENTES(WS-CIC-IDX) TO CIC-CLIENTES
               MOVE WS-CIC-CANT-BASE(WS-CIC-IDX) TO CIC-CANT-BASE
               MOVE WS-CIC-TOTAL-BASE(WS-CIC-IDX) TO CIC-TOTAL-BASE
               MOVE WS-CIC-CANT-COMP(WS-CIC-IDX) TO CIC-CANT-COMP
               MOVE WS-CIC-TOTAL-COMP(WS-CIC-IDX) TO CIC-TOTAL-COMP
               MOVE WS-CIC-TOTAL-BASE(WS-CIC-IDX) TO WS-VAR-BASE
               MOVE WS-CIC-TOTAL-COMP(WS-CIC-IDX) TO WS-VAR-COMP
               PERFORM EVALUAR-VARIACION
               MOVE WS-VAR-IMPORTE TO CIC-VARIACION
               MOVE WS-PCT-TEXTO TO CIC-PCT
               WRITE VARIACION-LINE FROM WS-CICLO-LINE
               ADD WS-CIC-CANT-BASE(WS-CIC-IDX) TO WS-TOT-CANT-BASE
               ADD WS-CIC-TOTAL-BASE(WS-CIC-IDX) TO WS-TOT-TOTAL-BASE
               ADD WS-CIC-CANT-COMP(WS-CIC-IDX) TO WS-TOT-CANT-COMP
               ADD WS-CIC-TOTAL-COMP(WS-CIC-IDX) TO WS-TOT-TOTAL-COMP
           END-IF.

       IMPRIMIR-CUADRE.
           MOVE SPACES TO VARIACION-LINE
           WRITE VARIACION-LINE
           WRITE VARIACION-LINE FROM WS-SECCION-LEDGER
           WRITE VARIACION-LINE FROM WS-HEADER-LEDGER
           MOVE "BASE" TO LDG-ETIQUETA
           MOVE WS-PERIODO-BASE TO LED-PERIODO
           MOVE WS-TOT-TOTAL-BASE TO WS-CUA-ACTIVIDAD
           MOVE WS-EXT-BASE TO WS-CUA-EXTRAIDO
           PERFORM CUADRAR-PERIODO
           MOVE "COMPARADO" TO LDG-ETIQUETA
           MOVE WS-PERIODO-COMP TO LED-PERIODO
           MOVE WS-TOT-TOTAL-COMP TO WS-CUA-ACTIVIDAD
           MOVE WS-EXT-COMP TO WS-CUA-EXTRAIDO
           PERFORM CUADRAR-PERIODO.

      * Diferencia = extraido - LED-TOTAL (tiene que ser cero);
      * pendiente = actividad que todavia no salio en un extracto.
       CUADRAR-PERIODO.
           MOVE ZEROS TO WS-CUA-LEDGER
           MOVE "N" TO WS-CUA-EN-LEDGER
           IF LEDGER-PRESENTE
               READ PERIOD-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LED-TOTAL TO WS-CUA-LEDGER
                       SET PERIODO-EN-LEDGER TO TRUE
               END-READ
           END-IF
           MOVE LED-PERIODO TO LDG-PERIODO
           MOVE WS-CUA-ACTIVIDAD TO LDG-ACTIVIDAD
           MOVE WS-CUA-EXTRAIDO TO LDG-EXTRAIDO
           MOVE WS-CUA-LEDGER TO LDG-LEDGER
           COMPUTE LDG-DIFERENCIA = WS-CUA-EXTRAIDO - WS-CUA-LEDGER
           COMPUTE LDG-PENDIENTE = WS-CUA-ACTIVIDAD - WS-CUA-EXTRAIDO
           EVALUATE TRUE
               WHEN WS-CUA-EXTRAIDO NOT = WS-CUA-LEDGER
                   ADD 1 TO WS-DESCUADRES-COUNT
                   IF PERIODO-EN-LEDGER
                       MOVE "NO CUADRA" TO LDG-OBSERVACION
                   ELSE
                       MOVE "SIN PERLEDGER" TO LDG-OBSERVACION
                   END-IF
               WHEN WS-CUA-ACTIVIDAD NOT = WS-CUA-EXTRAIDO
                   MOVE "CUADRA, PEND. EXTR." TO LDG-OBSERVACION
               WHEN WS-CUA-ACTIVIDAD = ZEROS
                   AND NOT PERIODO-EN-LEDGER
                   MOVE "SIN MOVIMIENTOS" TO LDG-OBSERVACION
               WHEN OTHER
                   MOVE "CUADRA" TO LDG-OBSERVACION
           END-EVALUATE
           WRITE VARIACION-LINE FROM WS-LEDGER-LINE.

       FINALIZAR.
           MOVE WS-TOT-CLIENTES TO TOT-CLIENTES
           MOVE WS-MARCADOS-COUNT TO TOT-MARCADOS
           MOVE WS-SIN-MAESTRO-COUNT TO TOT-SIN-MAESTRO
           MOVE SPACES TO VARIACION-LINE
           WRITE VARIACION-LINE
           WRITE VARIACION-LINE FROM WS-TOTAL-LINE1
           CLOSE VARIACION-RPT
           CLOSE CUSTOMER-MASTER
           IF BALPER-PRESENTE
               CLOSE PERIOD-BALANCE
           END-IF
           IF LEDGER-PRESENTE
               CLOSE PERIOD-LEDGER
           END-IF
           DISPLAY "CLIENTES CON ACTIVIDAD: " WS-TOT-CLIENTES
               " SOBRE EL UMBRAL: " WS-MARCADOS-COUNT
           IF WS-DESCUADRES-COUNT > ZERO
               DISPLAY "ADVERTENCIA: LO EXTRAIDO NO CUADRA CON "
                   "PERLEDGER EN " WS-DESCUADRES-COUNT
                   " PERIODO(S), VER VARIACRPT"
           END-IF.

       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM VARIACION-PERIODOS.
