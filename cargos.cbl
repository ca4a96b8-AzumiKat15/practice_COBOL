      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: cargos de mantenimiento e intereses de fin de periodo
      * extension: cbl
      *
      * Finanzas calculaba a mano, sobre el listado de ESTADO-CUENTA,
      * el cargo de mantenimiento y el interes de cada cliente y nos
      * lo devolvia como archivo de sucursal. Este job de fin de
      * periodo lo hace solo: por cada cliente de BALANCE-MASTER toma
      * su saldo al cierre del periodo, busca en la tabla TASAS (ver
      * TASAREC) el tramo que le toca por CUST-TIPO y saldo, y graba
      * el cargo (fijo del tramo mas interes sobre el saldo positivo)
      * como un detalle TRANS-RECORD comun (NUM1 = cargo, NUM2 = 0,
      * operacion "A") en CARGOSFILE, con su trailer de conteo y hash
      * calculado con el CALCULAR-RESULTADO compartido. Ese archivo
      * entra a SUMANDO como cualquier otra entrada (como TRANSFILE o
      * en el lugar de un archivo de sucursal), asi los cargos se
      * validan, se auditan, se postean y se extraen al GL por el
      * camino de siempre. Los detalles salen sin sucursal (0).
      *
      * El periodo es el de la fecha de negocio (AAAAMM de la tarjeta
      * RUNPARM, o del reloj): SUMANDO postea cada detalle en el
      * periodo de su propia fecha de negocio, asi que el job se corre
      * con la fecha del ultimo dia del periodo y el archivo se
      * procesa esa misma noche. El periodo tiene que seguir abierto
      * en PERLEDGER (sin fila o sin archivo = abierto). El saldo al
      * cierre es BAL-TOTAL menos la actividad que BALPERIOD tenga en
      * periodos posteriores (una corrida de recuperacion puede venir
      * despues de que se posteo el mes siguiente); la actividad del
      * periodo sale tambien de BALPERIOD, solo para el registro.
      *
      * Un cliente marcado inactivo (CUST-INACTIVO) no se cobra: sale
      * en CARGOSRPT con la nota INACTIVO y se cuenta aparte. Un cargo
      * posteado le moveria BAL-LAST-POSTED y la actividad del
      * periodo, y MARCAR-INACTIVOS lo volveria a activar cada mes
      * sin que el cliente haya hecho nada.
      *
      * Cada periodo se genera una sola vez: al terminar queda en
      * CARGREG (periodo, fecha, operador, conteo y total) y un
      * segundo intento para el mismo periodo termina con RC 16 sin
      * escribir nada. El registro de lo cobrado a cada cliente (y de
      * los que quedaron sin tarifa o sin cliente) sale en CARGOSRPT.
      * CRG-TIMESTAMP es la hora del reloj en que se genero: una
      * restauracion de los maestros a un snapshot anterior borra de
      * CARGREG los periodos generados despues (sus saldos al cierre
      * ya no son los repuestos), y el periodo se vuelve a generar
      * sobre los maestros restaurados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-CARGOS.
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

           SELECT RATE-TABLE ASSIGN TO "TASAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAS-STATUS.

           SELECT CHARGE-FILE ASSIGN TO "CARGOSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGOS-STATUS.

           SELECT CHARGE-REG ASSIGN TO "CARGREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-PERIODO
               FILE STATUS IS WS-CARGREG-STATUS.

           SELECT CHARGE-RPT ASSIGN TO "CARGOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGOSRPT-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  BALANCE-MASTER.
       COPY BALMAST.

       FD  PERIOD-BALANCE.
       COPY BALPER.

       FD  PERIOD-LEDGER.
       COPY PERLED.

       FD  RATE-TABLE.
       COPY TASAREC.

       FD  CHARGE-FILE.
       01  CHARGE-RECORD.
           05 CGO-TYPE PIC X.
           05 CGO-DETAIL.
               10 CGO-CUST-ID PIC 9(6).
               10 CGO-NUM1 PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
               10 CGO-NUM2 PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
               10 CGO-OP-CODE PIC X.
               10 CGO-SUCURSAL PIC 9.
           05 CGO-TRAILER REDEFINES CGO-DETAIL.
               10 CGO-TRAILER-COUNT PIC 9(6).
               10 CGO-TRAILER-HASH-TOTAL PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE.

      * Un registro por periodo ya generado.
       FD  CHARGE-REG.
       01  CHARGE-REG-RECORD.
           05 CRG-PERIODO PIC 9(6).
           05 CRG-FECHA-NEGOCIO PIC X(8).
           05 CRG-RUN-ID PIC X(14).
           05 CRG-TIMESTAMP PIC X(14).
           05 CRG-OPERADOR PIC X(8).
           05 CRG-COUNT PIC 9(6).
           05 CRG-TOTAL PIC S9(8)V99 SIGN IS TRAILING SEPARATE.

       FD  CHARGE-RPT.
       01  CHARGE-RPT-LINE PIC X(132).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CALCULOW.

       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-BALMAST-STATUS PIC XX VALUE "00".
       77 WS-BALPER-STATUS PIC XX VALUE "00".
       77 WS-LEDGER-STATUS PIC XX VALUE "00".
       77 WS-TASAS-STATUS PIC XX VALUE "00".
       77 WS-CARGOS-STATUS PIC XX VALUE "00".
       77 WS-CARGREG-STATUS PIC XX VALUE "00".
       77 WS-CARGOSRPT-STATUS PIC XX VALUE "00".
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-SALDOS VALUE "Y".
       77 WS-TASAS-EOF PIC X VALUE "N".
           88 FIN-DE-TASAS VALUE "Y".
       77 WS-BALPER-SWITCH PIC X VALUE "N".
           88 BALPER-PRESENTE VALUE "Y".
       77 WS-POSTERIOR-EOF PIC X VALUE "N".
           88 FIN-POSTERIORES VALUE "Y".
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-RUN-ID PIC X(14) VALUE SPACES.
       77 WS-GEN-TIMESTAMP PIC X(14) VALUE SPACES.
       77 WS-PERIODO-CARGO PIC 9(6) VALUE ZEROS.

      * Tabla de tramos cargada de TASAS, en el orden del archivo.
       77 WS-TASA-MAX PIC 9(3) VALUE 100.
       77 WS-TASA-COUNT PIC 9(3) VALUE ZEROS.
       77 WS-TASA-IDX PIC 9(3) VALUE ZEROS.
       77 WS-TASA-PREV PIC 9(3) VALUE ZEROS.
       77 WS-TASA-ELEGIDA PIC 9(3) VALUE ZEROS.
       77 WS-TIPO-BUSCADO PIC XXX VALUE SPACES.
       77 WS-TIPO-CON-TRAMOS PIC X VALUE "N".
           88 TIPO-CON-TRAMOS VALUE "Y".
       01 WS-TABLA-TASAS.
           05 WS-TASA OCCURS 100 TIMES.
               10 TT-TIPO PIC XXX.
               10 TT-TOPE PIC S9(8)V99.
               10 TT-CARGO-FIJO PIC 9(5)V99.
               10 TT-TASA PIC 9V9(5).

      * Calculo del cargo de un cliente.
       77 WS-SALDO-CIERRE PIC S9(8)V99 VALUE ZEROS.
       77 WS-ACTIVIDAD PIC S9(8)V99 VALUE ZEROS.
       77 WS-CARGO-FIJO PIC 9(5)V99 VALUE ZEROS.
       77 WS-INTERES PIC S9(8)V99 VALUE ZEROS.
       77 WS-CARGO PIC S9(8)V99 VALUE ZEROS.
       77 WS-NOTA PIC X(14) VALUE SPACES.

      * Totales del trailer y del registro.
       77 WS-TRAILER-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-TRAILER-HASH PIC S9(8)V99 VALUE ZEROS.
       77 WS-LEIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SIN-TARIFA-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SIN-CLIENTE-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SIN-CARGO-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-INACTIVOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-FIJO PIC S9(8)V99 VALUE ZEROS.
       77 WS-TOTAL-INTERES PIC S9(8)V99 VALUE ZEROS.

       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-HEADER-LINE1.
           05 FILLER PIC X(36) VALUE
               "CARGOS E INTERESES DE FIN DE PERIODO".
           05 FILLER PIC X(11) VALUE "  PERIODO: ".
           05 WS-HDR-PERIODO PIC 9(6).
           05 FILLER PIC X(9) VALUE "  FECHA: ".
           05 WS-HDR-FECHA PIC 99/99/9999.
           05 FILLER PIC X(12) VALUE "  OPERADOR: ".
           05 WS-HDR-OPERADOR PIC X(8).

       01 WS-HEADER-LINE2.
           05 FILLER PIC X(8) VALUE "CLIENTE".
           05 FILLER PIC X(6) VALUE "TIPO".
           05 FILLER PIC X(16) VALUE "SALDO CIERRE".
           05 FILLER PIC X(16) VALUE "ACTIV PERIODO".
           05 FILLER PIC X(16) VALUE "TOPE TRAMO".
           05 FILLER PIC X(11) VALUE "CARGO FIJO".
           05 FILLER PIC X(9) VALUE "TASA".
           05 FILLER PIC X(15) VALUE "INTERES".
           05 FILLER PIC X(15) VALUE "TOTAL CARGO".
           05 FILLER PIC X(14) VALUE "NOTA".

       01 WS-DETALLE-LINE.
           05 DET-CUST-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TIPO PIC XXX.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SALDO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ACTIVIDAD PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TOPE PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CARGO-FIJO PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TASA PIC 9.99999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-INTERES PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-CARGO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOTA PIC X(14).

       01 WS-TOTALES-LINE1.
           05 FILLER PIC X(18) VALUE "CLIENTES LEIDOS: ".
           05 TOT-LEIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  CARGADOS: ".
           05 TOT-CARGADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  SIN TARIFA: ".
           05 TOT-SIN-TARIFA PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  SIN CLIENTE: ".
           05 TOT-SIN-CLIENTE PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  CARGO CERO: ".
           05 TOT-SIN-CARGO PIC ZZZ,ZZ9.

       01 WS-TOTALES-INACTIVOS.
           05 FILLER PIC X(32) VALUE
               "CLIENTES INACTIVOS (SIN CARGO): ".
           05 TOT-INACTIVOS PIC ZZZ,ZZ9.

       01 WS-TOTALES-LINE2.
           05 FILLER PIC X(18) VALUE "CARGOS FIJOS: ".
           05 TOT-FIJO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  INTERESES: ".
           05 TOT-INTERES PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(16) VALUE "  TOTAL (HASH): ".
           05 TOT-HASH PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM VERIFICAR-PERIODO-ABIERTO
           PERFORM VERIFICAR-NO-GENERADO
           PERFORM CARGAR-TASAS
           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-SALDO
           PERFORM PROCESAR-SALDO
               UNTIL FIN-DE-SALDOS
           PERFORM GRABAR-TRAILER
           PERFORM REGISTRAR-PERIODO
           PERFORM FINALIZAR
           STOP RUN.

      * El periodo es el AAAAMM de la fecha de negocio; el run-id
      * (fecha de negocio + hora) queda en CARGREG.
       INICIALIZAR.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM LEER-PARAMETROS-CORRIDA
           COMPUTE WS-PERIODO-CARGO = WS-FECHA-NEGOCIO / 100
           MOVE WS-FECHA-NEGOCIO TO WS-RUN-ID(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-RUN-ID(9:6)
           MOVE WS-TIMESTAMP(1:6) TO WS-GEN-TIMESTAMP(9:6)
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           MOVE WS-TIMESTAMP(1:8) TO WS-GEN-TIMESTAMP(1:8)
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           MOVE WS-PERIODO-CARGO TO WS-HDR-PERIODO
           MOVE WS-OPERATOR-ID TO WS-HDR-OPERADOR
           DISPLAY "PERIODO DE LOS CARGOS: " WS-PERIODO-CARGO
           IF FECHA-DE-RELOJ
               DISPLAY "ADVERTENCIA: RUNPARM SIN FECHA DE NEGOCIO, "
                   "SE USA LA DEL RELOJ"
           END-IF.

       VERIFICAR-PERIODO-ABIERTO.
           OPEN INPUT PERIOD-LEDGER
           IF WS-LEDGER-STATUS NOT = "35"
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR PERLEDGER, STATUS: "
                       WS-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIODO-CARGO TO LED-PERIODO
               READ PERIOD-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIODO-CERRADO
                           DISPLAY "ERROR: EL PERIODO "
                               WS-PERIODO-CARGO " ESTA CERRADO EN "
                               "PERLEDGER, NO SE GENERAN CARGOS"
                           CLOSE PERIOD-LEDGER
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PERIOD-LEDGER
           END-IF.

      * CARGREG se abre I-O aqui (y se crea si no existe) y queda
      * abierto hasta registrar el periodo al final.
       VERIFICAR-NO-GENERADO.
           OPEN I-O CHARGE-REG
           IF WS-CARGREG-STATUS = "35"
               OPEN OUTPUT CHARGE-REG
               CLOSE CHARGE-REG
               OPEN I-O CHARGE-REG
           END-IF
           IF WS-CARGREG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CARGREG, STATUS: "
                   WS-CARGREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO-CARGO TO CRG-PERIODO
           READ CHARGE-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: LOS CARGOS DEL PERIODO "
                       WS-PERIODO-CARGO " YA SE GENERARON EL "
                       CRG-FECHA-NEGOCIO " (CORRIDA " CRG-RUN-ID
                       ", OPERADOR " CRG-OPERADOR ")"
                   CLOSE CHARGE-REG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

      * Los topes de un mismo tipo tienen que venir de menor a mayor:
      * la busqueda toma el primer tramo que cubre el saldo.
       CARGAR-TASAS.
           OPEN INPUT RATE-TABLE
           IF WS-TASAS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR TASAS, STATUS: "
                   WS-TASAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIN-DE-TASAS
               READ RATE-TABLE
                   AT END
                       SET FIN-DE-TASAS TO TRUE
                   NOT AT END
                       PERFORM ANOTAR-TASA
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE
           IF WS-TASA-COUNT = ZEROS
               DISPLAY "ERROR: TASAS NO TRAE NINGUN TRAMO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "TRAMOS DE TASAS CARGADOS: " WS-TASA-COUNT.

       ANOTAR-TASA.
           IF TAS-TIPO = SPACES OR TAS-TOPE IS NOT NUMERIC
               OR TAS-CARGO-FIJO IS NOT NUMERIC
               OR TAS-TASA IS NOT NUMERIC
               DISPLAY "ERROR: LINEA INVALIDA EN TASAS: " TASA-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TASA-COUNT >= WS-TASA-MAX
               DISPLAY "ERROR: TASAS TRAE MAS DE " WS-TASA-MAX
                   " TRAMOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-TASA-PREV FROM 1 BY 1
               UNTIL WS-TASA-PREV > WS-TASA-COUNT
               IF TT-TIPO(WS-TASA-PREV) = TAS-TIPO
                   AND TT-TOPE(WS-TASA-PREV) NOT < TAS-TOPE
                   DISPLAY "ERROR: TOPES FUERA DE ORDEN EN TASAS "
                       "PARA EL TIPO " TAS-TIPO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           ADD 1 TO WS-TASA-COUNT
           MOVE TAS-TIPO TO TT-TIPO(WS-TASA-COUNT)
           MOVE TAS-TOPE TO TT-TOPE(WS-TASA-COUNT)
           MOVE TAS-CARGO-FIJO TO TT-CARGO-FIJO(WS-TASA-COUNT)
           MOVE TAS-TASA TO TT-TASA(WS-TASA-COUNT).

      * Sin BALPERIOD el saldo al cierre es el BAL-TOTAL tal cual (no
      * hay actividad registrada por periodo).
       ABRIR-ARCHIVOS.
           OPEN INPUT BALANCE-MASTER
           IF WS-BALMAST-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR BALMAST, STATUS: "
                   WS-BALMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           END-IF
           OPEN OUTPUT CHARGE-FILE
           IF WS-CARGOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CARGOSFILE, STATUS: "
                   WS-CARGOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHARGE-RPT
           IF WS-CARGOSRPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CARGOSRPT, STATUS: "
                   WS-CARGOSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CHARGE-RPT-LINE FROM WS-HEADER-LINE1
           WRITE CHARGE-RPT-LINE FROM WS-HEADER-LINE2
           MOVE LOW-VALUES TO BAL-CUST-ID
           START BALANCE-MASTER KEY NOT < BAL-CUST-ID
               INVALID KEY
                   SET FIN-DE-SALDOS TO TRUE
           END-START.

       LEER-SALDO.
           IF NOT FIN-DE-SALDOS
               READ BALANCE-MASTER NEXT RECORD
                   AT END
                       SET FIN-DE-SALDOS TO TRUE
               END-READ
           END-IF.

       PROCESAR-SALDO.
           ADD 1 TO WS-LEIDOS-COUNT
           MOVE ZEROS TO WS-CARGO-FIJO
           MOVE ZEROS TO WS-INTERES
           MOVE ZEROS TO WS-CARGO
           MOVE ZEROS TO WS-TASA-ELEGIDA
           MOVE SPACES TO WS-NOTA
           PERFORM CALCULAR-SALDO-CIERRE
           MOVE BAL-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUST-TIPO
                   MOVE "SIN CLIENTE" TO WS-NOTA
                   ADD 1 TO WS-SIN-CLIENTE-COUNT
               NOT INVALID KEY
                   IF CUST-INACTIVO
                       MOVE "INACTIVO" TO WS-NOTA
                       ADD 1 TO WS-INACTIVOS-COUNT
                   ELSE
                       PERFORM BUSCAR-TRAMO
                   END-IF
           END-READ
           IF WS-TASA-ELEGIDA > ZEROS
               PERFORM CALCULAR-CARGO
           END-IF
           PERFORM IMPRIMIR-DETALLE
           PERFORM LEER-SALDO.

      * Saldo al cierre = saldo de vida menos lo posteado en periodos
      * posteriores al del cargo; de paso se toma la actividad del
      * propio periodo.
       CALCULAR-SALDO-CIERRE.
           MOVE BAL-TOTAL TO WS-SALDO-CIERRE
           MOVE ZEROS TO WS-ACTIVIDAD
           IF BALPER-PRESENTE
               MOVE BAL-CUST-ID TO PBAL-CUST-ID
               MOVE WS-PERIODO-CARGO TO PBAL-PERIODO
               MOVE "N" TO WS-POSTERIOR-EOF
               START PERIOD-BALANCE KEY NOT < PBAL-KEY
                   INVALID KEY
                       SET FIN-POSTERIORES TO TRUE
               END-START
               PERFORM UNTIL FIN-POSTERIORES
                   READ PERIOD-BALANCE NEXT RECORD
                       AT END
                           SET FIN-POSTERIORES TO TRUE
                       NOT AT END
                           IF PBAL-CUST-ID NOT = BAL-CUST-ID
                               SET FIN-POSTERIORES TO TRUE
                           ELSE
                               IF PBAL-PERIODO = WS-PERIODO-CARGO
                                   MOVE PBAL-TOTAL TO WS-ACTIVIDAD
                               ELSE
                                   SUBTRACT PBAL-TOTAL
                                       FROM WS-SALDO-CIERRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Primero los tramos del tipo del cliente; si el tipo no tiene
      * ninguno, los del tipo comun "***". Un saldo por encima del
      * ultimo tope de su tipo queda sin tarifa.
       BUSCAR-TRAMO.
           MOVE CUST-TIPO TO WS-TIPO-BUSCADO
           PERFORM BUSCAR-TRAMO-TIPO
           IF NOT TIPO-CON-TRAMOS
               MOVE "***" TO WS-TIPO-BUSCADO
               PERFORM BUSCAR-TRAMO-TIPO
           END-IF
           IF WS-TASA-ELEGIDA = ZEROS
               IF TIPO-CON-TRAMOS
                   MOVE "FUERA DE TRAMO" TO WS-NOTA
               ELSE
                   MOVE "SIN TARIFA" TO WS-NOTA
               END-IF
               ADD 1 TO WS-SIN-TARIFA-COUNT
           END-IF.

       BUSCAR-TRAMO-TIPO.
           MOVE "N" TO WS-TIPO-CON-TRAMOS
           PERFORM VARYING WS-TASA-IDX FROM 1 BY 1
               UNTIL WS-TASA-IDX > WS-TASA-COUNT
               OR WS-TASA-ELEGIDA > ZEROS
               IF TT-TIPO(WS-TASA-IDX) = WS-TIPO-BUSCADO
                   SET TIPO-CON-TRAMOS TO TRUE
                   IF WS-SALDO-CIERRE NOT > TT-TOPE(WS-TASA-IDX)
                       MOVE WS-TASA-IDX TO WS-TASA-ELEGIDA
                   END-IF
               END-IF
           END-PERFORM.

      * El detalle es una suma (NUM1 + 0) y su resultado, calculado
      * con el CALCULAR-RESULTADO de SUMANDO, es lo que va al hash.
       CALCULAR-CARGO.
           MOVE TT-CARGO-FIJO(WS-TASA-ELEGIDA) TO WS-CARGO-FIJO
           IF WS-SALDO-CIERRE > ZEROS
               COMPUTE WS-INTERES ROUNDED =
                   WS-SALDO-CIERRE * TT-TASA(WS-TASA-ELEGIDA)
           END-IF
           COMPUTE WS-CARGO = WS-CARGO-FIJO + WS-INTERES
           IF WS-CARGO = ZEROS
               MOVE "CARGO CERO" TO WS-NOTA
               ADD 1 TO WS-SIN-CARGO-COUNT
           ELSE
               MOVE WS-CARGO TO NUM1
               MOVE ZEROS TO NUM2
               MOVE "A" TO OPERACION-CODE
               PERFORM CALCULAR-RESULTADO
               MOVE SPACES TO CHARGE-RECORD
               MOVE "D" TO CGO-TYPE
               MOVE BAL-CUST-ID TO CGO-CUST-ID
               MOVE NUM1 TO CGO-NUM1
               MOVE NUM2 TO CGO-NUM2
               MOVE OPERACION-CODE TO CGO-OP-CODE
               MOVE ZERO TO CGO-SUCURSAL
               WRITE CHARGE-RECORD
               ADD 1 TO WS-TRAILER-COUNT
               ADD RESULTADO1 TO WS-TRAILER-HASH
               ADD WS-CARGO-FIJO TO WS-TOTAL-FIJO
               ADD WS-INTERES TO WS-TOTAL-INTERES
           END-IF.

       IMPRIMIR-DETALLE.
           MOVE BAL-CUST-ID TO DET-CUST-ID
           MOVE CUST-TIPO TO DET-TIPO
           MOVE WS-SALDO-CIERRE TO DET-SALDO
           MOVE WS-ACTIVIDAD TO DET-ACTIVIDAD
           IF WS-TASA-ELEGIDA > ZEROS
               MOVE TT-TOPE(WS-TASA-ELEGIDA) TO DET-TOPE
               MOVE TT-TASA(WS-TASA-ELEGIDA) TO DET-TASA
           ELSE
               MOVE ZEROS TO DET-TOPE
               MOVE ZEROS TO DET-TASA
           END-IF
           MOVE WS-CARGO-FIJO TO DET-CARGO-FIJO
           MOVE WS-INTERES TO DET-INTERES
           MOVE WS-CARGO TO DET-CARGO
           MOVE WS-NOTA TO DET-NOTA
           WRITE CHARGE-RPT-LINE FROM WS-DETALLE-LINE.

       GRABAR-TRAILER.
           MOVE SPACES TO CHARGE-RECORD
           MOVE "T" TO CGO-TYPE
           MOVE WS-TRAILER-COUNT TO CGO-TRAILER-COUNT
           MOVE WS-TRAILER-HASH TO CGO-TRAILER-HASH-TOTAL
           WRITE CHARGE-RECORD
           CLOSE CHARGE-FILE.

      * Recien con CARGOSFILE completo y cerrado: un job caido antes
      * de este punto se vuelve a correr y regenera el mismo archivo.
       REGISTRAR-PERIODO.
           MOVE WS-PERIODO-CARGO TO CRG-PERIODO
           MOVE WS-FECHA-NEGOCIO TO CRG-FECHA-NEGOCIO
           MOVE WS-RUN-ID TO CRG-RUN-ID
           MOVE WS-GEN-TIMESTAMP TO CRG-TIMESTAMP
           MOVE WS-OPERATOR-ID TO CRG-OPERADOR
           MOVE WS-TRAILER-COUNT TO CRG-COUNT
           MOVE WS-TRAILER-HASH TO CRG-TOTAL
           WRITE CHARGE-REG-RECORD
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO REGISTRAR EL PERIODO "
                       WS-PERIODO-CARGO " EN CARGREG"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           CLOSE CHARGE-REG.

       FINALIZAR.
           MOVE WS-LEIDOS-COUNT TO TOT-LEIDOS
           MOVE WS-TRAILER-COUNT TO TOT-CARGADOS
           MOVE WS-SIN-TARIFA-COUNT TO TOT-SIN-TARIFA
           MOVE WS-SIN-CLIENTE-COUNT TO TOT-SIN-CLIENTE
           MOVE WS-SIN-CARGO-COUNT TO TOT-SIN-CARGO
           WRITE CHARGE-RPT-LINE FROM WS-TOTALES-LINE1
           MOVE WS-INACTIVOS-COUNT TO TOT-INACTIVOS
           WRITE CHARGE-RPT-LINE FROM WS-TOTALES-INACTIVOS
           MOVE WS-TOTAL-FIJO TO TOT-FIJO
           MOVE WS-TOTAL-INTERES TO TOT-INTERES
           MOVE WS-TRAILER-HASH TO TOT-HASH
           WRITE CHARGE-RPT-LINE FROM WS-TOTALES-LINE2
           CLOSE CHARGE-RPT
           CLOSE BALANCE-MASTER
           CLOSE CUSTOMER-MASTER
           IF BALPER-PRESENTE
               CLOSE PERIOD-BALANCE
           END-IF
           DISPLAY "CARGOS GENERADOS EN CARGOSFILE: " WS-TRAILER-COUNT
               " TOTAL: " WS-TRAILER-HASH
           IF WS-SIN-TARIFA-COUNT > ZEROS OR
               WS-SIN-CLIENTE-COUNT > ZEROS
               DISPLAY "ADVERTENCIA: CLIENTES SIN CARGO POR FALTA DE "
                   "TARIFA O DE CLIENTE, VER CARGOSRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY CALCULOP.
       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM GENERAR-CARGOS.
