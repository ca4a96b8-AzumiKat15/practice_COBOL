      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: clientes sin actividad y marca de inactivo en el maestro
      * extension: cbl
      *
      * Recorre CUSTOMER-MASTER y, por cliente, busca su ultima
      * actividad posteada: BAL-LAST-POSTED de BALMAST (fecha en que
      * ACTUALIZAR-SALDOS posteo su ultima corrida) y el ultimo
      * periodo de BALPERIOD con PBAL-TRANS-COUNT distinto de cero.
      * Un cliente cuya fecha de ultimo posteo Y ultimo periodo con
      * actividad son anteriores al corte (fecha del dia menos N
      * meses; 12 por defecto, o lo que indique la variable de
      * ambiente MESES_INACTIVIDAD) queda dormido: se lista en
      * INACTRPT con su ultima actividad y su saldo de vida, y si
      * estaba activo se le pone CUST-INACTIVO. Un inactivo que volvio
      * a tener actividad dentro del plazo se vuelve a activo. Cada
      * cambio de marca deja un "C" en MANTAUD con las imagenes antes
      * y despues, como cualquier cambio al maestro. El plazo tambien
      * puede venir en la tarjeta de parametros RUNPARM
      * (RPM-MESES-INACTIVIDAD), que manda sobre la variable de
      * ambiente, y el corte se cuenta desde la fecha de negocio de la
      * tarjeta (o la del reloj si no la trae).
      *
      * Un cliente sin BALMAST ni filas de BALPERIOD nunca tuvo nada
      * posteado: se lista aparte ("SIN ACTIVIDAD") pero no se marca,
      * porque el maestro no guarda la fecha de alta y puede ser un
      * cliente recien dado de alta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCAR-INACTIVOS.
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

           SELECT MAINT-AUDIT ASSIGN TO "MANTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

           SELECT INACTIVO-RPT ASSIGN TO "INACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACTRPT-STATUS.

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

       FD  MAINT-AUDIT.
       01  MANT-AUDIT-LINE PIC X(140).

       FD  INACTIVO-RPT.
       01  INACTIVO-LINE PIC X(132).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-BALMAST-STATUS PIC XX VALUE "00".
       77 WS-BALPER-STATUS PIC XX VALUE "00".
       77 WS-MANTAUD-STATUS PIC XX VALUE "00".
       77 WS-INACTRPT-STATUS PIC XX VALUE "00".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-IMAGEN-ANTES PIC X(46) VALUE SPACES.
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-CLIENTES VALUE "Y".
       77 WS-PER-EOF PIC X VALUE "N".
           88 FIN-DE-PERIODOS VALUE "Y".
       77 WS-BALMAST-SWITCH PIC X VALUE "N".
           88 BALMAST-PRESENTE VALUE "Y".
       77 WS-BALPER-SWITCH PIC X VALUE "N".
           88 BALPER-PRESENTE VALUE "Y".
       77 WS-SALDO-SWITCH PIC X VALUE "N".
           88 SALDO-EXISTE VALUE "Y".
       COPY MANTAUD.
       COPY RUNPARMW.

      * Plazo de inactividad en meses y corte derivado: el corte es
      * la misma fecha del dia N meses atras (como fecha AAAAMMDD y
      * como periodo AAAAMM); solo se compara, no hace falta que sea
      * una fecha valida.
       77 WS-MESES-PARAM PIC X(4) VALUE SPACES.
       77 WS-MESES-INACTIVIDAD PIC 9(3) VALUE 12.
       77 WS-MESES-ABSOLUTOS PIC 9(7) VALUE ZEROS.
       01 WS-FECHA-CORTE.
           05 WS-CORTE-ANIO PIC 9(4).
           05 WS-CORTE-MES PIC 99.
           05 WS-CORTE-DIA PIC 99.
       01 WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
           05 WS-PERIODO-CORTE PIC 9(6).
           05 FILLER PIC 99.

      * Ultima actividad del cliente en curso.
       77 WS-ULT-POSTEO PIC X(8) VALUE SPACES.
       77 WS-ULT-PERIODO PIC 9(6) VALUE ZEROS.
       77 WS-SALDO PIC S9(8)V99 VALUE ZEROS.
       77 WS-ACCION-DESC PIC X(16) VALUE SPACES.

       77 WS-LEIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-DORMIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-MARCADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-REACTIVADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SIN-ACTIVIDAD-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SALDO-DORMIDO PIC S9(9)V99 VALUE ZEROS.

       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-HEADER-LINE1.
           05 FILLER PIC X(36) VALUE
               "CLIENTES SIN ACTIVIDAD POSTEADA".
           05 FILLER PIC X(8) VALUE "FECHA: ".
           05 WS-HDR-FECHA PIC 99/99/9999.

       01 WS-HEADER-LINE2.
           05 FILLER PIC X(22) VALUE "PLAZO (MESES):".
           05 WS-HDR-MESES PIC ZZ9.
           05 FILLER PIC X(22) VALUE "    CORTE (AAAAMMDD): ".
           05 WS-HDR-CORTE PIC 9(8).

       01 WS-HEADER-LINE3.
           05 FILLER PIC X(9) VALUE "CLIENTE".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(12) VALUE "ULT.POSTEO".
           05 FILLER PIC X(10) VALUE "ULT.PER.".
           05 FILLER PIC X(17) VALUE "   SALDO DE VIDA".
           05 FILLER PIC X(16) VALUE "ACCION".

       01 WS-DETALLE-LINE.
           05 DET-CUST-ID PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ULT-POSTEO PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-ULT-PERIODO PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-SALDO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-ACCION PIC X(16).

       01 WS-TOTAL-LINE1.
           05 FILLER PIC X(19) VALUE "CLIENTES LEIDOS: ".
           05 TOT-LEIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  DORMIDOS: ".
           05 TOT-DORMIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  SALDO DORMIDO:".
           05 TOT-SALDO-DORMIDO PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE2.
           05 FILLER PIC X(19) VALUE "MARCADOS INACTIVO: ".
           05 TOT-MARCADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  REACTIVADOS: ".
           05 TOT-REACTIVADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  SIN ACTIVIDAD: ".
           05 TOT-SIN-ACTIVIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM LEER-CLIENTE
           PERFORM EVALUAR-CLIENTE
               UNTIL FIN-DE-CLIENTES
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "INACTIVO" TO MAUD-PROGRAMA
           IF RPM-MESES-INACTIVIDAD NOT = SPACES
               MOVE RPM-MESES-INACTIVIDAD TO WS-MESES-PARAM
           ELSE
               ACCEPT WS-MESES-PARAM
                   FROM ENVIRONMENT "MESES_INACTIVIDAD"
           END-IF
           IF WS-MESES-PARAM NOT = SPACES
               IF FUNCTION TRIM(WS-MESES-PARAM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-MESES-PARAM)
                       TO WS-MESES-INACTIVIDAD
               ELSE
                   DISPLAY "ADVERTENCIA: MESES_INACTIVIDAD INVALIDO, "
                       "SE USAN " WS-MESES-INACTIVIDAD " MESES"
               END-IF
           END-IF
           IF WS-MESES-INACTIVIDAD = ZEROS
               DISPLAY "ERROR: EL PLAZO DE INACTIVIDAD NO PUEDE SER "
                   "CERO MESES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CALCULAR-CORTE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUSTMAST, STATUS: "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           OPEN EXTEND MAINT-AUDIT
           IF WS-MANTAUD-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-MANTAUD-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR MANTAUD, STATUS: "
                   WS-MANTAUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INACTIVO-RPT
           IF WS-INACTRPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR INACTRPT, STATUS: "
                   WS-INACTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           MOVE WS-MESES-INACTIVIDAD TO WS-HDR-MESES
           MOVE WS-FECHA-CORTE TO WS-HDR-CORTE
           WRITE INACTIVO-LINE FROM WS-HEADER-LINE1
           WRITE INACTIVO-LINE FROM WS-HEADER-LINE2
           WRITE INACTIVO-LINE FROM WS-HEADER-LINE3
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-MASTER KEY NOT < CUST-ID
               INVALID KEY
                   SET FIN-DE-CLIENTES TO TRUE
           END-START.

      * Meses absolutos (anio * 12 + mes - 1) menos el plazo, y de
      * vuelta a anio y mes; el dia queda el de hoy.
       CALCULAR-CORTE.
           COMPUTE WS-MESES-ABSOLUTOS =
               WS-FECHA-CCYY * 12 + WS-FECHA-MM - 1
               - WS-MESES-INACTIVIDAD
           DIVIDE WS-MESES-ABSOLUTOS BY 12
               GIVING WS-CORTE-ANIO REMAINDER WS-CORTE-MES
           ADD 1 TO WS-CORTE-MES
           MOVE WS-FECHA-DD TO WS-CORTE-DIA.

       LEER-CLIENTE.
           IF NOT FIN-DE-CLIENTES
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET FIN-DE-CLIENTES TO TRUE
               END-READ
           END-IF.

      * Dormido = ultimo posteo anterior a la fecha de corte Y ultimo
      * periodo con actividad anterior al periodo de corte (un
      * BAL-LAST-POSTED en blanco, de saldos anteriores a esa marca,
      * cuenta como muy viejo).
       EVALUAR-CLIENTE.
           ADD 1 TO WS-LEIDOS-COUNT
           PERFORM BUSCAR-ULTIMO-POSTEO
           PERFORM BUSCAR-ULTIMO-PERIODO
           EVALUATE TRUE
               WHEN NOT SALDO-EXISTE AND WS-ULT-PERIODO = ZEROS
                   ADD 1 TO WS-SIN-ACTIVIDAD-COUNT
                   MOVE "SIN ACTIVIDAD" TO WS-ACCION-DESC
                   PERFORM IMPRIMIR-CLIENTE
               WHEN WS-ULT-POSTEO < WS-FECHA-CORTE
                   AND WS-ULT-PERIODO < WS-PERIODO-CORTE
                   ADD 1 TO WS-DORMIDOS-COUNT
                   ADD WS-SALDO TO WS-SALDO-DORMIDO
                   IF CUST-INACTIVO
                       MOVE "YA INACTIVO" TO WS-ACCION-DESC
                   ELSE
                       MOVE CUSTOMER-RECORD TO WS-IMAGEN-ANTES
                       SET CUST-INACTIVO TO TRUE
                       PERFORM REGRABAR-CLIENTE
                       ADD 1 TO WS-MARCADOS-COUNT
                       MOVE "MARCADO INACTIVO" TO WS-ACCION-DESC
                   END-IF
                   PERFORM IMPRIMIR-CLIENTE
               WHEN CUST-INACTIVO
                   MOVE CUSTOMER-RECORD TO WS-IMAGEN-ANTES
                   SET CUST-ACTIVO TO TRUE
                   PERFORM REGRABAR-CLIENTE
                   ADD 1 TO WS-REACTIVADOS-COUNT
                   MOVE "REACTIVADO" TO WS-ACCION-DESC
                   PERFORM IMPRIMIR-CLIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM LEER-CLIENTE.

       BUSCAR-ULTIMO-POSTEO.
           MOVE "N" TO WS-SALDO-SWITCH
           MOVE SPACES TO WS-ULT-POSTEO
           MOVE ZEROS TO WS-SALDO
           IF BALMAST-PRESENTE
               MOVE CUST-ID TO BAL-CUST-ID
               READ BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SALDO-EXISTE TO TRUE
                       MOVE BAL-LAST-POSTED TO WS-ULT-POSTEO
                       MOVE BAL-TOTAL TO WS-SALDO
               END-READ
           END-IF.

      * Las filas del cliente vienen en orden de periodo: la ultima
      * con movimientos es la que queda.
       BUSCAR-ULTIMO-PERIODO.
           MOVE ZEROS TO WS-ULT-PERIODO
           IF BALPER-PRESENTE
               MOVE CUST-ID TO PBAL-CUST-ID
               MOVE ZEROS TO PBAL-PERIODO
               MOVE "N" TO WS-PER-EOF
               START PERIOD-BALANCE KEY NOT < PBAL-KEY
                   INVALID KEY
                       SET FIN-DE-PERIODOS TO TRUE
               END-START
               PERFORM LEER-PERIODO-CLIENTE
                   UNTIL FIN-DE-PERIODOS
           END-IF.

       LEER-PERIODO-CLIENTE.
           READ PERIOD-BALANCE NEXT RECORD
               AT END
                   SET FIN-DE-PERIODOS TO TRUE
               NOT AT END
                   IF PBAL-CUST-ID NOT = CUST-ID
                       SET FIN-DE-PERIODOS TO TRUE
                   ELSE
                       IF PBAL-TRANS-COUNT NOT = ZEROS
                           MOVE PBAL-PERIODO TO WS-ULT-PERIODO
                       END-IF
                   END-IF
           END-READ.

       REGRABAR-CLIENTE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR CLIENTE: " CUST-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           SET MAUD-ES-CAMBIO TO TRUE
           MOVE WS-IMAGEN-ANTES TO MAUD-ANTES
           MOVE CUSTOMER-RECORD TO MAUD-DESPUES
           PERFORM GRABAR-AUDITORIA-MANT.

       IMPRIMIR-CLIENTE.
           MOVE CUST-ID TO DET-CUST-ID
           MOVE CUST-NOMBRE TO DET-NOMBRE
           IF WS-ULT-POSTEO = SPACES
               MOVE "--" TO DET-ULT-POSTEO
           ELSE
               MOVE WS-ULT-POSTEO TO DET-ULT-POSTEO
           END-IF
           IF WS-ULT-PERIODO = ZEROS
               MOVE "--" TO DET-ULT-PERIODO
           ELSE
               MOVE WS-ULT-PERIODO TO DET-ULT-PERIODO
           END-IF
           MOVE WS-SALDO TO DET-SALDO
           MOVE WS-ACCION-DESC TO DET-ACCION
           WRITE INACTIVO-LINE FROM WS-DETALLE-LINE.

       FINALIZAR.
           MOVE WS-LEIDOS-COUNT TO TOT-LEIDOS
           MOVE WS-DORMIDOS-COUNT TO TOT-DORMIDOS
           MOVE WS-SALDO-DORMIDO TO TOT-SALDO-DORMIDO
           MOVE WS-MARCADOS-COUNT TO TOT-MARCADOS
           MOVE WS-REACTIVADOS-COUNT TO TOT-REACTIVADOS
           MOVE WS-SIN-ACTIVIDAD-COUNT TO TOT-SIN-ACTIVIDAD
           MOVE SPACES TO INACTIVO-LINE
           WRITE INACTIVO-LINE
           WRITE INACTIVO-LINE FROM WS-TOTAL-LINE1
           WRITE INACTIVO-LINE FROM WS-TOTAL-LINE2
           CLOSE CUSTOMER-MASTER
           IF BALMAST-PRESENTE
               CLOSE BALANCE-MASTER
           END-IF
           IF BALPER-PRESENTE
               CLOSE PERIOD-BALANCE
           END-IF
           CLOSE MAINT-AUDIT
           CLOSE INACTIVO-RPT
           DISPLAY "CLIENTES DORMIDOS: " WS-DORMIDOS-COUNT
               " MARCADOS: " WS-MARCADOS-COUNT
               " REACTIVADOS: " WS-REACTIVADOS-COUNT.

       COPY MANTAUDP.
       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM MARCAR-INACTIVOS.
