      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: revision de cambios pendientes al maestro de clientes
      * extension: cbl
      *
      * Segundo par de ojos sobre los campos sensibles del maestro:
      * los cambios de domicilio, ciclo y limite que el menu
      * interactivo y el lote de mantenimiento dejan en CUSTPEND (ver
      * CAMBPENP) se aprueban o rechazan aqui, uno por uno.
      *
      * Acciones (las ingresa el operador):
      * "R" revisa los pendientes. Hace falta nivel 3 (supervisor) en
      * OPERPROF; el intento sin autoridad queda marcado "N" en
      * MANTAUD. Por cada pendiente el supervisor decide A (aprobar),
      * R (rechazar) o lo deja pendiente. Nadie puede aprobar su
      * propio cambio: el intento se deniega y queda marcado "N". Al
      * aprobar se aplican al registro VIGENTE solo domicilio, ciclo
      * y limite del propuesto (lo demas pudo cambiar en vivo
      * mientras esperaba), y solo si esos campos siguen como estaban
      * al pedir el cambio; si no, el pendiente quedo viejo y solo se
      * puede rechazar. La aprobacion ("V") y el rechazo ("R") quedan
      * en MANTAUD, junto a la solicitud ("P") que grabo quien pidio
      * el cambio, y el pendiente se borra de CUSTPEND.
      * "L" lista la antiguedad: todo cambio que espera mas de N dias
      * (RPM-DIAS-CAMBIO-PEND en RUNPARM, o la variable de ambiente
      * DIAS_CAMBIO_PENDIENTE, o 5 por defecto). No toca nada y no
      * pide autoridad.
      *
      * Las solicitudes se fechan con el reloj (registran cuando actuo
      * una persona) y su antiguedad tambien se cuenta con el reloj.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR-CAMBIOS.
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

           SELECT CUSTOMER-PENDING ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CUST-ID
               FILE STATUS IS WS-CUSTPEND-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "MANTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERPROF-STATUS.

           SELECT REVISION-RPT ASSIGN TO "REVISIONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  CUSTOMER-PENDING.
       COPY CAMBPEND.

       FD  MAINT-AUDIT.
       01  MANT-AUDIT-LINE PIC X(140).

       FD  OPERATOR-PROFILE.
       COPY OPERPROF.

       FD  REVISION-RPT.
       01  REVISION-LINE PIC X(132).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-MANTAUD-STATUS PIC XX VALUE "00".
       77 WS-REVISION-STATUS PIC XX VALUE "00".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-IMAGEN-ANTES PIC X(46) VALUE SPACES.
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-PENDIENTES VALUE "Y".
       77 WS-ACCION PIC X VALUE SPACE.
           88 ACCION-REVISAR VALUE "R".
           88 ACCION-LISTAR VALUE "L".
       77 WS-DECISION PIC X VALUE SPACE.
           88 DECISION-APROBAR VALUE "A".
           88 DECISION-RECHAZAR VALUE "R".
       77 WS-RESULTADO PIC X(12) VALUE SPACES.
       COPY MANTAUD.
       COPY CAMBPENW.
       COPY OPERPROW.

      * Plazo del listado de antiguedad, en dias.
       77 WS-DIAS-PARAM PIC X(4) VALUE SPACES.
       77 WS-DIAS-LIMITE PIC 9(3) VALUE 5.
       77 WS-DIAS-HOY PIC 9(7) VALUE ZEROS.
       77 WS-EDAD-CALC PIC S9(7) VALUE ZEROS.
       77 WS-EDAD-DIAS PIC 9(3) VALUE ZEROS.

       77 WS-LEIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-VENCIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-APROBADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RECHAZADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-DENEGADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-QUEDAN-COUNT PIC 9(6) VALUE ZEROS.

       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-HEADER-LINE1.
           05 WS-HDR-TITULO PIC X(40) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "FECHA: ".
           05 WS-HDR-FECHA PIC 99/99/9999.
           05 FILLER PIC X(14) VALUE "  OPERADOR: ".
           05 WS-HDR-OPERADOR PIC X(8).

       01 WS-HEADER-LINE2.
           05 FILLER PIC X(8) VALUE "CLIENTE".
           05 FILLER PIC X(16) VALUE "SOLICITADO".
           05 FILLER PIC X(10) VALUE "POR".
           05 FILLER PIC X(10) VALUE "PROGRAMA".
           05 FILLER PIC X(6) VALUE "DIAS".
           05 FILLER PIC X(29) VALUE "DOMICILIO PROPUESTO".
           05 FILLER PIC X(7) VALUE "CICLO".
           05 FILLER PIC X(16) VALUE "LIMITE".
           05 FILLER PIC X(12) VALUE "RESULTADO".

       01 WS-DETALLE-LINE.
           05 DET-CUST-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SOLICITADO PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SOLICITANTE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PROGRAMA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-EDAD PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-DOMICILIO PIC X(27).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CICLO PIC 9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-LIMITE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-RESULTADO PIC X(12).

       01 WS-TOTALES-REVISION-LINE.
           05 FILLER PIC X(11) VALUE "APROBADOS: ".
           05 TOT-APROBADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  RECHAZADOS: ".
           05 TOT-RECHAZADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  DENEGADOS: ".
           05 TOT-DENEGADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  SIGUEN PENDIENT:".
           05 TOT-QUEDAN PIC ZZZ,ZZ9.

       01 WS-TOTALES-ANTIGUEDAD-LINE.
           05 FILLER PIC X(12) VALUE "PENDIENTES: ".
           05 TOT-LEIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  MAS DE ".
           05 TOT-DIAS PIC ZZ9.
           05 FILLER PIC X(8) VALUE " DIAS: ".
           05 TOT-VENCIDOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM ACEPTAR-ACCION
           EVALUATE TRUE
               WHEN ACCION-REVISAR
                   PERFORM REVISAR-PENDIENTES
               WHEN ACCION-LISTAR
                   PERFORM LISTAR-ANTIGUEDAD
           END-EVALUATE
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA)
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE WS-OPERATOR-ID TO WS-HDR-OPERADOR
           MOVE "REVISION" TO MAUD-PROGRAMA
           PERFORM LEER-PARAMETROS-CORRIDA
           IF RPM-DIAS-CAMBIO-PEND NOT = SPACES
               MOVE RPM-DIAS-CAMBIO-PEND TO WS-DIAS-PARAM
           ELSE
               ACCEPT WS-DIAS-PARAM
                   FROM ENVIRONMENT "DIAS_CAMBIO_PENDIENTE"
           END-IF
           IF WS-DIAS-PARAM NOT = SPACES
               IF FUNCTION TRIM(WS-DIAS-PARAM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-DIAS-PARAM)
                       TO WS-DIAS-LIMITE
               ELSE
                   DISPLAY "ADVERTENCIA: DIAS_CAMBIO_PENDIENTE "
                       "INVALIDO, SE USAN " WS-DIAS-LIMITE " DIAS"
               END-IF
           END-IF
           OPEN OUTPUT REVISION-RPT
           IF WS-REVISION-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR REVISIONRPT, STATUS: "
                   WS-REVISION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACEPTAR-ACCION.
           DISPLAY "ACCION (R-REVISAR PENDIENTES, L-LISTAR "
               "ANTIGUEDAD): "
           ACCEPT WS-ACCION
           IF NOT ACCION-REVISAR AND NOT ACCION-LISTAR
               DISPLAY "ERROR: ACCION INVALIDA: " WS-ACCION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Sin CUSTPEND no hay nada pendiente: ningun cambio todavia
      * paso por el doble control.
       ABRIR-PENDIENTES.
           IF ACCION-REVISAR
               OPEN I-O CUSTOMER-PENDING
           ELSE
               OPEN INPUT CUSTOMER-PENDING
           END-IF
           IF WS-CUSTPEND-STATUS = "35"
               DISPLAY "NO EXISTE CUSTPEND, NADA PENDIENTE"
               SET FIN-DE-PENDIENTES TO TRUE
           ELSE
               IF WS-CUSTPEND-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR CUSTPEND, "
                       "STATUS: " WS-CUSTPEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO PND-CUST-ID
               START CUSTOMER-PENDING KEY NOT < PND-CUST-ID
                   INVALID KEY
                       SET FIN-DE-PENDIENTES TO TRUE
               END-START
               IF NOT FIN-DE-PENDIENTES
                   PERFORM LEER-PENDIENTE
               END-IF
           END-IF.

       LEER-PENDIENTE.
           READ CUSTOMER-PENDING NEXT RECORD
               AT END
                   SET FIN-DE-PENDIENTES TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-COUNT
                   PERFORM CALCULAR-EDAD
           END-READ.

      * Edad = hoy menos la fecha de la solicitud, en dias. Una fecha
      * que no valida se reporta como 999: sale siempre en el listado.
       CALCULAR-EDAD.
           IF PND-SOLICITADO(1:8) IS NUMERIC
               MOVE PND-SOLICITADO(1:8) TO FECHA
               PERFORM VALIDAR-FECHA
           ELSE
               MOVE "N" TO WS-FECHA-OK
           END-IF
           IF FECHA-VALIDA
               COMPUTE WS-EDAD-CALC = WS-DIAS-HOY -
                   FUNCTION INTEGER-OF-DATE(FECHA)
               IF WS-EDAD-CALC < ZERO
                   MOVE ZEROS TO WS-EDAD-DIAS
               ELSE
                   IF WS-EDAD-CALC > 999
                       MOVE 999 TO WS-EDAD-DIAS
                   ELSE
                       MOVE WS-EDAD-CALC TO WS-EDAD-DIAS
                   END-IF
               END-IF
           ELSE
               MOVE 999 TO WS-EDAD-DIAS
           END-IF.

      * Accion R: revision uno por uno, con la autoridad verificada
      * una sola vez al empezar.
       REVISAR-PENDIENTES.
           MOVE "REVISION DE CAMBIOS PENDIENTES" TO WS-HDR-TITULO
           WRITE REVISION-LINE FROM WS-HEADER-LINE1
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
           MOVE 3 TO WS-NIVEL-REQUERIDO
           PERFORM VERIFICAR-AUTORIDAD
           IF NOT AUTORIDAD-OK
               DISPLAY "REVISION DENEGADA: SE REQUIERE NIVEL 3 EN "
                   "OPERPROF"
               SET MAUD-ES-DENEGADO TO TRUE
               MOVE SPACES TO MAUD-ANTES
               MOVE SPACES TO MAUD-DESPUES
               PERFORM GRABAR-AUDITORIA-MANT
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O CUSTOMER-MASTER
               IF WS-CUSTMAST-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR CUSTMAST, STATUS: "
                       WS-CUSTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE REVISION-LINE FROM WS-HEADER-LINE2
               PERFORM ABRIR-PENDIENTES
               PERFORM REVISAR-PENDIENTE
                   UNTIL FIN-DE-PENDIENTES
               IF WS-CUSTPEND-STATUS NOT = "35"
                   CLOSE CUSTOMER-PENDING
               END-IF
               CLOSE CUSTOMER-MASTER
               MOVE WS-APROBADOS-COUNT TO TOT-APROBADOS
               MOVE WS-RECHAZADOS-COUNT TO TOT-RECHAZADOS
               MOVE WS-DENEGADOS-COUNT TO TOT-DENEGADOS
               MOVE WS-QUEDAN-COUNT TO TOT-QUEDAN
               WRITE REVISION-LINE FROM WS-TOTALES-REVISION-LINE
           END-IF
           CLOSE MAINT-AUDIT.

       REVISAR-PENDIENTE.
           MOVE PND-ANTES TO PND-VISTA-IMAGEN
           DISPLAY "CLIENTE " PND-CUST-ID " - PEDIDO POR "
               PND-SOLICITANTE " EL " PND-SOLICITADO " ("
               WS-EDAD-DIAS " DIAS)"
           DISPLAY "  VIGENTE:   " PVI-DOMICILIO " CICLO " PVI-CICLO
               " LIMITE " PVI-LIMITE
           MOVE PND-DESPUES TO PND-VISTA-IMAGEN
           DISPLAY "  PROPUESTO: " PVI-DOMICILIO " CICLO " PVI-CICLO
               " LIMITE " PVI-LIMITE
           DISPLAY "DECISION (A-APROBAR, R-RECHAZAR, "
               "OTRO-DEJAR PENDIENTE): "
           ACCEPT WS-DECISION
           EVALUATE TRUE
               WHEN DECISION-APROBAR
                   IF PND-SOLICITANTE = WS-OPERATOR-ID
                       PERFORM DENEGAR-APROBACION-PROPIA
                   ELSE
                       PERFORM APROBAR-CAMBIO
                   END-IF
               WHEN DECISION-RECHAZAR
                   PERFORM RECHAZAR-CAMBIO
               WHEN OTHER
                   MOVE "PENDIENTE" TO WS-RESULTADO
                   ADD 1 TO WS-QUEDAN-COUNT
           END-EVALUATE
           PERFORM GRABAR-LINEA-PENDIENTE
           PERFORM LEER-PENDIENTE.

      * Quien pidio el cambio no puede aprobarlo, aunque sea
      * supervisor: eso es justamente lo que el doble control evita.
      * El intento queda marcado "N" con la imagen propuesta en el
      * antes (lo que se quiso aplicar) y el pendiente sigue ahi.
       DENEGAR-APROBACION-PROPIA.
           DISPLAY "DENEGADO: NO PUEDE APROBAR SU PROPIO CAMBIO"
           SET MAUD-ES-DENEGADO TO TRUE
           MOVE PND-DESPUES TO MAUD-ANTES
           MOVE SPACES TO MAUD-DESPUES
           PERFORM GRABAR-AUDITORIA-MANT
           MOVE "DENEGADO" TO WS-RESULTADO
           ADD 1 TO WS-DENEGADOS-COUNT
           ADD 1 TO WS-QUEDAN-COUNT.

      * Solo se aprueba si domicilio, ciclo y limite del registro
      * vigente siguen como estaban al pedir el cambio; un cliente
      * borrado (o fusionado) desde entonces tampoco se puede aprobar.
      * En ambos casos el pendiente queda para rechazarlo.
       APROBAR-CAMBIO.
           MOVE PND-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CLIENTE YA NO EXISTE, SOLO SE PUEDE "
                       "RECHAZAR"
                   MOVE "SIN CLIENTE" TO WS-RESULTADO
                   ADD 1 TO WS-QUEDAN-COUNT
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-IMAGEN-ANTES
                   MOVE PND-ANTES TO PND-VISTA-IMAGEN
                   IF CUST-DOMICILIO NOT = PVI-DOMICILIO OR
                       CUST-CICLO NOT = PVI-CICLO OR
                       CUST-LIMITE NOT = PVI-LIMITE
                       DISPLAY "EL CLIENTE CAMBIO DESDE LA "
                           "SOLICITUD, SOLO SE PUEDE RECHAZAR"
                       MOVE "VIEJO" TO WS-RESULTADO
                       ADD 1 TO WS-QUEDAN-COUNT
                   ELSE
                       PERFORM APLICAR-CAMBIO-APROBADO
                   END-IF
           END-READ.

       APLICAR-CAMBIO-APROBADO.
           MOVE PND-DESPUES TO PND-VISTA-IMAGEN
           MOVE PVI-DOMICILIO TO CUST-DOMICILIO
           MOVE PVI-CICLO TO CUST-CICLO
           MOVE PVI-LIMITE TO CUST-LIMITE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR CLIENTE: " CUST-ID
                   MOVE "ERROR" TO WS-RESULTADO
                   ADD 1 TO WS-QUEDAN-COUNT
               NOT INVALID KEY
                   SET MAUD-ES-APROBACION TO TRUE
                   MOVE WS-IMAGEN-ANTES TO MAUD-ANTES
                   MOVE CUSTOMER-RECORD TO MAUD-DESPUES
                   PERFORM GRABAR-AUDITORIA-MANT
                   PERFORM BORRAR-PENDIENTE
                   DISPLAY "CAMBIO APROBADO Y APLICADO"
                   MOVE "APROBADO" TO WS-RESULTADO
                   ADD 1 TO WS-APROBADOS-COUNT
           END-REWRITE.

       RECHAZAR-CAMBIO.
           SET MAUD-ES-RECHAZO TO TRUE
           MOVE PND-ANTES TO MAUD-ANTES
           MOVE PND-DESPUES TO MAUD-DESPUES
           PERFORM GRABAR-AUDITORIA-MANT
           PERFORM BORRAR-PENDIENTE
           DISPLAY "CAMBIO RECHAZADO"
           MOVE "RECHAZADO" TO WS-RESULTADO
           ADD 1 TO WS-RECHAZADOS-COUNT.

       BORRAR-PENDIENTE.
           DELETE CUSTOMER-PENDING RECORD
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO BORRAR EL PENDIENTE DE "
                       PND-CUST-ID
                   MOVE 16 TO RETURN-CODE
           END-DELETE.

      * Accion L: solo lectura, sale lo que espera mas del plazo.
       LISTAR-ANTIGUEDAD.
           MOVE "CAMBIOS PENDIENTES DE APROBACION" TO WS-HDR-TITULO
           WRITE REVISION-LINE FROM WS-HEADER-LINE1
           WRITE REVISION-LINE FROM WS-HEADER-LINE2
           PERFORM ABRIR-PENDIENTES
           PERFORM LISTAR-PENDIENTE
               UNTIL FIN-DE-PENDIENTES
           IF WS-CUSTPEND-STATUS NOT = "35"
               CLOSE CUSTOMER-PENDING
           END-IF
           MOVE WS-LEIDOS-COUNT TO TOT-LEIDOS
           MOVE WS-DIAS-LIMITE TO TOT-DIAS
           MOVE WS-VENCIDOS-COUNT TO TOT-VENCIDOS
           WRITE REVISION-LINE FROM WS-TOTALES-ANTIGUEDAD-LINE.

       LISTAR-PENDIENTE.
           IF WS-EDAD-DIAS > WS-DIAS-LIMITE
               ADD 1 TO WS-VENCIDOS-COUNT
               MOVE "*VENCIDO" TO WS-RESULTADO
               PERFORM GRABAR-LINEA-PENDIENTE
           END-IF
           PERFORM LEER-PENDIENTE.

       GRABAR-LINEA-PENDIENTE.
           MOVE PND-DESPUES TO PND-VISTA-IMAGEN
           MOVE PND-CUST-ID TO DET-CUST-ID
           MOVE PND-SOLICITADO TO DET-SOLICITADO
           MOVE PND-SOLICITANTE TO DET-SOLICITANTE
           MOVE PND-PROGRAMA TO DET-PROGRAMA
           MOVE WS-EDAD-DIAS TO DET-EDAD
           MOVE PVI-DOMICILIO TO DET-DOMICILIO
           MOVE PVI-CICLO TO DET-CICLO
           MOVE PVI-LIMITE TO DET-LIMITE
           MOVE WS-RESULTADO TO DET-RESULTADO
           WRITE REVISION-LINE FROM WS-DETALLE-LINE.

       FINALIZAR.
           CLOSE REVISION-RPT
           DISPLAY "CAMBIOS PENDIENTES LEIDOS: " WS-LEIDOS-COUNT
           IF ACCION-LISTAR
               DISPLAY "PENDIENTES DE MAS DE " WS-DIAS-LIMITE
                   " DIAS: " WS-VENCIDOS-COUNT
           ELSE
               DISPLAY "APROBADOS: " WS-APROBADOS-COUNT
                   "  RECHAZADOS: " WS-RECHAZADOS-COUNT
                   "  DENEGADOS: " WS-DENEGADOS-COUNT
           END-IF.

       COPY OPERPROP.
       COPY MANTAUDP.
       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM REVISAR-CAMBIOS.
