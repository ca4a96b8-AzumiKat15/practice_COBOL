      * de BALPERIOD (historia por cliente + periodo que mantiene
      * ACTUALIZAR-SALDOS, con el periodo tomado de la fecha de
      * negocio de cada corrida) y el saldo anterior es el acumulado
      * de vida menos esa actividad. El extracto GL lleva, por cada
      * periodo ABIERTO del cliente en BALPERIOD (no solo el
      * seleccionado), EXT-PERIODO = ese periodo y el DELTA de
      * actividad desde la ultima extraccion (marcas de agua
      * PBAL-EXT-* en BALPERIOD, que esta corrida sube): asi actividad
      * de enero posteada en febrero (una reversa de un item de
      * enero, o una corrida de recuperacion) se contabiliza en
      * enero, y dos extracciones del mismo periodo abierto nunca
      * mandan dos veces la misma cifra. Lo extraido para un periodo
      * que no es el seleccionado sale tambien en el estado de cuenta
      * como linea de ajuste bajo el cliente. Un delta en un periodo
      * ya cerrado en PERLEDGER no se extrae (el cierre rechazaria el
      * extracto entero): se avisa y se cuenta al pie del reporte. Un
      * cliente sin actividad nueva se imprime pero no genera detalle
      * de extracto. El modo a pedido de un solo cliente NO toca el
      * extracto: pisarlo destruiria el extracto nocturno pendiente,
      * y lo que el operador necesita es solo la pagina del cliente.
      * Los clientes inactivos con saldo cero se omiten del listado
      * de ciclo o completo (no del modo a pedido); el total final
      * dice cuantos se omitieron.
      *
      * La seleccion viene de la tarjeta de parametros RUNPARM cuando
      * trae el ciclo (asi la corrida nocturna no espera a nadie): el
      * cliente en blanco es todo el ciclo y el periodo en blanco es
      * el mes de la fecha de negocio. Sin ciclo en la tarjeta se
      * pregunta todo por consola, como siempre. La fecha del
      * encabezado y el periodo por defecto son los de la fecha de
      * negocio (RUNPARM, o el reloj si la tarjeta no la trae).
      *
      * En la misma pasada sale IMPRENTA, el archivo para la imprenta
      * que despacha los estados por correo (ver IMPREC): encabezado
      * con ciclo y periodo, un detalle por cada cliente que salio
      * impreso (nombre y domicilio, ciclo, saldo anterior, actividad
      * y saldo nuevo) y un trailer con conteo y total de saldos. Cubre
      * exactamente los clientes del listado, asi que ya nadie re-tipea
      * STATEMENTRPT. Como el extracto GL, solo sale de corridas por
      * ciclo o completas; lo transmite ENVIAR-IMPRENTA, que se niega a
      * mandar dos veces el mismo ciclo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-CUENTA IS INITIAL.
               RECORD KEY IS PBAL-KEY
               FILE STATUS IS WS-BALPER-STATUS.

           SELECT PERIOD-LEDGER ASSIGN TO "PERLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-PERIODO
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRINT-VENDOR ASSIGN TO "IMPRENTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRENTA-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  PERIOD-BALANCE.
       COPY BALPER.

       FD  PERIOD-LEDGER.
       COPY PERLED.

      * Extracto contable legible por maquina, en la misma pasada que
      * el estado de cuenta impreso: un registro sin editar por
      * cliente mas un trailer con conteo y hash (suma de totales),
       FD  GL-EXTRACT.
       COPY EXTREC.

      * Archivo para la imprenta externa, en la misma pasada que el
      * estado de cuenta impreso y con los mismos clientes.
       FD  PRINT-VENDOR.
       COPY IMPREC.

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-BALMAST-STATUS PIC XX VALUE "00".
       77 WS-EXTRACT-STATUS PIC XX VALUE "00".
       77 WS-EXT-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-EXT-HASH PIC S9(8)V99 VALUE ZEROS.
       77 WS-IMPRENTA-STATUS PIC XX VALUE "00".
       77 WS-IMP-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-IMP-TOTAL PIC S9(10)V99 VALUE ZEROS.
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-SALDOS VALUE "Y".
       77 WS-PAGE-NUMBER PIC 9(4) VALUE ZEROS.
       77 WS-EXT-DELTA-COUNT PIC S9(6) VALUE ZEROS.
       77 WS-EXT-DELTA-TOTAL PIC S9(8)V99 VALUE ZEROS.

      * El extracto recorre todos los periodos del cliente y solo
      * manda los abiertos: sin PERLEDGER (o sin fila del periodo)
      * el periodo esta abierto.
       77 WS-LEDGER-STATUS PIC XX VALUE "00".
       77 WS-LEDGER-SWITCH PIC X VALUE "N".
           88 LEDGER-DISPONIBLE VALUE "Y".
       77 WS-PERIODOS-EOF PIC X VALUE "N".
           88 FIN-PERIODOS-CLIENTE VALUE "Y".
       77 WS-PERIODO-ABIERTO-SW PIC X VALUE "Y".
           88 PERIODO-ABIERTO VALUE "Y".
       77 WS-IMPRESO-SWITCH PIC X VALUE "N".
           88 CLIENTE-IMPRESO VALUE "Y".
       77 WS-CERRADOS-PENDIENTES PIC 9(6) VALUE ZEROS.

       COPY RUNPARMW.

       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 DET-RESULTADO  PIC -ZZZZZZZ9.99.

       01 WS-AJUSTE-LINE.
           05 FILLER         PIC X(12) VALUE SPACES.
           05 FILLER         PIC X(20) VALUE "AJUSTE DEL PERIODO ".
           05 AJU-PERIODO    PIC 9(6).
           05 FILLER         PIC X(4) VALUE SPACES.
           05 FILLER         PIC X(18) VALUE "ACTIVIDAD NUEVA: ".
           05 AJU-TOTAL      PIC -ZZZZZZZ9.99.

       01 WS-GRAND-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "TOTAL GENERAL: ".
           05 WS-GT-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-INACTIVOS-OMITIDOS PIC 9(6) VALUE ZEROS.
       01 WS-OMITIDOS-LINE.
           05 FILLER PIC X(36) VALUE
               "INACTIVOS CON SALDO CERO OMITIDOS: ".
           05 WS-OMITIDOS-EDIT PIC ZZZ,ZZ9.
       01 WS-CERRADOS-LINE.
           05 FILLER PIC X(43) VALUE
               "ACTIVIDAD SIN EXTRAER EN PERIODO CERRADO: ".
           05 WS-CERRADOS-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           PERFORM ACEPTAR-SELECCION
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT PRINT-VENDOR
               IF WS-IMPRENTA-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR IMPRENTA, "
                       "STATUS: " WS-IMPRENTA-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM GRABAR-IMPRENTA-ENCABEZADO
               OPEN INPUT PERIOD-LEDGER
               IF WS-LEDGER-STATUS = "00"
                   SET LEDGER-DISPONIBLE TO TRUE
               ELSE
                   IF WS-LEDGER-STATUS NOT = "35"
                       DISPLAY "ERROR: NO SE PUDO ABRIR PERLEDGER, "
                           "STATUS: " WS-LEDGER-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
      * I-O porque la extraccion sube las marcas de agua PBAL-EXT-*
      * (en modo un-cliente solo se lee).
           PERFORM IMPRIMIR-ENCABEZADO.

       ACEPTAR-SELECCION.
           IF RPM-CICLO NOT = SPACE
               PERFORM TOMAR-SELECCION-PARAMETROS
           ELSE
               PERFORM PEDIR-SELECCION-CONSOLA
           END-IF
           IF WS-CICLO-SEL-X IS NUMERIC
               MOVE WS-CICLO-SEL-X TO WS-CICLO-SEL
           ELSE
               MOVE ZERO TO WS-CICLO-SEL
           END-IF
           IF WS-CUST-SEL-X IS NUMERIC
               MOVE WS-CUST-SEL-X TO WS-CUST-SEL
           ELSE
           IF WS-CUST-SEL NOT = ZEROS
               SET MODO-UN-CLIENTE TO TRUE
           END-IF
           IF WS-PERIODO-SEL-X IS NUMERIC
               MOVE WS-PERIODO-SEL-X TO WS-PERIODO-SEL
           ELSE
               MOVE FECHA(1:6) TO WS-PERIODO-SEL
           END-IF.

      * La tarjeta que trae el ciclo es una corrida desatendida: lo
      * que no trae toma su valor por defecto sin preguntar.
       TOMAR-SELECCION-PARAMETROS.
           MOVE RPM-CICLO TO WS-CICLO-SEL-X
           MOVE RPM-CLIENTE TO WS-CUST-SEL-X
           MOVE RPM-PERIODO TO WS-PERIODO-SEL-X
           IF WS-CICLO-SEL-X IS NOT NUMERIC
               DISPLAY "ADVERTENCIA: CICLO INVALIDO EN RUNPARM: "
                   WS-CICLO-SEL-X ", SE IMPRIME TODO"
           END-IF
           DISPLAY "SELECCION DE RUNPARM: CICLO " WS-CICLO-SEL-X
               " CLIENTE " WS-CUST-SEL-X " PERIODO " WS-PERIODO-SEL-X.

       PEDIR-SELECCION-CONSOLA.
           DISPLAY "CICLO A IMPRIMIR (1-9, 0=TODOS): "
           ACCEPT WS-CICLO-SEL-X
           DISPLAY "CLIENTE A PEDIDO (000000=TODO EL CICLO): "
           ACCEPT WS-CUST-SEL-X
           DISPLAY "PERIODO (AAAAMM, VACIO=MES DE NEGOCIO): "
           ACCEPT WS-PERIODO-SEL-X.

       LEER-SALDO.
           READ BALANCE-MASTER NEXT RECORD
               AT END
      * Con ciclo distinto de 0 solo se imprimen (y extraen) los
      * clientes de ESE ciclo: los de ciclo 0 (sin asignar) salen
      * unicamente en la corrida completa, asi dos corridas de ciclo
      * del mismo mes jamas extraen dos veces al mismo cliente. Un
      * cliente inactivo (CUST-INACTIVO) con saldo cero no se imprime,
      * pero su extracto se evalua igual: si tuvo actividad que nunca
      * se extrajo, el GL la tiene que recibir de todos modos.
       PROCESAR-SALDO.
           MOVE BAL-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
                   IF WS-CICLO-SEL = ZERO OR
                       CUST-CICLO = WS-CICLO-SEL
                       PERFORM BUSCAR-ACTIVIDAD-PERIODO
                       IF CUST-INACTIVO AND BAL-TOTAL = ZEROS
                           MOVE "N" TO WS-IMPRESO-SWITCH
                           ADD 1 TO WS-INACTIVOS-OMITIDOS
                       ELSE
                           SET CLIENTE-IMPRESO TO TRUE
                           PERFORM IMPRIMIR-LINEA-DETALLE
                           PERFORM GRABAR-IMPRENTA-DETALLE
                       END-IF
                       PERFORM GRABAR-EXTRACTO-DETALLE
                       ADD BAL-TOTAL TO WS-GRAND-TOTAL
                   END-IF
           END-IF
           COMPUTE WS-ANTERIOR = BAL-TOTAL - WS-ACTIVIDAD.

      * El extracto lleva, por cada periodo abierto del cliente, el
      * DELTA de actividad desde la ultima extraccion, no el mes en
      * que corrio el reporte ni el acumulado: el cierre SUMA los
      * detalles al ledger, asi que mandar acumulados contabilizaria
      * dos veces el solape cuando un cliente sale en dos
      * extracciones del mismo periodo abierto (re-corrida de un
      * ciclo tras posteos tardios, o la corrida completa despues de
      * las de ciclo). Se recorren TODOS los periodos del cliente
      * porque una reversa o una corrida de recuperacion postea en un
      * periodo anterior que sigue abierto, y esa diferencia tambien
      * tiene que llegar al GL en su periodo.
       GRABAR-EXTRACTO-DETALLE.
           IF BALPER-DISPONIBLE
               MOVE BAL-CUST-ID TO PBAL-CUST-ID
               MOVE ZEROS TO PBAL-PERIODO
               MOVE "N" TO WS-PERIODOS-EOF
               START PERIOD-BALANCE KEY NOT < PBAL-KEY
                   INVALID KEY
                       SET FIN-PERIODOS-CLIENTE TO TRUE
               END-START
               PERFORM UNTIL FIN-PERIODOS-CLIENTE
                   READ PERIOD-BALANCE NEXT RECORD
                       AT END
                           SET FIN-PERIODOS-CLIENTE TO TRUE
                       NOT AT END
                           IF PBAL-CUST-ID NOT = BAL-CUST-ID
                               SET FIN-PERIODOS-CLIENTE TO TRUE
                           ELSE
                               PERFORM EXTRAER-DELTA-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * La marca de agua PBAL-EXT-* se sube en el acto; un periodo
      * sin actividad nueva no genera detalle (nada que contabilizar)
      * y uno cerrado queda con su marca como estaba, a la vista en
      * el pie del reporte.
       EXTRAER-DELTA-PERIODO.
           COMPUTE WS-EXT-DELTA-COUNT =
               PBAL-TRANS-COUNT - PBAL-EXT-COUNT
           COMPUTE WS-EXT-DELTA-TOTAL =
               PBAL-TOTAL - PBAL-EXT-TOTAL
           IF WS-EXT-DELTA-COUNT NOT = ZEROS OR
               WS-EXT-DELTA-TOTAL NOT = ZEROS
               PERFORM VERIFICAR-PERIODO-ABIERTO
               IF PERIODO-ABIERTO
                   MOVE "D" TO EXT-TYPE
                   MOVE BAL-CUST-ID TO EXT-CUST-ID
                   MOVE PBAL-PERIODO TO EXT-PERIODO
                   MOVE WS-EXT-DELTA-COUNT TO EXT-TRANS-COUNT
                   MOVE WS-EXT-DELTA-TOTAL TO EXT-TOTAL
                   WRITE EXTRACT-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   IF PBAL-PERIODO NOT = WS-PERIODO-SEL AND
                       CLIENTE-IMPRESO
                       PERFORM IMPRIMIR-LINEA-AJUSTE
                   END-IF
               ELSE
                   ADD 1 TO WS-CERRADOS-PENDIENTES
                   DISPLAY "ADVERTENCIA: ACTIVIDAD SIN EXTRAER EN "
                       "PERIODO CERRADO " PBAL-PERIODO ", CLIENTE "
                       PBAL-CUST-ID
               END-IF
           END-IF.

       VERIFICAR-PERIODO-ABIERTO.
           SET PERIODO-ABIERTO TO TRUE
           IF LEDGER-DISPONIBLE
               MOVE PBAL-PERIODO TO LED-PERIODO
               READ PERIOD-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIODO-CERRADO
                           MOVE "N" TO WS-PERIODO-ABIERTO-SW
                       END-IF
               END-READ
           END-IF.

       GRABAR-EXTRACTO-TRAILER.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "T" TO EXT-TYPE
           MOVE WS-EXT-HASH TO EXT-TRAILER-HASH
           WRITE EXTRACT-RECORD.

       GRABAR-IMPRENTA-ENCABEZADO.
           MOVE SPACES TO IMPRENTA-RECORD
           SET IMP-ES-ENCABEZADO TO TRUE
           MOVE WS-FECHA-NEGOCIO TO IMP-HDR-FECHA
           MOVE WS-CICLO-SEL TO IMP-HDR-CICLO
           MOVE WS-PERIODO-SEL TO IMP-HDR-PERIODO
           WRITE IMPRENTA-RECORD.

      * Un detalle por cliente impreso, con las mismas cifras de la
      * linea de STATEMENTRPT; el trailer suma el saldo nuevo.
       GRABAR-IMPRENTA-DETALLE.
           MOVE SPACES TO IMPRENTA-RECORD
           SET IMP-ES-DETALLE TO TRUE
           MOVE CUST-ID TO IMP-CUST-ID
           MOVE CUST-DOMICILIO TO IMP-DOMICILIO
           MOVE CUST-CICLO TO IMP-CICLO
           MOVE WS-ANTERIOR TO IMP-ANTERIOR
           MOVE WS-ACTIVIDAD TO IMP-ACTIVIDAD
           MOVE BAL-TOTAL TO IMP-SALDO
           WRITE IMPRENTA-RECORD
           ADD 1 TO WS-IMP-COUNT
           ADD BAL-TOTAL TO WS-IMP-TOTAL.

       GRABAR-IMPRENTA-TRAILER.
           MOVE SPACES TO IMPRENTA-RECORD
           SET IMP-ES-TRAILER TO TRUE
           MOVE WS-CICLO-SEL TO IMP-TRL-CICLO
           MOVE WS-PERIODO-SEL TO IMP-TRL-PERIODO
           MOVE WS-IMP-COUNT TO IMP-TRL-COUNT
           MOVE WS-IMP-TOTAL TO IMP-TRL-TOTAL
           WRITE IMPRENTA-RECORD
           DISPLAY "IMPRENTA: " WS-IMP-COUNT " ESTADOS DE CUENTA".

       IMPRIMIR-LINEA-DETALLE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM IMPRIMIR-ENCABEZADO
           WRITE STATEMENT-LINE FROM WS-DETALLE-LINE
           ADD 1 TO WS-LINE-COUNT.

      * Actividad de otro periodo que esta corrida manda al GL, bajo
      * la linea del cliente: el saldo anterior ya la incluye.
       IMPRIMIR-LINEA-AJUSTE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM IMPRIMIR-ENCABEZADO
           END-IF
           MOVE PBAL-PERIODO TO AJU-PERIODO
           MOVE WS-EXT-DELTA-TOTAL TO AJU-TOTAL
           WRITE STATEMENT-LINE FROM WS-AJUSTE-LINE
           ADD 1 TO WS-LINE-COUNT.

       DESCRIBIR-ESTADO.
           EVALUATE TRUE
               WHEN CUST-SOLTERO
       IMPRIMIR-TOTAL-FINAL.
           MOVE WS-GRAND-TOTAL TO WS-GT-EDIT
           WRITE STATEMENT-LINE FROM WS-GRAND-TOTAL-LINE
           IF WS-INACTIVOS-OMITIDOS > ZEROS
               MOVE WS-INACTIVOS-OMITIDOS TO WS-OMITIDOS-EDIT
               WRITE STATEMENT-LINE FROM WS-OMITIDOS-LINE
           END-IF
           IF WS-CERRADOS-PENDIENTES > ZEROS
               MOVE WS-CERRADOS-PENDIENTES TO WS-CERRADOS-EDIT
               WRITE STATEMENT-LINE FROM WS-CERRADOS-LINE
           END-IF
           IF NOT MODO-UN-CLIENTE
               PERFORM GRABAR-EXTRACTO-TRAILER
               PERFORM GRABAR-IMPRENTA-TRAILER
           END-IF.

       FINALIZAR.
           CLOSE STATEMENT-RPT
           IF NOT MODO-UN-CLIENTE
               CLOSE GL-EXTRACT
               CLOSE PRINT-VENDOR
           END-IF
           IF LEDGER-DISPONIBLE
               CLOSE PERIOD-LEDGER
           END-IF.

       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM ESTADO-CUENTA.
