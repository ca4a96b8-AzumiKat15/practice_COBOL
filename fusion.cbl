      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: clientes duplicados en el maestro y su fusion
      * extension: cbl
      *
      * Dos acciones, elegidas por el operador:
      *   R - reporte de candidatos: lee CUSTOMER-MASTER completo,
      *       ordena por domicilio (CUST-NOMBRE + CUST-TIPO +
      *       CUST-NUMERO) y lista en FUSIONRPT cada grupo de dos o
      *       mas CUST-ID con el mismo domicilio, con su saldo de vida
      *       de BALMAST. El ID mas bajo del grupo (el alta mas vieja)
      *       se marca como sobreviviente sugerido. Solo lee.
      *   F - fusion: un supervisor (nivel 3 en OPERPROF; el intento
      *       sin nivel queda "N" en MANTAUD) indica el CUST-ID que
      *       sobrevive y el duplicado, que tienen que tener el mismo
      *       domicilio. El saldo de vida de BALMAST y cada fila de
      *       BALPERIOD del duplicado se suman al sobreviviente (la
      *       fila del mismo periodo se acumula, marcas de agua de
      *       extraccion incluidas, asi lo ya extraido al GL no se
      *       vuelve a extraer); los items de HOLDFILE y de SUSPFILE
      *       del duplicado pasan al sobreviviente en HOLDNEW y
      *       SUSPNEW (que reemplazan a HOLDFILE y SUSPFILE, como en
      *       los jobs de reciclo; un item de suspenso que ya se
      *       devolvio a su sucursal queda como estaba, para que
      *       RECICLAR-SUSPENSO lo siga descartando por DEVREG); el
      *       duplicado se borra del maestro y MANTAUD recibe un
      *       registro "M" con las imagenes completas del duplicado
      *       (antes) y del sobreviviente (despues). FUSREG registra
      *       la fusion para que la prueba de saldos acredite al
      *       sobreviviente el historial del AUDITLOG que sigue
      *       grabado con el ID viejo.
      *
      * La fusion toca varios archivos y no puede quedar a medias:
      * primero se calculan TODAS las imagenes posteriores del
      * sobreviviente (BALMAST "B" y BALPERIOD "P", por periodo) en
      * la bitacora FUSCKPT, y recien al final se graba la "R" con
      * el par de clientes. Sin "R" nada se aplico todavia y las
      * imagenes sueltas se descartan; con "R" la corrida siguiente
      * entra en modo reinicio y rehace todo desde las imagenes
      * guardadas (re-aplicar una imagen y re-borrar lo ya borrado
      * es inocuo). Mismo patron que POSTCKPT y CIERCKPT.
      *
      * Una fusion nueva no arranca mientras ACTUALIZAR-SALDOS tenga
      * un posteo a medias en POSTCKPT: su reinicio re-aplicaria
      * imagenes de saldo grabadas con el ID del duplicado. Las
      * corridas reconciliadas que todavia no se postearon no frenan
      * la fusion: ACTUALIZAR-SALDOS las postea al sobreviviente por
      * FUSREG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONAR-CLIENTES.
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

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLD-NEW ASSIGN TO "HOLDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDNEW-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUSPENSE-NEW ASSIGN TO "SUSPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPNEW-STATUS.

           SELECT DEVUELTO-REG ASSIGN TO "DEVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-KEY
               FILE STATUS IS WS-DEVREG-STATUS.

           SELECT FUSION-REG ASSIGN TO "FUSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-CUST-DUPLICADO
               FILE STATUS IS WS-FUSREG-STATUS.

           SELECT FUSION-CHECKPOINT ASSIGN TO "FUSCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCK-KEY
               FILE STATUS IS WS-FUSCKPT-STATUS.

           SELECT POSTING-CHECKPOINT ASSIGN TO "POSTCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-KEY
               FILE STATUS IS WS-POSTCKPT-STATUS.

           SELECT MAINT-AUDIT ASSIGN TO "MANTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTAUD-STATUS.

           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERPROF-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT SORTED-FUSION ASSIGN TO "SORTFUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTFUS-STATUS.

           SELECT FUSION-RPT ASSIGN TO "FUSIONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  BALANCE-MASTER.
       COPY BALMAST.

       FD  PERIOD-BALANCE.
       COPY BALPER.

       FD  HOLD-FILE.
       01  HOLD-LINE PIC X(80).

       FD  HOLD-NEW.
       01  HOLD-NEW-LINE PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE PIC X(80).

       FD  SUSPENSE-NEW.
       01  SUSPENSE-NEW-LINE PIC X(80).

       FD  DEVUELTO-REG.
       COPY DEVREG.

       FD  FUSION-REG.
       COPY FUSREG.

      * Bitacora de rehacer de la fusion en curso. "B" guarda la
      * imagen posterior del BALANCE-RECORD del sobreviviente, "P"
      * la de su PERIOD-BALANCE-RECORD de cada periodo (valor =
      * periodo) y "R" el par de CUSTOMER-RECORD (sobreviviente y
      * duplicado), que se graba ultimo: "R" presente = imagenes
      * completas.
       FD  FUSION-CHECKPOINT.
       01  FUSION-CHECKPOINT-RECORD.
           05 FCK-KEY.
               10 FCK-TIPO PIC X.
                   88 FCK-ES-SALDO VALUE "B".
                   88 FCK-ES-PERIODO VALUE "P".
                   88 FCK-ES-PAR VALUE "R".
               10 FCK-VALOR PIC X(6).
           05 FCK-IMAGEN PIC X(100).

      * Solo se mira si la bitacora del posteo tiene algo; el detalle
      * del registro es de ACTUALIZAR-SALDOS.
       FD  POSTING-CHECKPOINT.
       01  POSTING-CHECKPOINT-RECORD.
           05 PCK-KEY.
               10 PCK-TIPO PIC X.
               10 PCK-VALOR PIC X(14).
           05 PCK-IMAGEN PIC X(68).

       FD  MAINT-AUDIT.
       01  MANT-AUDIT-LINE PIC X(140).

       FD  OPERATOR-PROFILE.
       COPY OPERPROF.

      * Al SORT viaja el domicilio adelante, asi los duplicados
      * quedan juntos y ordenados por CUST-ID dentro del grupo.
       SD  SORT-WORK-FILE.
       01  SORT-DUP-RECORD.
           05 SDU-DOMICILIO.
               10 SDU-NOMBRE PIC X(20).
               10 SDU-TIPO PIC XXX.
               10 SDU-NUMERO PIC 9(4).
           05 SDU-CUST-ID PIC 9(6).
           05 SDU-ESTADO PIC 9.
           05 SDU-CICLO PIC 9.
           05 SDU-LIMITE PIC 9(8)V99.

       FD  SORTED-FUSION.
       01  SORTED-FUSION-LINE PIC X(45).

       FD  FUSION-RPT.
       01  FUSION-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-BALMAST-STATUS PIC XX VALUE "00".
       77 WS-BALPER-STATUS PIC XX VALUE "00".
       77 WS-HOLD-STATUS PIC XX VALUE "00".
       77 WS-HOLDNEW-STATUS PIC XX VALUE "00".
       77 WS-SUSPENSE-STATUS PIC XX VALUE "00".
       77 WS-SUSPNEW-STATUS PIC XX VALUE "00".
       77 WS-DEVREG-STATUS PIC XX VALUE "00".
       77 WS-FUSREG-STATUS PIC XX VALUE "00".
       77 WS-FUSCKPT-STATUS PIC XX VALUE "00".
       77 WS-POSTCKPT-STATUS PIC XX VALUE "00".
       77 WS-MANTAUD-STATUS PIC XX VALUE "00".
       77 WS-SORTFUS-STATUS PIC XX VALUE "00".
       77 WS-FUSRPT-STATUS PIC XX VALUE "00".
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-RUN-ID PIC X(14) VALUE SPACES.
       77 WS-ACCION PIC X VALUE SPACE.
           88 ACCION-REPORTE VALUE "R".
           88 ACCION-FUSION VALUE "F".
       77 WS-BALMAST-SWITCH PIC X VALUE "N".
           88 BALMAST-PRESENTE VALUE "Y".
       77 WS-DEVREG-SWITCH PIC X VALUE "N".
           88 DEVREG-PRESENTE VALUE "Y".
       77 WS-DEVUELTO-SWITCH PIC X VALUE "N".
           88 ITEM-DEVUELTO VALUE "Y".
       77 WS-REINICIO-SW PIC X VALUE "N".
           88 MODO-REINICIO VALUE "Y".
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-ARCHIVO VALUE "Y".
       77 WS-GRUPO-SWITCH PIC X VALUE "N".
           88 EN-GRUPO VALUE "Y".
       77 WS-ID-SOBREVIVE-X PIC X(6) VALUE SPACES.
       77 WS-ID-DUPLICADO-X PIC X(6) VALUE SPACES.
       77 WS-ID-SOBREVIVE PIC 9(6) VALUE ZEROS.
       77 WS-ID-DUPLICADO PIC 9(6) VALUE ZEROS.
       77 WS-GRUPOS-COUNT PIC 9(4) VALUE ZEROS.
       77 WS-CANDIDATOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-PERIODOS-COUNT PIC 9(4) VALUE ZEROS.
       77 WS-RETENIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SUSPENSO-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-DEVUELTOS-COUNT PIC 9(6) VALUE ZEROS.

      * El par de clientes de la fusion, tal como queda en la "R" de
      * FUSCKPT: las imagenes completas van a MANTAUD al final.
       01 WS-PAR-FUSION.
           05 WS-PAR-SOBREVIVE PIC X(50).
           05 WS-PAR-DUPLICADO PIC X(50).

      * Saldo de vida del duplicado mientras se arma la imagen "B".
       01 WS-BAL-DUPLICADO.
           05 WS-BDU-CUST-ID PIC 9(6).
           05 WS-BDU-TRANS-COUNT PIC 9(6).
           05 WS-BDU-TOTAL PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 WS-BDU-LAST-RUN-ID PIC X(14).
           05 WS-BDU-LAST-POSTED PIC X(8).

      * Filas de BALPERIOD del duplicado. Se juntan primero en la
      * tabla porque la lectura al azar de la fila del sobreviviente
      * pierde la posicion del READ NEXT; 120 periodos son diez anos
      * de historia y mas es un error de datos: la fusion se rechaza
      * antes de aplicar nada.
       77 WS-FILAS-USADAS PIC 9(3) VALUE ZEROS.
       77 WS-FILA-IDX PIC 9(3) VALUE ZEROS.
       01 WS-TABLA-FILAS.
           05 WS-FILA-DUP PIC X(68) OCCURS 120 TIMES.
       01 WS-PBAL-DUP.
           05 WS-PDU-CUST-ID PIC 9(6).
           05 WS-PDU-PERIODO PIC 9(6).
           05 WS-PDU-TRANS-COUNT PIC 9(6).
           05 WS-PDU-TOTAL PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 WS-PDU-LAST-RUN-ID PIC X(14).
           05 WS-PDU-LAST-POSTED PIC X(8).
           05 WS-PDU-EXT-COUNT PIC 9(6).
           05 WS-PDU-EXT-TOTAL PIC S9(8)V99 SIGN IS TRAILING SEPARATE.

      * Registro actual y anterior del archivo ordenado: el grupo se
      * detecta mirando hacia atras.
       01 WS-DUP-ACTUAL.
           05 WS-ACT-DOMICILIO PIC X(27).
           05 WS-ACT-CUST-ID PIC 9(6).
           05 WS-ACT-ESTADO PIC 9.
           05 WS-ACT-CICLO PIC 9.
           05 WS-ACT-LIMITE PIC 9(8)V99.
       01 WS-DUP-ANTERIOR.
           05 WS-ANT-DOMICILIO PIC X(27).
           05 WS-ANT-CUST-ID PIC 9(6).
           05 WS-ANT-ESTADO PIC 9.
           05 WS-ANT-CICLO PIC 9.
           05 WS-ANT-LIMITE PIC 9(8)V99.
       01 WS-DUP-IMPRIMIR.
           05 WS-IMP-NOMBRE PIC X(20).
           05 WS-IMP-TIPO PIC XXX.
           05 WS-IMP-NUMERO PIC 9(4).
           05 WS-IMP-CUST-ID PIC 9(6).
           05 WS-IMP-ESTADO PIC 9.
           05 WS-IMP-CICLO PIC 9.
           05 WS-IMP-LIMITE PIC 9(8)V99.

       COPY SUSPREC.
       COPY RETREC.
       COPY OPERPROW.
       COPY MANTAUD.

       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-HEADER-LINE1.
           05 FILLER PIC X(36) VALUE
               "CLIENTES DUPLICADOS Y FUSIONES".
           05 FILLER PIC X(8) VALUE "FECHA: ".
           05 WS-HDR-FECHA PIC 99/99/9999.

       01 WS-HEADER-DUP.
           05 FILLER PIC X(8) VALUE "GRUPO".
           05 FILLER PIC X(9) VALUE "CLIENTE".
           05 FILLER PIC X(4) VALUE "TIPO".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(8) VALUE "NUMERO".
           05 FILLER PIC X(4) VALUE "EST".
           05 FILLER PIC X(3) VALUE "CIC".
           05 FILLER PIC X(15) VALUE "       LIMITE".
           05 FILLER PIC X(16) VALUE " SALDO DE VIDA".

       01 WS-DUP-DETALLE.
           05 DDT-GRUPO PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DDT-CUST-ID PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DDT-TIPO PIC XXX.
           05 FILLER PIC X VALUE SPACE.
           05 DDT-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DDT-NUMERO PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DDT-ESTADO PIC 9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DDT-CICLO PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DDT-LIMITE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DDT-SALDO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DDT-NOTA PIC X(24).

       01 WS-DUP-TOTAL-LINE.
           05 FILLER PIC X(22) VALUE "GRUPOS DE CANDIDATOS: ".
           05 TOT-GRUPOS PIC Z,ZZ9.
           05 FILLER PIC X(12) VALUE "  CLIENTES: ".
           05 TOT-CANDIDATOS PIC ZZZ,ZZ9.

       01 WS-FUS-PAR-LINE.
           05 FILLER PIC X(19) VALUE "CLIENTE DUPLICADO: ".
           05 RFU-DUPLICADO PIC 9(6).
           05 FILLER PIC X(17) VALUE "  ABSORBIDO POR: ".
           05 RFU-SOBREVIVE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFU-MODO PIC X(20).

       01 WS-FUS-SALDO-LINE.
           05 FILLER PIC X(30) VALUE
               "SALDO DE VIDA DEL SOBREVIVE: ".
           05 RFU-SALDO PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  TRANS: ".
           05 RFU-TRANS PIC ZZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "  PERIODOS FUSIONADOS:".
           05 RFU-PERIODOS PIC Z,ZZ9.

       01 WS-FUS-ITEMS-LINE.
           05 FILLER PIC X(25) VALUE "RETENIDOS REAPUNTADOS: ".
           05 RFU-RETENIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(24) VALUE "  SUSPENSO REAPUNTADO: ".
           05 RFU-SUSPENSO PIC ZZZ,ZZ9.
           05 FILLER PIC X(29) VALUE
               "  YA DEVUELTOS (SIN CAMBIO): ".
           05 RFU-DEVUELTOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM ACEPTAR-ACCION
           EVALUATE TRUE
               WHEN ACCION-REPORTE
                   PERFORM REPORTAR-DUPLICADOS
               WHEN ACCION-FUSION
                   PERFORM FUSIONAR-DUPLICADO
           END-EVALUATE
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           ACCEPT FECHA FROM DATE YYYYMMDD
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-ID(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-RUN-ID(9:6)
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "FUSION" TO MAUD-PROGRAMA
           OPEN OUTPUT FUSION-RPT
           IF WS-FUSRPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR FUSIONRPT, STATUS: "
                   WS-FUSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           WRITE FUSION-LINE FROM WS-HEADER-LINE1.

       ACEPTAR-ACCION.
           DISPLAY "ACCION (R-REPORTE DE DUPLICADOS, F-FUSIONAR): "
           ACCEPT WS-ACCION
           IF NOT ACCION-REPORTE AND NOT ACCION-FUSION
               DISPLAY "ERROR: ACCION INVALIDA: " WS-ACCION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * R - reporte de candidatos
      ******************************************************************
       REPORTAR-DUPLICADOS.
           OPEN INPUT CUSTOMER-MASTER
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
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SDU-NOMBRE SDU-TIPO SDU-NUMERO
                   SDU-CUST-ID
               INPUT PROCEDURE IS LIBERAR-CLIENTES
               GIVING SORTED-FUSION
           CLOSE CUSTOMER-MASTER
           WRITE FUSION-LINE FROM WS-HEADER-DUP
           OPEN INPUT SORTED-FUSION
           IF WS-SORTFUS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SORTFUS, STATUS: "
                   WS-SORTFUS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE HIGH-VALUES TO WS-DUP-ANTERIOR
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM LEER-ORDENADO
           PERFORM COMPARAR-CANDIDATO
               UNTIL FIN-DE-ARCHIVO
           CLOSE SORTED-FUSION
           IF BALMAST-PRESENTE
               CLOSE BALANCE-MASTER
           END-IF
           MOVE WS-GRUPOS-COUNT TO TOT-GRUPOS
           MOVE WS-CANDIDATOS-COUNT TO TOT-CANDIDATOS
           MOVE SPACES TO FUSION-LINE
           WRITE FUSION-LINE
           WRITE FUSION-LINE FROM WS-DUP-TOTAL-LINE
           DISPLAY "GRUPOS DE DUPLICADOS: " WS-GRUPOS-COUNT
               " CLIENTES: " WS-CANDIDATOS-COUNT.

      * Un nombre en blanco no identifica a nadie: no es candidato.
       LIBERAR-CLIENTES.
           MOVE LOW-VALUES TO CUST-ID
           MOVE "N" TO WS-EOF-SWITCH
           START CUSTOMER-MASTER KEY NOT < CUST-ID
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START
           PERFORM LIBERAR-CLIENTE
               UNTIL FIN-DE-ARCHIVO.

       LIBERAR-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET FIN-DE-ARCHIVO TO TRUE
               NOT AT END
                   IF CUST-NOMBRE NOT = SPACES
                       MOVE CUST-NOMBRE TO SDU-NOMBRE
                       MOVE CUST-TIPO TO SDU-TIPO
                       MOVE CUST-NUMERO TO SDU-NUMERO
                       MOVE CUST-ID TO SDU-CUST-ID
                       MOVE CUST-ESTADO TO SDU-ESTADO
                       MOVE CUST-CICLO TO SDU-CICLO
                       MOVE CUST-LIMITE TO SDU-LIMITE
                       RELEASE SORT-DUP-RECORD
                   END-IF
           END-READ.

       LEER-ORDENADO.
           READ SORTED-FUSION INTO WS-DUP-ACTUAL
               AT END
                   SET FIN-DE-ARCHIVO TO TRUE
           END-READ.

      * Mismo domicilio que el anterior: si es el segundo del grupo
      * se abre el grupo imprimiendo tambien al anterior (el ID mas
      * bajo, sobreviviente sugerido).
       COMPARAR-CANDIDATO.
           IF WS-ACT-DOMICILIO = WS-ANT-DOMICILIO
               IF NOT EN-GRUPO
                   SET EN-GRUPO TO TRUE
                   ADD 1 TO WS-GRUPOS-COUNT
                   MOVE SPACES TO FUSION-LINE
                   WRITE FUSION-LINE
                   MOVE WS-DUP-ANTERIOR TO WS-DUP-IMPRIMIR
                   MOVE "SOBREVIVIENTE SUGERIDO" TO DDT-NOTA
                   PERFORM IMPRIMIR-CANDIDATO
               END-IF
               MOVE WS-DUP-ACTUAL TO WS-DUP-IMPRIMIR
               MOVE SPACES TO DDT-NOTA
               PERFORM IMPRIMIR-CANDIDATO
           ELSE
               MOVE "N" TO WS-GRUPO-SWITCH
           END-IF
           MOVE WS-DUP-ACTUAL TO WS-DUP-ANTERIOR
           PERFORM LEER-ORDENADO.

       IMPRIMIR-CANDIDATO.
           ADD 1 TO WS-CANDIDATOS-COUNT
           MOVE WS-GRUPOS-COUNT TO DDT-GRUPO
           MOVE WS-IMP-CUST-ID TO DDT-CUST-ID
           MOVE WS-IMP-TIPO TO DDT-TIPO
           MOVE WS-IMP-NOMBRE TO DDT-NOMBRE
           MOVE WS-IMP-NUMERO TO DDT-NUMERO
           MOVE WS-IMP-ESTADO TO DDT-ESTADO
           MOVE WS-IMP-CICLO TO DDT-CICLO
           MOVE WS-IMP-LIMITE TO DDT-LIMITE
           MOVE ZEROS TO DDT-SALDO
           IF BALMAST-PRESENTE
               MOVE WS-IMP-CUST-ID TO BAL-CUST-ID
               READ BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAL-TOTAL TO DDT-SALDO
               END-READ
           END-IF
           WRITE FUSION-LINE FROM WS-DUP-DETALLE.

      ******************************************************************
      * F - fusion de un duplicado en su sobreviviente
      ******************************************************************
       FUSIONAR-DUPLICADO.
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
               DISPLAY "ERROR: FUSION DENEGADA, SE REQUIERE NIVEL 3 "
                   "EN OPERPROF"
               SET MAUD-ES-DENEGADO TO TRUE
               MOVE SPACES TO MAUD-ANTES
               MOVE SPACES TO MAUD-DESPUES
               PERFORM GRABAR-AUDITORIA-MANT
               CLOSE MAINT-AUDIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-ARCHIVOS-FUSION
           PERFORM DETECTAR-REINICIO-FUSION
           IF NOT MODO-REINICIO
               PERFORM VERIFICAR-POSTEO-PENDIENTE
               PERFORM ACEPTAR-CLIENTES-FUSION
               PERFORM PREPARAR-IMAGENES-FUSION
           END-IF
           PERFORM APLICAR-IMAGENES-FUSION
           PERFORM REAPUNTAR-RETENIDOS
           PERFORM REAPUNTAR-SUSPENSO
           MOVE WS-ID-DUPLICADO TO CUST-ID
           DELETE CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM REGISTRAR-FUSION
           PERFORM LIMPIAR-CHECKPOINT-FUSION
           PERFORM INFORMAR-FUSION
           CLOSE CUSTOMER-MASTER
           CLOSE BALANCE-MASTER
           CLOSE PERIOD-BALANCE
           CLOSE FUSION-REG
           CLOSE MAINT-AUDIT.

       ABRIR-ARCHIVOS-FUSION.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUSTMAST, STATUS: "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BALANCE-MASTER
           IF WS-BALMAST-STATUS = "35"
               OPEN OUTPUT BALANCE-MASTER
               CLOSE BALANCE-MASTER
               OPEN I-O BALANCE-MASTER
           END-IF
           IF WS-BALMAST-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR BALMAST, STATUS: "
                   WS-BALMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PERIOD-BALANCE
           IF WS-BALPER-STATUS = "35"
               OPEN OUTPUT PERIOD-BALANCE
               CLOSE PERIOD-BALANCE
               OPEN I-O PERIOD-BALANCE
           END-IF
           IF WS-BALPER-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR BALPERIOD, STATUS: "
                   WS-BALPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FUSION-REG
           IF WS-FUSREG-STATUS = "35"
               OPEN OUTPUT FUSION-REG
               CLOSE FUSION-REG
               OPEN I-O FUSION-REG
           END-IF
           IF WS-FUSREG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR FUSREG, STATUS: "
                   WS-FUSREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FUSION-CHECKPOINT
           IF WS-FUSCKPT-STATUS = "35"
               OPEN OUTPUT FUSION-CHECKPOINT
               CLOSE FUSION-CHECKPOINT
               OPEN I-O FUSION-CHECKPOINT
           END-IF
           IF WS-FUSCKPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR FUSCKPT, STATUS: "
                   WS-FUSCKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Con "R" en FUSCKPT la fusion anterior quedo a medias despues
      * de congelar sus imagenes: se retoma ese par, sin preguntar.
      * Sin "R" pero con registros, la preparacion se corto antes de
      * aplicar nada: las imagenes sueltas se descartan.
       DETECTAR-REINICIO-FUSION.
           MOVE "R" TO FCK-TIPO
           MOVE SPACES TO FCK-VALOR
           READ FUSION-CHECKPOINT
               INVALID KEY
                   PERFORM DESCARTAR-IMAGENES-SUELTAS
               NOT INVALID KEY
                   SET MODO-REINICIO TO TRUE
                   MOVE FCK-IMAGEN TO WS-PAR-FUSION
                   MOVE WS-PAR-SOBREVIVE(1:6) TO WS-ID-SOBREVIVE
                   MOVE WS-PAR-DUPLICADO(1:6) TO WS-ID-DUPLICADO
                   DISPLAY "REINICIANDO FUSION DEL CLIENTE "
                       WS-ID-DUPLICADO " EN " WS-ID-SOBREVIVE
                       " DESDE FUSCKPT"
           END-READ.

       DESCARTAR-IMAGENES-SUELTAS.
           MOVE LOW-VALUES TO FCK-KEY
           START FUSION-CHECKPOINT KEY NOT < FCK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "DESCARTANDO IMAGENES DE UNA FUSION QUE NO "
                       "LLEGO A APLICARSE"
                   PERFORM LIMPIAR-CHECKPOINT-FUSION
                   OPEN I-O FUSION-CHECKPOINT
                   IF WS-FUSCKPT-STATUS NOT = "00"
                       DISPLAY "ERROR: NO SE PUDO ABRIR FUSCKPT, "
                           "STATUS: " WS-FUSCKPT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-START.

      * Una fusion a medias se retoma igual (ya se chequeo al
      * empezarla); una nueva espera a que el posteo pendiente
      * termine.
       VERIFICAR-POSTEO-PENDIENTE.
           OPEN INPUT POSTING-CHECKPOINT
           IF WS-POSTCKPT-STATUS NOT = "35"
               IF WS-POSTCKPT-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR POSTCKPT, STATUS: "
                       WS-POSTCKPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO PCK-KEY
               START POSTING-CHECKPOINT KEY NOT < PCK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ERROR: ACTUALIZAR-SALDOS TIENE UN "
                           "POSTEO PENDIENTE EN POSTCKPT, TERMINARLO "
                           "ANTES DE FUSIONAR"
                       CLOSE POSTING-CHECKPOINT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-START
               CLOSE POSTING-CHECKPOINT
           END-IF.

      * Los dos clientes tienen que existir, ser distintos y tener el
      * mismo domicilio: la fusion no es una herramienta para juntar
      * cuentas de clientes diferentes.
       ACEPTAR-CLIENTES-FUSION.
           DISPLAY "ID DEL CLIENTE QUE SOBREVIVE: "
           ACCEPT WS-ID-SOBREVIVE-X
           DISPLAY "ID DEL CLIENTE DUPLICADO A ELIMINAR: "
           ACCEPT WS-ID-DUPLICADO-X
           IF WS-ID-SOBREVIVE-X IS NOT NUMERIC OR
               WS-ID-DUPLICADO-X IS NOT NUMERIC
               DISPLAY "ERROR: ID DE CLIENTE NO NUMERICO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ID-SOBREVIVE-X TO WS-ID-SOBREVIVE
           MOVE WS-ID-DUPLICADO-X TO WS-ID-DUPLICADO
           IF WS-ID-SOBREVIVE = WS-ID-DUPLICADO
               DISPLAY "ERROR: EL SOBREVIVIENTE Y EL DUPLICADO SON EL "
                   "MISMO CLIENTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ID-DUPLICADO TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "ERROR: NO EXISTE EL CLIENTE DUPLICADO "
                       WS-ID-DUPLICADO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE SPACES TO WS-PAR-FUSION
           MOVE CUSTOMER-RECORD TO WS-PAR-DUPLICADO
           MOVE WS-ID-SOBREVIVE TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "ERROR: NO EXISTE EL CLIENTE SOBREVIVIENTE "
                       WS-ID-SOBREVIVE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE CUSTOMER-RECORD TO WS-PAR-SOBREVIVE
           IF WS-PAR-SOBREVIVE(8:27) NOT = WS-PAR-DUPLICADO(8:27)
               DISPLAY "ERROR: LOS CLIENTES " WS-ID-SOBREVIVE " Y "
                   WS-ID-DUPLICADO " NO TIENEN EL MISMO DOMICILIO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Solo lectura de BALMAST y BALPERIOD: se congelan en FUSCKPT
      * las imagenes posteriores del sobreviviente y, al final, el
      * par "R".
       PREPARAR-IMAGENES-FUSION.
           PERFORM PREPARAR-IMAGEN-SALDO
           PERFORM JUNTAR-FILAS-DUPLICADO
           PERFORM PREPARAR-IMAGEN-PERIODO
               VARYING WS-FILA-IDX FROM 1 BY 1
               UNTIL WS-FILA-IDX > WS-FILAS-USADAS
           MOVE "R" TO FCK-TIPO
           MOVE SPACES TO FCK-VALOR
           MOVE WS-PAR-FUSION TO FCK-IMAGEN
           PERFORM GRABAR-IMAGEN-FUSION.

      * El saldo de vida del duplicado se suma al del sobreviviente
      * (que se crea si no tenia); la ultima corrida posteada queda
      * la mas reciente de las dos.
       PREPARAR-IMAGEN-SALDO.
           MOVE WS-ID-DUPLICADO TO BAL-CUST-ID
           READ BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BALANCE-RECORD TO WS-BAL-DUPLICADO
                   MOVE WS-ID-SOBREVIVE TO BAL-CUST-ID
                   READ BALANCE-MASTER
                       INVALID KEY
                           INITIALIZE BALANCE-RECORD
                           MOVE WS-ID-SOBREVIVE TO BAL-CUST-ID
                   END-READ
                   ADD WS-BDU-TRANS-COUNT TO BAL-TRANS-COUNT
                   ADD WS-BDU-TOTAL TO BAL-TOTAL
                   IF WS-BDU-LAST-RUN-ID > BAL-LAST-RUN-ID
                       MOVE WS-BDU-LAST-RUN-ID TO BAL-LAST-RUN-ID
                       MOVE WS-BDU-LAST-POSTED TO BAL-LAST-POSTED
                   END-IF
                   MOVE "B" TO FCK-TIPO
                   MOVE SPACES TO FCK-VALOR
                   MOVE BALANCE-RECORD TO FCK-IMAGEN
                   PERFORM GRABAR-IMAGEN-FUSION
           END-READ.

       JUNTAR-FILAS-DUPLICADO.
           MOVE ZEROS TO WS-FILAS-USADAS
           MOVE WS-ID-DUPLICADO TO PBAL-CUST-ID
           MOVE ZEROS TO PBAL-PERIODO
           MOVE "N" TO WS-EOF-SWITCH
           START PERIOD-BALANCE KEY NOT < PBAL-KEY
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START
           PERFORM JUNTAR-FILA-DUPLICADO
               UNTIL FIN-DE-ARCHIVO.

       JUNTAR-FILA-DUPLICADO.
           READ PERIOD-BALANCE NEXT RECORD
               AT END
                   SET FIN-DE-ARCHIVO TO TRUE
               NOT AT END
                   IF PBAL-CUST-ID NOT = WS-ID-DUPLICADO
                       SET FIN-DE-ARCHIVO TO TRUE
                   ELSE
                       IF WS-FILAS-USADAS NOT < 120
                           DISPLAY "ERROR: EL CLIENTE "
                               WS-ID-DUPLICADO " TIENE MAS DE 120 "
                               "PERIODOS EN BALPERIOD, FUSION "
                               "RECHAZADA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FILAS-USADAS
                       MOVE PERIOD-BALANCE-RECORD
                           TO WS-FILA-DUP(WS-FILAS-USADAS)
                   END-IF
           END-READ.

      * La fila del mismo periodo se acumula completa: actividad y
      * marca de agua de extraccion. Asi lo que ya se extrajo al GL
      * por el duplicado cuenta como extraido para el sobreviviente
      * y el proximo estado de cuenta solo extrae la diferencia.
       PREPARAR-IMAGEN-PERIODO.
           MOVE WS-FILA-DUP(WS-FILA-IDX) TO WS-PBAL-DUP
           MOVE WS-ID-SOBREVIVE TO PBAL-CUST-ID
           MOVE WS-PDU-PERIODO TO PBAL-PERIODO
           READ PERIOD-BALANCE
               INVALID KEY
                   MOVE WS-PBAL-DUP TO PERIOD-BALANCE-RECORD
                   MOVE WS-ID-SOBREVIVE TO PBAL-CUST-ID
               NOT INVALID KEY
                   ADD WS-PDU-TRANS-COUNT TO PBAL-TRANS-COUNT
                   ADD WS-PDU-TOTAL TO PBAL-TOTAL
                   ADD WS-PDU-EXT-COUNT TO PBAL-EXT-COUNT
                   ADD WS-PDU-EXT-TOTAL TO PBAL-EXT-TOTAL
                   IF WS-PDU-LAST-RUN-ID > PBAL-LAST-RUN-ID
                       MOVE WS-PDU-LAST-RUN-ID TO PBAL-LAST-RUN-ID
                       MOVE WS-PDU-LAST-POSTED TO PBAL-LAST-POSTED
                   END-IF
           END-READ
           MOVE "P" TO FCK-TIPO
           MOVE SPACES TO FCK-VALOR
           MOVE WS-PDU-PERIODO TO FCK-VALOR
           MOVE PERIOD-BALANCE-RECORD TO FCK-IMAGEN
           PERFORM GRABAR-IMAGEN-FUSION.

       GRABAR-IMAGEN-FUSION.
           WRITE FUSION-CHECKPOINT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO GRABAR FUSCKPT, STATUS: "
                       WS-FUSCKPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      * Cada imagen se aplica al sobreviviente y en seguida se borra
      * la fila equivalente del duplicado. Todo es repetible: en un
      * reinicio la imagen se re-aplica igual y el borrado de lo que
      * ya no esta se ignora.
       APLICAR-IMAGENES-FUSION.
           MOVE LOW-VALUES TO FCK-KEY
           MOVE "N" TO WS-EOF-SWITCH
           START FUSION-CHECKPOINT KEY NOT < FCK-KEY
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START
           PERFORM APLICAR-IMAGEN-FUSION
               UNTIL FIN-DE-ARCHIVO.

       APLICAR-IMAGEN-FUSION.
           READ FUSION-CHECKPOINT NEXT RECORD
               AT END
                   SET FIN-DE-ARCHIVO TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FCK-ES-SALDO
                           PERFORM APLICAR-IMAGEN-SALDO
                       WHEN FCK-ES-PERIODO
                           PERFORM APLICAR-IMAGEN-PERIODO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       APLICAR-IMAGEN-SALDO.
           MOVE FCK-IMAGEN TO BALANCE-RECORD
           WRITE BALANCE-RECORD
               INVALID KEY
                   REWRITE BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO ACTUALIZAR "
                               "BALMAST, STATUS: " WS-BALMAST-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE
           MOVE WS-ID-DUPLICADO TO BAL-CUST-ID
           DELETE BALANCE-MASTER
               INVALID KEY
                   CONTINUE
           END-DELETE.

       APLICAR-IMAGEN-PERIODO.
           MOVE FCK-IMAGEN TO PERIOD-BALANCE-RECORD
           ADD 1 TO WS-PERIODOS-COUNT
           WRITE PERIOD-BALANCE-RECORD
               INVALID KEY
                   REWRITE PERIOD-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO ACTUALIZAR "
                               "BALPERIOD, STATUS: " WS-BALPER-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE
           MOVE WS-ID-DUPLICADO TO PBAL-CUST-ID
           DELETE PERIOD-BALANCE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      * HOLDNEW reemplaza a HOLDFILE: todos los items pasan, los del
      * duplicado ya con el ID del sobreviviente.
       REAPUNTAR-RETENIDOS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               DISPLAY "NO EXISTE HOLDFILE, NADA QUE REAPUNTAR"
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR HOLDFILE, STATUS: "
                       WS-HOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT HOLD-NEW
               IF WS-HOLDNEW-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR HOLDNEW, STATUS: "
                       WS-HOLDNEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM REAPUNTAR-RETENIDO
                   UNTIL FIN-DE-ARCHIVO
               CLOSE HOLD-FILE
               CLOSE HOLD-NEW
           END-IF.

       REAPUNTAR-RETENIDO.
           READ HOLD-FILE
               AT END
                   SET FIN-DE-ARCHIVO TO TRUE
               NOT AT END
                   MOVE HOLD-LINE TO RETENIDO-RECORD
                   IF RET-CUST-ID = WS-ID-DUPLICADO
                       MOVE WS-ID-SOBREVIVE TO RET-CUST-ID
                       ADD 1 TO WS-RETENIDOS-COUNT
                   END-IF
                   WRITE HOLD-NEW-LINE FROM RETENIDO-RECORD
           END-READ.

      * SUSPNEW reemplaza a SUSPFILE. Un item que DEVREG registra como
      * devuelto a su sucursal no se toca: con otro CUST-ID su clave
      * en DEVREG dejaria de coincidir y el reciclo lo volveria a
      * postear.
       REAPUNTAR-SUSPENSO.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               DISPLAY "NO EXISTE SUSPFILE, NADA QUE REAPUNTAR"
           ELSE
               IF WS-SUSPENSE-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR SUSPFILE, STATUS: "
                       WS-SUSPENSE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT SUSPENSE-NEW
               IF WS-SUSPNEW-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR SUSPNEW, STATUS: "
                       WS-SUSPNEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT DEVUELTO-REG
               IF WS-DEVREG-STATUS = "00"
                   SET DEVREG-PRESENTE TO TRUE
               ELSE
                   IF WS-DEVREG-STATUS NOT = "35"
                       DISPLAY "ERROR: NO SE PUDO ABRIR DEVREG, "
                           "STATUS: " WS-DEVREG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM REAPUNTAR-ITEM-SUSPENSO
                   UNTIL FIN-DE-ARCHIVO
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-NEW
               IF DEVREG-PRESENTE
                   CLOSE DEVUELTO-REG
               END-IF
           END-IF.

       REAPUNTAR-ITEM-SUSPENSO.
           READ SUSPENSE-FILE
               AT END
                   SET FIN-DE-ARCHIVO TO TRUE
               NOT AT END
                   MOVE SUSPENSE-LINE TO SUSPENSE-RECORD
                   IF SUSP-CUST-ID = WS-ID-DUPLICADO
                       PERFORM VERIFICAR-DEVUELTO
                       IF ITEM-DEVUELTO
                           ADD 1 TO WS-DEVUELTOS-COUNT
                       ELSE
                           MOVE WS-ID-SOBREVIVE TO SUSP-CUST-ID
                           ADD 1 TO WS-SUSPENSO-COUNT
                       END-IF
                   END-IF
                   WRITE SUSPENSE-NEW-LINE FROM SUSPENSE-RECORD
           END-READ.

       VERIFICAR-DEVUELTO.
           MOVE "N" TO WS-DEVUELTO-SWITCH
           IF DEVREG-PRESENTE
               MOVE "S" TO DRG-ORIGEN
               MOVE SUSP-RUN-ID TO DRG-RUN-ID
               MOVE SUSP-CUST-ID TO DRG-CUST-ID
               MOVE SUSP-NUM1 TO DRG-NUM1
               MOVE SUSP-NUM2 TO DRG-NUM2
               MOVE SUSP-OP-CODE TO DRG-OP-CODE
               MOVE SUSP-SUCURSAL TO DRG-SUCURSAL
               READ DEVUELTO-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ITEM-DEVUELTO TO TRUE
               END-READ
           END-IF.

      * FUSREG y MANTAUD se graban una sola vez: si un reinicio
      * encuentra la fusion ya registrada, tambien su "M" quedo
      * grabado.
       REGISTRAR-FUSION.
           MOVE WS-ID-DUPLICADO TO FRG-CUST-DUPLICADO
           READ FUSION-REG
               INVALID KEY
                   SET MAUD-ES-FUSION TO TRUE
                   MOVE WS-PAR-DUPLICADO TO MAUD-ANTES
                   MOVE WS-PAR-SOBREVIVE TO MAUD-DESPUES
                   PERFORM GRABAR-AUDITORIA-MANT
                   MOVE WS-ID-DUPLICADO TO FRG-CUST-DUPLICADO
                   MOVE WS-ID-SOBREVIVE TO FRG-CUST-SOBREVIVE
                   MOVE WS-RUN-ID(1:8) TO FRG-FECHA
                   MOVE WS-RUN-ID TO FRG-RUN-ID
                   MOVE WS-OPERATOR-ID TO FRG-OPERADOR
                   WRITE FUSION-REG-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: NO SE PUDO GRABAR FUSREG, "
                               "STATUS: " WS-FUSREG-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       LIMPIAR-CHECKPOINT-FUSION.
           CLOSE FUSION-CHECKPOINT
           OPEN OUTPUT FUSION-CHECKPOINT
           IF WS-FUSCKPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO LIMPIAR FUSCKPT, STATUS: "
                   WS-FUSCKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FUSION-CHECKPOINT.

       INFORMAR-FUSION.
           MOVE WS-ID-DUPLICADO TO RFU-DUPLICADO
           MOVE WS-ID-SOBREVIVE TO RFU-SOBREVIVE
           IF MODO-REINICIO
               MOVE "(REINICIO)" TO RFU-MODO
           ELSE
               MOVE SPACES TO RFU-MODO
           END-IF
           WRITE FUSION-LINE FROM WS-FUS-PAR-LINE
           MOVE ZEROS TO RFU-SALDO
           MOVE ZEROS TO RFU-TRANS
           MOVE WS-ID-SOBREVIVE TO BAL-CUST-ID
           READ BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-TOTAL TO RFU-SALDO
                   MOVE BAL-TRANS-COUNT TO RFU-TRANS
           END-READ
           MOVE WS-PERIODOS-COUNT TO RFU-PERIODOS
           WRITE FUSION-LINE FROM WS-FUS-SALDO-LINE
           MOVE WS-RETENIDOS-COUNT TO RFU-RETENIDOS
           MOVE WS-SUSPENSO-COUNT TO RFU-SUSPENSO
           MOVE WS-DEVUELTOS-COUNT TO RFU-DEVUELTOS
           WRITE FUSION-LINE FROM WS-FUS-ITEMS-LINE
           DISPLAY "CLIENTE " WS-ID-DUPLICADO " FUSIONADO EN "
               WS-ID-SOBREVIVE
           DISPLAY "HOLDNEW Y SUSPNEW REEMPLAZAN A HOLDFILE Y SUSPFILE".

       FINALIZAR.
           CLOSE FUSION-RPT.

       COPY OPERPROP.
       COPY MANTAUDP.
       COPY FECHAVAP.
       END PROGRAM FUSIONAR-CLIENTES.
