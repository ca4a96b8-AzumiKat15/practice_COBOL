      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: restauracion de los maestros a un snapshot previo
      * extension: cbl
      *
      * Vuelta atras a un punto conocido cuando un archivo de entrada
      * equivocado posteo limpio (el mes que no era, un paso corrido a
      * mano fuera de orden). Repone CUSTMAST, BALMAST, BALPERIOD,
      * PERLEDGER, POSTEDRUN y PROCREG desde uno de los snapshots que
      * la corrida nocturna toma antes del paso 1 (ver snapshot.cbl),
      * los seis juntos: nunca se restaura un maestro suelto.
      *
      * Solo un supervisor (nivel 3 en OPERPROF) puede restaurar; el
      * intento sin autoridad deja su marca "D" en AUDITLOG y termina
      * con RC 16 sin tocar nada. El supervisor elige el snapshot por
      * su etiqueta (el run-id de la corrida que lo tomo) de la lista
      * del catalogo SNAPCAT y confirma. Antes de pisar nada se
      * verifica el snapshot completo contra su trailer y contra el
      * catalogo, y se rechaza la restauracion si ACTUALIZAR-SALDOS
      * tiene un posteo a medio terminar en POSTCKPT o
      * FUSIONAR-CLIENTES una fusion a medio terminar en FUSCKPT (su
      * reinicio re-aplicaria imagenes de saldo sobre los maestros
      * repuestos).
      *
      * Lo que el snapshot NO cubre: FUSREG (y con el HOLDFILE,
      * SUSPFILE y MANTAUD, que la fusion tambien toca). Una fusion
      * hecha despues del snapshot no se puede deshacer reponiendo
      * los maestros: el duplicado volveria con su saldo propio
      * mientras FUSREG lo sigue mandando al sobreviviente. Por eso
      * si FUSREG tiene fusiones a partir del momento del snapshot
      * la restauracion se rechaza (RC 16) y se listan: hay que
      * elegir un snapshot tomado despues de la ultima fusion.
      * CARGREG tampoco viaja en el snapshot, pero se lleva al mismo
      * punto: los periodos que GENERAR-CARGOS registro a partir del
      * snapshot se borran de CARGREG y se listan en RESTAURRPT, para
      * volver a generarlos sobre los saldos repuestos (el CARGOSFILE
      * viejo, si no se proceso, se descarta). Los demas registros
      * (EXTREG, IMPREG, DEVREG, RELREG, MANTAUD y AUDITLOG) no se
      * tocan: quedan como historia de lo que paso.
      *
      * Los calculos de las corridas posteriores al snapshot siguen en
      * AUDITLOG, y al reponer POSTEDRUN ACTUALIZAR-SALDOS los volveria
      * a postear en la proxima corrida. Por eso toda corrida cuya
      * marca "R" es posterior al snapshot queda registrada en el
      * POSTEDRUN repuesto con fecha "ANULADA": no se postea nunca
      * mas. Lo que haya que rehacer se rehace re-procesando los
      * archivos correctos (PROCREG repuesto ya no los conoce).
      *
      * Cada restauracion deja en AUDITLOG una marca "B" con la
      * etiqueta del snapshot y la cantidad de corridas anuladas, que
      * el reporte de control de corridas muestra en su lugar, y el
      * detalle (registros repuestos por maestro y corridas anuladas)
      * en RESTAURRPT. Si la restauracion se corta a la mitad basta
      * con volver a correrla: el snapshot no se modifica y la carga
      * arranca siempre de maestros vacios.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURAR-SNAPSHOT.
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

           SELECT POSTED-RUNS ASSIGN TO "POSTEDRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-RUN-ID
               FILE STATUS IS WS-POSTED-STATUS.

           SELECT PROCESSED-REG ASSIGN TO "PROCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-PROCREG-STATUS.

           SELECT POSTING-CHECKPOINT ASSIGN TO "POSTCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-KEY
               FILE STATUS IS WS-POSTCKPT-STATUS.

           SELECT FUSION-CHECKPOINT ASSIGN TO "FUSCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCK-KEY
               FILE STATUS IS WS-FUSCKPT-STATUS.

           SELECT FUSION-REG ASSIGN TO "FUSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-CUST-DUPLICADO
               FILE STATUS IS WS-FUSREG-STATUS.

           SELECT CHARGE-REG ASSIGN TO "CARGREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-PERIODO
               FILE STATUS IS WS-CARGREG-STATUS.

           SELECT SNAP1-FILE ASSIGN TO "SNAPSHOT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP1-STATUS.

           SELECT SNAP2-FILE ASSIGN TO "SNAPSHOT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP2-STATUS.

           SELECT SNAP3-FILE ASSIGN TO "SNAPSHOT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP3-STATUS.

           SELECT SNAP4-FILE ASSIGN TO "SNAPSHOT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP4-STATUS.

           SELECT SNAP5-FILE ASSIGN TO "SNAPSHOT5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP5-STATUS.

           SELECT SNAPSHOT-CATALOG ASSIGN TO "SNAPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCAT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERPROF-STATUS.

           SELECT RESTAUR-RPT ASSIGN TO "RESTAURRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTAURRPT-STATUS.

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

       FD  POSTED-RUNS.
       01  POSTED-RUN-RECORD.
           05 PST-RUN-ID PIC X(14).
           05 PST-POSTED-DATE PIC X(8).

       FD  PROCESSED-REG.
       01  PROCESSED-REG-RECORD.
           05 REG-KEY.
               10 REG-TRAILER-COUNT PIC 9(6).
               10 REG-TRAILER-HASH PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE.
           05 REG-FIRST-DATE PIC X(8).
           05 REG-RUN-ID PIC X(14).
           05 REG-OVERRIDE PIC X.

      * Solo se mira si la bitacora del posteo tiene algo; el detalle
      * del registro es de ACTUALIZAR-SALDOS.
       FD  POSTING-CHECKPOINT.
       01  POSTING-CHECKPOINT-RECORD.
           05 PCK-KEY.
               10 PCK-TIPO PIC X.
               10 PCK-VALOR PIC X(14).
           05 PCK-IMAGEN PIC X(68).

      * Igual que POSTCKPT: solo importa si FUSCKPT tiene algo.
       FD  FUSION-CHECKPOINT.
       01  FUSION-CHECKPOINT-RECORD.
           05 FCK-KEY.
               10 FCK-TIPO PIC X.
               10 FCK-VALOR PIC X(6).
           05 FCK-IMAGEN PIC X(100).

       FD  FUSION-REG.
       COPY FUSREG.

       FD  CHARGE-REG.
       01  CHARGE-REG-RECORD.
           05 CRG-PERIODO PIC 9(6).
           05 CRG-FECHA-NEGOCIO PIC X(8).
           05 CRG-RUN-ID PIC X(14).
           05 CRG-TIMESTAMP PIC X(14).
           05 CRG-OPERADOR PIC X(8).
           05 CRG-COUNT PIC 9(6).
           05 CRG-TOTAL PIC S9(8)V99 SIGN IS TRAILING SEPARATE.

       FD  SNAP1-FILE.
       01  SNAP1-LINE PIC X(80).

       FD  SNAP2-FILE.
       01  SNAP2-LINE PIC X(80).

       FD  SNAP3-FILE.
       01  SNAP3-LINE PIC X(80).

       FD  SNAP4-FILE.
       01  SNAP4-LINE PIC X(80).

       FD  SNAP5-FILE.
       01  SNAP5-LINE PIC X(80).

       FD  SNAPSHOT-CATALOG.
       01  SNAPCAT-LINE PIC X(95).

       FD  AUDIT-LOG.
       01  AUDIT-LINE PIC X(150).

       FD  OPERATOR-PROFILE.
       COPY OPERPROF.

       FD  RESTAUR-RPT.
       01  RESTAUR-LINE PIC X(100).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-BALMAST-STATUS PIC XX VALUE "00".
       77 WS-BALPER-STATUS PIC XX VALUE "00".
       77 WS-LEDGER-STATUS PIC XX VALUE "00".
       77 WS-POSTED-STATUS PIC XX VALUE "00".
       77 WS-PROCREG-STATUS PIC XX VALUE "00".
       77 WS-POSTCKPT-STATUS PIC XX VALUE "00".
       77 WS-FUSCKPT-STATUS PIC XX VALUE "00".
       77 WS-FUSREG-STATUS PIC XX VALUE "00".
       77 WS-CARGREG-STATUS PIC XX VALUE "00".
       77 WS-REG-EOF PIC X VALUE "N".
           88 FIN-DE-REGISTRO VALUE "Y".
       77 WS-FUSIONES-POSTERIORES PIC 9(4) VALUE ZEROS.
       77 WS-CARGOS-LIBERADOS PIC 9(4) VALUE ZEROS.
       77 WS-SNAP1-STATUS PIC XX VALUE "00".
       77 WS-SNAP2-STATUS PIC XX VALUE "00".
       77 WS-SNAP3-STATUS PIC XX VALUE "00".
       77 WS-SNAP4-STATUS PIC XX VALUE "00".
       77 WS-SNAP5-STATUS PIC XX VALUE "00".
       77 WS-AUDIT-STATUS PIC XX VALUE "00".
       77 WS-RESTAURRPT-STATUS PIC XX VALUE "00".
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-AUDITORIA VALUE "Y".
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-RUN-ID PIC X(14) VALUE SPACES.
       COPY OPERPROW.

      * Snapshot elegido: lugar (1 a 5) en el catalogo y despacho de
      * lectura por WS-LUGAR-ACTUAL, como en TOMAR-SNAPSHOT.
       77 WS-ETIQUETA-PEDIDA PIC X(14) VALUE SPACES.
       77 WS-CONFIRMA PIC X VALUE SPACE.
           88 RESTAURACION-CONFIRMADA VALUE "S".
       77 WS-LUGAR PIC 9 VALUE ZERO.
       77 WS-LUGAR-ACTUAL PIC 9 VALUE ZERO.
       77 WS-LUGAR-STATUS PIC XX VALUE "00".
       77 WS-LUGAR-EOF PIC X VALUE "N".
           88 FIN-LUGAR VALUE "Y".
       77 WS-VIGENTES PIC 9 VALUE ZERO.
       77 WS-ARCH-IDX PIC 9 VALUE ZERO.
       77 WS-MAESTRO-STATUS PIC XX VALUE "00".
       77 WS-SNAPSHOT-SW PIC X VALUE "N".
           88 SNAPSHOT-VERIFICADO VALUE "Y".
       77 WS-ENCABEZADO-SW PIC X VALUE "N".
           88 ENCABEZADO-OK VALUE "Y".
       77 WS-TRAILER-SW PIC X VALUE "N".
           88 TRAILER-LEIDO VALUE "Y".
       01 WS-CONTEOS-SNAPSHOT.
           05 WS-CONTEO-LEIDO PIC 9(8) OCCURS 6 TIMES.
           05 WS-CONTEO-TRAILER PIC 9(8) OCCURS 6 TIMES.
           05 WS-CONTEO-CARGADO PIC 9(8) OCCURS 6 TIMES.

      * Corridas reconciliadas despues del snapshot: se juntan de
      * AUDITLOG ANTES de tocar los maestros (si no entran en la tabla
      * no se restaura nada) y se anulan en el POSTEDRUN repuesto.
       77 WS-ANUL-MAX PIC 9(3) VALUE 500.
       77 WS-ANUL-COUNT PIC 9(3) VALUE ZEROS.
       77 WS-ANUL-IDX PIC 9(3) VALUE ZEROS.
       77 WS-ANUL-YA-SW PIC X VALUE "N".
           88 CORRIDA-YA-ANOTADA VALUE "Y".
       01 WS-CORRIDAS-ANULADAS.
           05 WS-ANUL-RUN-ID PIC X(14) OCCURS 500 TIMES.

       COPY SNAPREC.
       COPY SNAPCATW.
       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-HEADER-LINE1.
           05 FILLER PIC X(30) VALUE "RESTAURACION DE MAESTROS".
           05 FILLER PIC X(8) VALUE "FECHA: ".
           05 WS-HDR-FECHA PIC 99/99/9999.
           05 FILLER PIC X(13) VALUE "  OPERADOR: ".
           05 WS-HDR-OPERADOR PIC X(8).

       01 WS-SNAPSHOT-LINE.
           05 FILLER PIC X(10) VALUE "SNAPSHOT: ".
           05 SNL-ETIQUETA PIC X(14).
           05 FILLER PIC X(17) VALUE "  FECHA NEGOCIO: ".
           05 SNL-FECHA-NEGOCIO PIC X(8).
           05 FILLER PIC X(10) VALUE "  TOMADO: ".
           05 SNL-TIMESTAMP PIC X(14).
           05 FILLER PIC X(9) VALUE "  LUGAR: ".
           05 SNL-LUGAR PIC 9.

       01 WS-MAESTRO-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 MAL-NOMBRE PIC X(9).
           05 FILLER PIC X(26) VALUE "  REGISTROS RESTAURADOS: ".
           05 MAL-CONTEO PIC ZZ,ZZZ,ZZ9.

       01 WS-ANULADAS-TITULO-LINE.
           05 FILLER PIC X(48) VALUE
               "CORRIDAS RECONCILIADAS DESPUES DEL SNAPSHOT, ".
           05 FILLER PIC X(22) VALUE "ANULADAS EN POSTEDRUN:".

       01 WS-ANULADA-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ANL-RUN-ID PIC X(14).

       01 WS-CARGOS-TITULO-LINE.
           05 FILLER PIC X(49) VALUE
               "PERIODOS DE CARGOS GENERADOS DESPUES DEL SNAPSHOT".
           05 FILLER PIC X(22) VALUE ", BORRADOS DE CARGREG:".

       01 WS-CARGO-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CGL-PERIODO PIC 9(6).
           05 FILLER PIC X(10) VALUE "  CORRIDA ".
           05 CGL-RUN-ID PIC X(14).
           05 FILLER PIC X(10) VALUE "  TOTAL: ".
           05 CGL-TOTAL PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(25) VALUE "  - VOLVER A GENERARLO".

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "CORRIDAS ANULADAS: ".
           05 TOT-ANULADAS PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM VERIFICAR-SUPERVISOR
           PERFORM LEER-CATALOGO-SNAPSHOT
           PERFORM ELEGIR-SNAPSHOT
           PERFORM VERIFICAR-SNAPSHOT
           PERFORM VERIFICAR-POSTEO-PENDIENTE
           PERFORM VERIFICAR-FUSIONES-POSTERIORES
           PERFORM JUNTAR-CORRIDAS-POSTERIORES
           PERFORM RESTAURAR-MAESTROS
           PERFORM ANULAR-CORRIDAS-POSTERIORES
           PERFORM LIBERAR-CARGOS-POSTERIORES
           PERFORM GRABAR-MARCA-RESTAURACION
           PERFORM FINALIZAR
           STOP RUN.

      * El run-id de la restauracion se arma como el de SUMANDO (fecha
      * de negocio + hora del reloj): asi su marca "B" queda ordenada
      * entre las corridas en el reporte de control.
       INICIALIZAR.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO WS-RUN-ID(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-RUN-ID(9:6)
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           MOVE WS-OPERATOR-ID TO WS-HDR-OPERADOR
           INITIALIZE WS-CONTEOS-SNAPSHOT.

       VERIFICAR-SUPERVISOR.
           MOVE 3 TO WS-NIVEL-REQUERIDO
           PERFORM VERIFICAR-AUTORIDAD
           IF NOT AUTORIDAD-OK
               DISPLAY "ERROR: RESTAURACION DENEGADA, SE REQUIERE "
                   "NIVEL 3 EN OPERPROF"
               PERFORM GRABAR-AUDITORIA-DENEGADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRABAR-AUDITORIA-DENEGADO.
           PERFORM ABRIR-AUDITORIA-EXTEND
           SET AUD-ES-DENEGADO TO TRUE
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE ZEROS TO AUD-CUST-ID
           MOVE ZEROS TO AUD-NUM1
           MOVE ZEROS TO AUD-NUM2
           MOVE SPACE TO AUD-OP-CODE
           MOVE ZEROS TO AUD-RESULTADO
           PERFORM ESTAMPAR-AUDITORIA
           MOVE "RESTAURACION DENEGADA" TO AUD-RECON-ESTADO
           MOVE ZERO TO AUD-SUCURSAL
           WRITE AUDIT-LINE FROM AUDIT-RECORD-LAYOUT
           CLOSE AUDIT-LOG.

      * Lista los snapshots vigentes del catalogo y pide la etiqueta.
       ELEGIR-SNAPSHOT.
           MOVE ZERO TO WS-VIGENTES
           DISPLAY "SNAPSHOTS DISPONIBLES:"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX
               IF CAT-VIGENTE(WS-CAT-IDX)
                   ADD 1 TO WS-VIGENTES
                   DISPLAY "  " CAT-ETIQUETA(WS-CAT-IDX)
                       "  FECHA NEGOCIO " CAT-FECHA-NEGOCIO(WS-CAT-IDX)
                       "  TOMADO " CAT-TIMESTAMP(WS-CAT-IDX)
               END-IF
           END-PERFORM
           IF WS-VIGENTES = ZERO
               DISPLAY "ERROR: NO HAY SNAPSHOTS VIGENTES EN SNAPCAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ETIQUETA DEL SNAPSHOT A RESTAURAR: "
           ACCEPT WS-ETIQUETA-PEDIDA
           MOVE ZERO TO WS-LUGAR
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX OR WS-LUGAR > ZERO
               IF CAT-VIGENTE(WS-CAT-IDX) AND
                   CAT-ETIQUETA(WS-CAT-IDX) = WS-ETIQUETA-PEDIDA
                   MOVE WS-CAT-IDX TO WS-LUGAR
               END-IF
           END-PERFORM
           IF WS-LUGAR = ZERO
               DISPLAY "ERROR: NO HAY SNAPSHOT VIGENTE CON ETIQUETA "
                   WS-ETIQUETA-PEDIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "SE REPONDRAN LOS SEIS MAESTROS AL "
               CAT-TIMESTAMP(WS-LUGAR)
           DISPLAY "CONFIRMA LA RESTAURACION (S/N): "
           ACCEPT WS-CONFIRMA
           IF NOT RESTAURACION-CONFIRMADA
               DISPLAY "RESTAURACION CANCELADA POR EL OPERADOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LUGAR TO WS-LUGAR-ACTUAL.

      * Pasada completa de solo lectura: encabezado con la etiqueta
      * pedida, detalles de archivos conocidos y trailer cuyos conteos
      * cuadran con lo leido y con el catalogo. Cualquier diferencia
      * frena todo antes de vaciar un solo maestro.
       VERIFICAR-SNAPSHOT.
           PERFORM ABRIR-LUGAR
           MOVE "N" TO WS-LUGAR-EOF
           PERFORM LEER-LUGAR
           IF NOT FIN-LUGAR AND SNP-ES-ENCABEZADO
               AND SNP-HDR-ETIQUETA = WS-ETIQUETA-PEDIDA
               SET ENCABEZADO-OK TO TRUE
               PERFORM LEER-LUGAR
           END-IF
           PERFORM UNTIL FIN-LUGAR OR TRAILER-LEIDO
               OR NOT ENCABEZADO-OK
               EVALUATE TRUE
                   WHEN SNP-ES-DETALLE AND SNP-ARCHIVO-VALIDO
                       ADD 1 TO WS-CONTEO-LEIDO(SNP-ARCHIVO)
                       PERFORM LEER-LUGAR
                   WHEN SNP-ES-TRAILER
                       AND SNP-TRL-ETIQUETA = WS-ETIQUETA-PEDIDA
                       SET TRAILER-LEIDO TO TRUE
                       PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                           UNTIL WS-ARCH-IDX > 6
                           MOVE SNP-TRL-CONTEO(WS-ARCH-IDX) TO
                               WS-CONTEO-TRAILER(WS-ARCH-IDX)
                       END-PERFORM
                   WHEN OTHER
                       MOVE "N" TO WS-ENCABEZADO-SW
               END-EVALUATE
           END-PERFORM
           PERFORM CERRAR-LUGAR
           IF ENCABEZADO-OK AND TRAILER-LEIDO
               SET SNAPSHOT-VERIFICADO TO TRUE
               PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > 6
                   IF WS-CONTEO-LEIDO(WS-ARCH-IDX) NOT =
                       WS-CONTEO-TRAILER(WS-ARCH-IDX)
                       OR WS-CONTEO-LEIDO(WS-ARCH-IDX) NOT =
                       CAT-CONTEO(WS-LUGAR, WS-ARCH-IDX)
                       MOVE "N" TO WS-SNAPSHOT-SW
                       DISPLAY "CONTEO DE "
                           SNP-NOMBRE-MAESTRO(WS-ARCH-IDX)
                           " NO CUADRA: LEIDOS "
                           WS-CONTEO-LEIDO(WS-ARCH-IDX)
                           " TRAILER " WS-CONTEO-TRAILER(WS-ARCH-IDX)
                           " CATALOGO "
                           CAT-CONTEO(WS-LUGAR, WS-ARCH-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF NOT SNAPSHOT-VERIFICADO
               DISPLAY "ERROR: SNAPSHOT" WS-LUGAR-ACTUAL
                   " INCOMPLETO O ALTERADO, NO SE RESTAURA NADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Un posteo de saldos o una fusion a medio terminar se
      * reiniciaria sobre los maestros repuestos: primero hay que
      * dejarlo terminar.
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
                           "ANTES DE RESTAURAR"
                       CLOSE POSTING-CHECKPOINT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-START
               CLOSE POSTING-CHECKPOINT
           END-IF
           OPEN INPUT FUSION-CHECKPOINT
           IF WS-FUSCKPT-STATUS NOT = "35"
               IF WS-FUSCKPT-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR FUSCKPT, STATUS: "
                       WS-FUSCKPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO FCK-KEY
               START FUSION-CHECKPOINT KEY NOT < FCK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ERROR: FUSIONAR-CLIENTES TIENE UNA "
                           "FUSION PENDIENTE EN FUSCKPT, TERMINARLA "
                           "ANTES DE RESTAURAR"
                       CLOSE FUSION-CHECKPOINT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-START
               CLOSE FUSION-CHECKPOINT
           END-IF.

      * FRG-RUN-ID es fecha + hora del reloj, igual que la marca de
      * tiempo del snapshot. Se listan todas las fusiones posteriores
      * antes de rechazar, para que el supervisor vea hasta donde
      * tiene que ir a buscar un snapshot.
       VERIFICAR-FUSIONES-POSTERIORES.
           OPEN INPUT FUSION-REG
           IF WS-FUSREG-STATUS NOT = "35"
               IF WS-FUSREG-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR FUSREG, STATUS: "
                       WS-FUSREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-REG-EOF
               MOVE LOW-VALUES TO FRG-CUST-DUPLICADO
               START FUSION-REG KEY NOT < FRG-CUST-DUPLICADO
                   INVALID KEY
                       SET FIN-DE-REGISTRO TO TRUE
               END-START
               PERFORM UNTIL FIN-DE-REGISTRO
                   READ FUSION-REG NEXT RECORD
                       AT END
                           SET FIN-DE-REGISTRO TO TRUE
                       NOT AT END
                           IF FRG-RUN-ID >= CAT-TIMESTAMP(WS-LUGAR)
                               ADD 1 TO WS-FUSIONES-POSTERIORES
                               DISPLAY "  FUSION DEL CLIENTE "
                                   FRG-CUST-DUPLICADO " EN "
                                   FRG-CUST-SOBREVIVE " EL "
                                   FRG-FECHA " (CORRIDA " FRG-RUN-ID
                                   ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUSION-REG
           END-IF
           IF WS-FUSIONES-POSTERIORES > ZEROS
               DISPLAY "ERROR: HAY " WS-FUSIONES-POSTERIORES
                   " FUSIONES DE CLIENTES POSTERIORES AL SNAPSHOT, "
                   "NO SE RESTAURA NADA - ELEGIR UN SNAPSHOT TOMADO "
                   "DESPUES DE LA ULTIMA FUSION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Vale cualquier marca "R" estampada a partir del momento del
      * snapshot (una corrida reiniciada puede tener mas de una: se
      * anota una sola vez).
       JUNTAR-CORRIDAS-POSTERIORES.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               SET FIN-DE-AUDITORIA TO TRUE
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR AUDITLOG, STATUS: "
                       WS-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIN-DE-AUDITORIA
                   READ AUDIT-LOG INTO AUDIT-RECORD-LAYOUT
                       AT END
                           SET FIN-DE-AUDITORIA TO TRUE
                       NOT AT END
                           IF AUD-ES-RECON AND
                               AUD-TIMESTAMP >= CAT-TIMESTAMP(WS-LUGAR)
                               PERFORM ANOTAR-CORRIDA-POSTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF
           DISPLAY "CORRIDAS POSTERIORES AL SNAPSHOT: " WS-ANUL-COUNT.

       ANOTAR-CORRIDA-POSTERIOR.
           MOVE "N" TO WS-ANUL-YA-SW
           PERFORM VARYING WS-ANUL-IDX FROM 1 BY 1
               UNTIL WS-ANUL-IDX > WS-ANUL-COUNT
               OR CORRIDA-YA-ANOTADA
               IF WS-ANUL-RUN-ID(WS-ANUL-IDX) = AUD-RUN-ID
                   SET CORRIDA-YA-ANOTADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT CORRIDA-YA-ANOTADA
               IF WS-ANUL-COUNT >= WS-ANUL-MAX
                   DISPLAY "ERROR: MAS DE " WS-ANUL-MAX " CORRIDAS "
                       "DESPUES DEL SNAPSHOT, NO SE RESTAURA NADA"
                   CLOSE AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ANUL-COUNT
               MOVE AUD-RUN-ID TO WS-ANUL-RUN-ID(WS-ANUL-COUNT)
           END-IF.

      * Los seis maestros se abren OUTPUT (vacios) y se cargan en una
      * sola pasada del snapshot, cada detalle en el maestro que dice
      * su numero de archivo.
       RESTAURAR-MAESTROS.
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > 6
               PERFORM VACIAR-MAESTRO
           END-PERFORM
           PERFORM ABRIR-LUGAR
           MOVE "N" TO WS-LUGAR-EOF
           PERFORM LEER-LUGAR
           PERFORM UNTIL FIN-LUGAR
               IF SNP-ES-DETALLE
                   MOVE SNP-ARCHIVO TO WS-ARCH-IDX
                   PERFORM CARGAR-REGISTRO-MAESTRO
               END-IF
               PERFORM LEER-LUGAR
           END-PERFORM
           PERFORM CERRAR-LUGAR
           CLOSE CUSTOMER-MASTER
           CLOSE BALANCE-MASTER
           CLOSE PERIOD-BALANCE
           CLOSE PERIOD-LEDGER
           CLOSE POSTED-RUNS
           CLOSE PROCESSED-REG
           OPEN OUTPUT RESTAUR-RPT
           IF WS-RESTAURRPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RESTAURRPT, STATUS: "
                   WS-RESTAURRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RESTAUR-LINE FROM WS-HEADER-LINE1
           MOVE WS-ETIQUETA-PEDIDA TO SNL-ETIQUETA
           MOVE CAT-FECHA-NEGOCIO(WS-LUGAR) TO SNL-FECHA-NEGOCIO
           MOVE CAT-TIMESTAMP(WS-LUGAR) TO SNL-TIMESTAMP
           MOVE WS-LUGAR TO SNL-LUGAR
           WRITE RESTAUR-LINE FROM WS-SNAPSHOT-LINE
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > 6
               MOVE SNP-NOMBRE-MAESTRO(WS-ARCH-IDX) TO MAL-NOMBRE
               MOVE WS-CONTEO-CARGADO(WS-ARCH-IDX) TO MAL-CONTEO
               WRITE RESTAUR-LINE FROM WS-MAESTRO-LINE
           END-PERFORM.

       VACIAR-MAESTRO.
           EVALUATE WS-ARCH-IDX
               WHEN 1
                   OPEN OUTPUT CUSTOMER-MASTER
                   MOVE WS-CUSTMAST-STATUS TO WS-MAESTRO-STATUS
               WHEN 2
                   OPEN OUTPUT BALANCE-MASTER
                   MOVE WS-BALMAST-STATUS TO WS-MAESTRO-STATUS
               WHEN 3
                   OPEN OUTPUT PERIOD-BALANCE
                   MOVE WS-BALPER-STATUS TO WS-MAESTRO-STATUS
               WHEN 4
                   OPEN OUTPUT PERIOD-LEDGER
                   MOVE WS-LEDGER-STATUS TO WS-MAESTRO-STATUS
               WHEN 5
                   OPEN OUTPUT POSTED-RUNS
                   MOVE WS-POSTED-STATUS TO WS-MAESTRO-STATUS
               WHEN 6
                   OPEN OUTPUT PROCESSED-REG
                   MOVE WS-PROCREG-STATUS TO WS-MAESTRO-STATUS
           END-EVALUATE
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR "
                   SNP-NOMBRE-MAESTRO(WS-ARCH-IDX) ", STATUS: "
                   WS-MAESTRO-STATUS " - VOLVER A CORRER LA "
                   "RESTAURACION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARGAR-REGISTRO-MAESTRO.
           MOVE "00" TO WS-MAESTRO-STATUS
           EVALUATE WS-ARCH-IDX
               WHEN 1
                   MOVE SNP-DATOS TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
                   MOVE WS-CUSTMAST-STATUS TO WS-MAESTRO-STATUS
               WHEN 2
                   MOVE SNP-DATOS TO BALANCE-RECORD
                   WRITE BALANCE-RECORD
                   MOVE WS-BALMAST-STATUS TO WS-MAESTRO-STATUS
               WHEN 3
                   MOVE SNP-DATOS TO PERIOD-BALANCE-RECORD
                   WRITE PERIOD-BALANCE-RECORD
                   MOVE WS-BALPER-STATUS TO WS-MAESTRO-STATUS
               WHEN 4
                   MOVE SNP-DATOS TO LEDGER-RECORD
                   WRITE LEDGER-RECORD
                   MOVE WS-LEDGER-STATUS TO WS-MAESTRO-STATUS
               WHEN 5
                   MOVE SNP-DATOS TO POSTED-RUN-RECORD
                   WRITE POSTED-RUN-RECORD
                   MOVE WS-POSTED-STATUS TO WS-MAESTRO-STATUS
               WHEN 6
                   MOVE SNP-DATOS TO PROCESSED-REG-RECORD
                   WRITE PROCESSED-REG-RECORD
                   MOVE WS-PROCREG-STATUS TO WS-MAESTRO-STATUS
           END-EVALUATE
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO GRABAR EN "
                   SNP-NOMBRE-MAESTRO(WS-ARCH-IDX) ", STATUS: "
                   WS-MAESTRO-STATUS " - VOLVER A CORRER LA "
                   "RESTAURACION"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CONTEO-CARGADO(WS-ARCH-IDX).

      * Una corrida que el snapshot ya tenia como posteada no puede
      * ser posterior a el; si aparece igual se deja como estaba.
       ANULAR-CORRIDAS-POSTERIORES.
           WRITE RESTAUR-LINE FROM WS-ANULADAS-TITULO-LINE
           OPEN I-O POSTED-RUNS
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR POSTEDRUN, STATUS: "
                   WS-POSTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ANUL-IDX FROM 1 BY 1
               UNTIL WS-ANUL-IDX > WS-ANUL-COUNT
               MOVE WS-ANUL-RUN-ID(WS-ANUL-IDX) TO PST-RUN-ID
               MOVE "ANULADA" TO PST-POSTED-DATE
               WRITE POSTED-RUN-RECORD
                   INVALID KEY
                       DISPLAY "CORRIDA " PST-RUN-ID
                           " YA FIGURA EN EL SNAPSHOT, SE DEJA"
               END-WRITE
               MOVE WS-ANUL-RUN-ID(WS-ANUL-IDX) TO ANL-RUN-ID
               WRITE RESTAUR-LINE FROM WS-ANULADA-LINE
           END-PERFORM
           CLOSE POSTED-RUNS.

      * CARGREG vuelve al momento del snapshot: un periodo generado
      * despues se borra (sin archivo no hay nada que borrar). Al
      * relanzar una restauracion cortada ya no aparecen.
       LIBERAR-CARGOS-POSTERIORES.
           WRITE RESTAUR-LINE FROM WS-CARGOS-TITULO-LINE
           OPEN I-O CHARGE-REG
           IF WS-CARGREG-STATUS NOT = "35"
               IF WS-CARGREG-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR CARGREG, STATUS: "
                       WS-CARGREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-REG-EOF
               MOVE LOW-VALUES TO CRG-PERIODO
               START CHARGE-REG KEY NOT < CRG-PERIODO
                   INVALID KEY
                       SET FIN-DE-REGISTRO TO TRUE
               END-START
               PERFORM UNTIL FIN-DE-REGISTRO
                   READ CHARGE-REG NEXT RECORD
                       AT END
                           SET FIN-DE-REGISTRO TO TRUE
                       NOT AT END
                           IF CRG-TIMESTAMP >= CAT-TIMESTAMP(WS-LUGAR)
                               PERFORM BORRAR-CARGO-POSTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-REG
           END-IF.

       BORRAR-CARGO-POSTERIOR.
           MOVE CRG-PERIODO TO CGL-PERIODO
           MOVE CRG-RUN-ID TO CGL-RUN-ID
           MOVE CRG-TOTAL TO CGL-TOTAL
           DELETE CHARGE-REG
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO BORRAR EL PERIODO "
                       CRG-PERIODO " DE CARGREG - VOLVER A CORRER LA "
                       "RESTAURACION"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           ADD 1 TO WS-CARGOS-LIBERADOS
           WRITE RESTAUR-LINE FROM WS-CARGO-LINE
           DISPLAY "CARGOS DEL PERIODO " CGL-PERIODO
               " BORRADOS DE CARGREG, VOLVER A GENERARLOS".

       GRABAR-MARCA-RESTAURACION.
           PERFORM ABRIR-AUDITORIA-EXTEND
           SET AUD-ES-RESTAURACION TO TRUE
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE ZEROS TO AUD-CUST-ID
           MOVE ZEROS TO AUD-NUM1
           MOVE ZEROS TO AUD-NUM2
           MOVE SPACE TO AUD-OP-CODE
           MOVE ZEROS TO AUD-RESULTADO
           PERFORM ESTAMPAR-AUDITORIA
           MOVE "RESTAURACION SNAPSHOT" TO AUD-RECON-ESTADO
           MOVE ZERO TO AUD-SUCURSAL
           MOVE WS-ETIQUETA-PEDIDA TO AUD-REF-RUN-ID
           MOVE WS-ANUL-COUNT TO AUD-REF-OCURR
           WRITE AUDIT-LINE FROM AUDIT-RECORD-LAYOUT
           CLOSE AUDIT-LOG.

       ABRIR-AUDITORIA-EXTEND.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDITLOG, STATUS: "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESTAMPAR-AUDITORIA.
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           MOVE WS-TIMESTAMP(1:8) TO AUD-TIMESTAMP(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO AUD-TIMESTAMP(9:6)
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.

       ABRIR-LUGAR.
           EVALUATE WS-LUGAR-ACTUAL
               WHEN 1
                   OPEN INPUT SNAP1-FILE
                   MOVE WS-SNAP1-STATUS TO WS-LUGAR-STATUS
               WHEN 2
                   OPEN INPUT SNAP2-FILE
                   MOVE WS-SNAP2-STATUS TO WS-LUGAR-STATUS
               WHEN 3
                   OPEN INPUT SNAP3-FILE
                   MOVE WS-SNAP3-STATUS TO WS-LUGAR-STATUS
               WHEN 4
                   OPEN INPUT SNAP4-FILE
                   MOVE WS-SNAP4-STATUS TO WS-LUGAR-STATUS
               WHEN 5
                   OPEN INPUT SNAP5-FILE
                   MOVE WS-SNAP5-STATUS TO WS-LUGAR-STATUS
           END-EVALUATE
           IF WS-LUGAR-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SNAPSHOT"
                   WS-LUGAR-ACTUAL ", STATUS: " WS-LUGAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-LUGAR.
           EVALUATE WS-LUGAR-ACTUAL
               WHEN 1
                   READ SNAP1-FILE INTO SNAPSHOT-RECORD
                       AT END SET FIN-LUGAR TO TRUE
                   END-READ
               WHEN 2
                   READ SNAP2-FILE INTO SNAPSHOT-RECORD
                       AT END SET FIN-LUGAR TO TRUE
                   END-READ
               WHEN 3
                   READ SNAP3-FILE INTO SNAPSHOT-RECORD
                       AT END SET FIN-LUGAR TO TRUE
                   END-READ
               WHEN 4
                   READ SNAP4-FILE INTO SNAPSHOT-RECORD
                       AT END SET FIN-LUGAR TO TRUE
                   END-READ
               WHEN 5
                   READ SNAP5-FILE INTO SNAPSHOT-RECORD
                       AT END SET FIN-LUGAR TO TRUE
                   END-READ
           END-EVALUATE.

       CERRAR-LUGAR.
           EVALUATE WS-LUGAR-ACTUAL
               WHEN 1 CLOSE SNAP1-FILE
               WHEN 2 CLOSE SNAP2-FILE
               WHEN 3 CLOSE SNAP3-FILE
               WHEN 4 CLOSE SNAP4-FILE
               WHEN 5 CLOSE SNAP5-FILE
           END-EVALUATE.

       FINALIZAR.
           MOVE WS-ANUL-COUNT TO TOT-ANULADAS
           WRITE RESTAUR-LINE FROM WS-TOTAL-LINE
           CLOSE RESTAUR-RPT
           DISPLAY "MAESTROS RESTAURADOS AL SNAPSHOT "
               WS-ETIQUETA-PEDIDA ", CORRIDAS ANULADAS: "
               WS-ANUL-COUNT.

       COPY OPERPROP.
       COPY SNAPCATP.
       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM RESTAURAR-SNAPSHOT.
