      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: snapshot de los maestros antes de la corrida nocturna
      * extension: cbl
      *
      * Los pasos ya se recuperan solos de sus propias caidas, pero un
      * archivo de entrada equivocado que postea limpio (una sucursal
      * que manda el mes que no es, un paso corrido a mano fuera de
      * orden) deja los maestros mal sin que nada falle. Para poder
      * volver atras sin recurrir a las cintas de respaldo, la
      * corrida nocturna llama a este programa antes del paso 1 y
      * aqui se copia el juego completo de maestros (CUSTMAST,
      * BALMAST, BALPERIOD, PERLEDGER, POSTEDRUN y PROCREG) a un
      * snapshot etiquetado con el run-id de la corrida (formato en
      * SNAPREC). RESTAURAR-SNAPSHOT lo repone despues como un juego.
      *
      * Hay cinco lugares fijos, SNAPSHOT1 a SNAPSHOT5, y el catalogo
      * SNAPCAT (ver SNAPCATW) dice cual esta vigente. Se conservan N
      * generaciones (RPM-GENERACIONES en RUNPARM, o la variable de
      * ambiente GENERACIONES_SNAPSHOT, o 3 por defecto; de 1 a 5):
      * el snapshot nuevo va a un lugar libre o pisa el mas viejo, y
      * al terminar se liberan los mas viejos que sobren. Si la misma
      * corrida se relanza desde el paso 1 el snapshot se vuelve a
      * tomar en el MISMO lugar (los maestros todavia no se tocaron),
      * asi un relanzamiento no gasta una generacion.
      *
      * El lugar se marca libre antes de empezar a escribirlo y
      * vigente solo con el trailer escrito: un snapshot cortado a la
      * mitad nunca queda disponible para restaurar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOMAR-SNAPSHOT IS INITIAL.
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

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CUSTMAST-STATUS PIC XX VALUE "00".
       77 WS-BALMAST-STATUS PIC XX VALUE "00".
       77 WS-BALPER-STATUS PIC XX VALUE "00".
       77 WS-LEDGER-STATUS PIC XX VALUE "00".
       77 WS-POSTED-STATUS PIC XX VALUE "00".
       77 WS-PROCREG-STATUS PIC XX VALUE "00".
       77 WS-SNAP1-STATUS PIC XX VALUE "00".
       77 WS-SNAP2-STATUS PIC XX VALUE "00".
       77 WS-SNAP3-STATUS PIC XX VALUE "00".
       77 WS-SNAP4-STATUS PIC XX VALUE "00".
       77 WS-SNAP5-STATUS PIC XX VALUE "00".
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-SNAP-TIMESTAMP PIC X(14) VALUE SPACES.
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

      * Los seis maestros se copian con la misma logica: estos campos
      * comunes y el despacho por WS-ARCH-IDX (1 a 6, el orden de
      * SNAPREC), igual que consulta recorre sus fuentes.
       77 WS-ARCH-IDX PIC 9 VALUE ZERO.
       77 WS-MAESTRO-STATUS PIC XX VALUE "00".
       77 WS-MAESTRO-EOF PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "Y".
       01 WS-CONTEOS-MAESTROS.
           05 WS-CONTEO-MAESTRO PIC 9(8) OCCURS 6 TIMES.

      * Lugar (1 a 5) que se esta escribiendo o vaciando; los
      * parrafos ABRIR/GRABAR/CERRAR-LUGAR despachan por este campo.
       77 WS-LUGAR PIC 9 VALUE ZERO.
       77 WS-LUGAR-ACTUAL PIC 9 VALUE ZERO.
       77 WS-LUGAR-STATUS PIC XX VALUE "00".
       77 WS-MAS-VIEJO PIC 9 VALUE ZERO.
       77 WS-VIGENTES PIC 9 VALUE ZERO.
       77 WS-GENERACIONES PIC 9 VALUE 3.
       77 WS-GENERACIONES-PARAM PIC X(3) VALUE SPACES.

       COPY SNAPREC.
       COPY SNAPCATW.
       COPY RUNPARMW.

       LINKAGE SECTION.
      * Etiqueta del snapshot: el run-id de la corrida nocturna.
       01 ETIQUETA-CORRIDA PIC X(14).

       PROCEDURE DIVISION USING ETIQUETA-CORRIDA.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM LEER-CATALOGO-SNAPSHOT
           PERFORM ELEGIR-LUGAR
           MOVE SPACE TO CAT-ESTADO(WS-LUGAR)
           PERFORM GRABAR-CATALOGO-SNAPSHOT
           MOVE WS-LUGAR TO WS-LUGAR-ACTUAL
           PERFORM ABRIR-LUGAR
           PERFORM GRABAR-ENCABEZADO
           PERFORM COPIAR-MAESTRO
               VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > 6
           PERFORM GRABAR-TRAILER
           PERFORM CERRAR-LUGAR
           PERFORM REGISTRAR-EN-CATALOGO
           PERFORM DEPURAR-GENERACIONES
           PERFORM GRABAR-CATALOGO-SNAPSHOT
           DISPLAY "SNAPSHOT " ETIQUETA-CORRIDA " TOMADO EN SNAPSHOT"
               WS-LUGAR ", GENERACIONES VIGENTES: " WS-VIGENTES
           MOVE ZEROS TO RETURN-CODE
           GOBACK.

       INICIALIZAR.
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           MOVE WS-TIMESTAMP(1:8) TO WS-SNAP-TIMESTAMP(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-SNAP-TIMESTAMP(9:6)
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           INITIALIZE WS-CONTEOS-MAESTROS
           PERFORM LEER-PARAMETROS-CORRIDA
           IF RPM-GENERACIONES NOT = SPACES
               MOVE RPM-GENERACIONES TO WS-GENERACIONES-PARAM
           ELSE
               ACCEPT WS-GENERACIONES-PARAM
                   FROM ENVIRONMENT "GENERACIONES_SNAPSHOT"
           END-IF
           IF WS-GENERACIONES-PARAM NOT = SPACES
               IF FUNCTION TRIM(WS-GENERACIONES-PARAM) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-GENERACIONES-PARAM) >= 1
                   AND FUNCTION NUMVAL(WS-GENERACIONES-PARAM)
                       <= WS-CAT-MAX
                   MOVE FUNCTION NUMVAL(WS-GENERACIONES-PARAM)
                       TO WS-GENERACIONES
               ELSE
                   DISPLAY "ADVERTENCIA: GENERACIONES_SNAPSHOT "
                       "INVALIDO, SE USAN " WS-GENERACIONES
                       " GENERACIONES"
               END-IF
           END-IF.

      * Primero el lugar que ya tiene la etiqueta de esta corrida (un
      * relanzamiento desde el paso 1), despues uno libre y si no
      * queda ninguno el snapshot vigente mas viejo.
       ELEGIR-LUGAR.
           MOVE ZERO TO WS-LUGAR
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX OR WS-LUGAR > ZERO
               IF CAT-ETIQUETA(WS-CAT-IDX) = ETIQUETA-CORRIDA
                   MOVE WS-CAT-IDX TO WS-LUGAR
               END-IF
           END-PERFORM
           IF WS-LUGAR = ZERO
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-MAX OR WS-LUGAR > ZERO
                   IF CAT-LIBRE(WS-CAT-IDX)
                       MOVE WS-CAT-IDX TO WS-LUGAR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LUGAR = ZERO
               PERFORM BUSCAR-MAS-VIEJO
               MOVE WS-MAS-VIEJO TO WS-LUGAR
               DISPLAY "SE RECICLA EL SNAPSHOT "
                   CAT-ETIQUETA(WS-LUGAR) " DE SNAPSHOT" WS-LUGAR
           END-IF.

       BUSCAR-MAS-VIEJO.
           MOVE ZERO TO WS-MAS-VIEJO
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX
               IF CAT-VIGENTE(WS-CAT-IDX)
                   IF WS-MAS-VIEJO = ZERO
                       MOVE WS-CAT-IDX TO WS-MAS-VIEJO
                   ELSE
                       IF CAT-TIMESTAMP(WS-CAT-IDX) <
                           CAT-TIMESTAMP(WS-MAS-VIEJO)
                           MOVE WS-CAT-IDX TO WS-MAS-VIEJO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GRABAR-ENCABEZADO.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SNP-ES-ENCABEZADO TO TRUE
           MOVE ZERO TO SNP-ARCHIVO
           MOVE ETIQUETA-CORRIDA TO SNP-HDR-ETIQUETA
           MOVE WS-FECHA-NEGOCIO TO SNP-HDR-FECHA-NEGOCIO
           MOVE WS-SNAP-TIMESTAMP TO SNP-HDR-TIMESTAMP
           PERFORM GRABAR-LUGAR.

      * Un maestro que todavia no existe (PERLEDGER antes del primer
      * cierre, por ejemplo) se guarda con conteo cero: al restaurar
      * queda vacio, que para sus lectores es lo mismo que ausente.
       COPIAR-MAESTRO.
           PERFORM ABRIR-MAESTRO
           IF WS-MAESTRO-STATUS = "35"
               DISPLAY SNP-NOMBRE-MAESTRO(WS-ARCH-IDX)
                   " NO EXISTE, SE GUARDA VACIO"
           ELSE
               IF WS-MAESTRO-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR "
                       SNP-NOMBRE-MAESTRO(WS-ARCH-IDX) ", STATUS: "
                       WS-MAESTRO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-MAESTRO-EOF
               PERFORM POSICIONAR-MAESTRO
               IF NOT FIN-MAESTRO
                   PERFORM LEER-MAESTRO
               END-IF
               PERFORM UNTIL FIN-MAESTRO
                   MOVE SPACES TO SNAPSHOT-RECORD
                   SET SNP-ES-DETALLE TO TRUE
                   MOVE WS-ARCH-IDX TO SNP-ARCHIVO
                   PERFORM MOVER-REGISTRO-MAESTRO
                   PERFORM GRABAR-LUGAR
                   ADD 1 TO WS-CONTEO-MAESTRO(WS-ARCH-IDX)
                   PERFORM LEER-MAESTRO
               END-PERFORM
               PERFORM CERRAR-MAESTRO
           END-IF
           DISPLAY SNP-NOMBRE-MAESTRO(WS-ARCH-IDX) ": "
               WS-CONTEO-MAESTRO(WS-ARCH-IDX) " REGISTROS".

       GRABAR-TRAILER.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SNP-ES-TRAILER TO TRUE
           MOVE ZERO TO SNP-ARCHIVO
           MOVE ETIQUETA-CORRIDA TO SNP-TRL-ETIQUETA
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > 6
               MOVE WS-CONTEO-MAESTRO(WS-ARCH-IDX) TO
                   SNP-TRL-CONTEO(WS-ARCH-IDX)
           END-PERFORM
           PERFORM GRABAR-LUGAR.

       REGISTRAR-EN-CATALOGO.
           SET CAT-VIGENTE(WS-LUGAR) TO TRUE
           MOVE ETIQUETA-CORRIDA TO CAT-ETIQUETA(WS-LUGAR)
           MOVE WS-FECHA-NEGOCIO TO CAT-FECHA-NEGOCIO(WS-LUGAR)
           MOVE WS-SNAP-TIMESTAMP TO CAT-TIMESTAMP(WS-LUGAR)
           MOVE WS-OPERATOR-ID TO CAT-OPERADOR(WS-LUGAR)
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > 6
               MOVE WS-CONTEO-MAESTRO(WS-ARCH-IDX) TO
                   CAT-CONTEO(WS-LUGAR, WS-ARCH-IDX)
           END-PERFORM.

      * Libera (y vacia) los snapshots mas viejos hasta dejar las N
      * generaciones pedidas. El recien tomado es el mas nuevo, nunca
      * sale elegido aqui.
       DEPURAR-GENERACIONES.
           MOVE ZERO TO WS-VIGENTES
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX
               IF CAT-VIGENTE(WS-CAT-IDX)
                   ADD 1 TO WS-VIGENTES
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-VIGENTES <= WS-GENERACIONES
               PERFORM BUSCAR-MAS-VIEJO
               DISPLAY "SE DESCARTA EL SNAPSHOT "
                   CAT-ETIQUETA(WS-MAS-VIEJO) " DE SNAPSHOT"
                   WS-MAS-VIEJO
               INITIALIZE WS-CAT-ENTRADA(WS-MAS-VIEJO)
               MOVE WS-MAS-VIEJO TO WS-LUGAR-ACTUAL
               PERFORM ABRIR-LUGAR
               PERFORM CERRAR-LUGAR
               SUBTRACT 1 FROM WS-VIGENTES
           END-PERFORM.

       ABRIR-MAESTRO.
           EVALUATE WS-ARCH-IDX
               WHEN 1
                   OPEN INPUT CUSTOMER-MASTER
                   MOVE WS-CUSTMAST-STATUS TO WS-MAESTRO-STATUS
               WHEN 2
                   OPEN INPUT BALANCE-MASTER
                   MOVE WS-BALMAST-STATUS TO WS-MAESTRO-STATUS
               WHEN 3
                   OPEN INPUT PERIOD-BALANCE
                   MOVE WS-BALPER-STATUS TO WS-MAESTRO-STATUS
               WHEN 4
                   OPEN INPUT PERIOD-LEDGER
                   MOVE WS-LEDGER-STATUS TO WS-MAESTRO-STATUS
               WHEN 5
                   OPEN INPUT POSTED-RUNS
                   MOVE WS-POSTED-STATUS TO WS-MAESTRO-STATUS
               WHEN 6
                   OPEN INPUT PROCESSED-REG
                   MOVE WS-PROCREG-STATUS TO WS-MAESTRO-STATUS
           END-EVALUATE.

       POSICIONAR-MAESTRO.
           EVALUATE WS-ARCH-IDX
               WHEN 1
                   MOVE LOW-VALUES TO CUST-ID
                   START CUSTOMER-MASTER KEY NOT < CUST-ID
                       INVALID KEY SET FIN-MAESTRO TO TRUE
                   END-START
               WHEN 2
                   MOVE LOW-VALUES TO BAL-CUST-ID
                   START BALANCE-MASTER KEY NOT < BAL-CUST-ID
                       INVALID KEY SET FIN-MAESTRO TO TRUE
                   END-START
               WHEN 3
                   MOVE LOW-VALUES TO PBAL-KEY
                   START PERIOD-BALANCE KEY NOT < PBAL-KEY
                       INVALID KEY SET FIN-MAESTRO TO TRUE
                   END-START
               WHEN 4
                   MOVE LOW-VALUES TO LED-PERIODO
                   START PERIOD-LEDGER KEY NOT < LED-PERIODO
                       INVALID KEY SET FIN-MAESTRO TO TRUE
                   END-START
               WHEN 5
                   MOVE LOW-VALUES TO PST-RUN-ID
                   START POSTED-RUNS KEY NOT < PST-RUN-ID
                       INVALID KEY SET FIN-MAESTRO TO TRUE
                   END-START
               WHEN 6
                   MOVE LOW-VALUES TO REG-KEY
                   START PROCESSED-REG KEY NOT < REG-KEY
                       INVALID KEY SET FIN-MAESTRO TO TRUE
                   END-START
           END-EVALUATE.

       LEER-MAESTRO.
           EVALUATE WS-ARCH-IDX
               WHEN 1
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END SET FIN-MAESTRO TO TRUE
                   END-READ
               WHEN 2
                   READ BALANCE-MASTER NEXT RECORD
                       AT END SET FIN-MAESTRO TO TRUE
                   END-READ
               WHEN 3
                   READ PERIOD-BALANCE NEXT RECORD
                       AT END SET FIN-MAESTRO TO TRUE
                   END-READ
               WHEN 4
                   READ PERIOD-LEDGER NEXT RECORD
                       AT END SET FIN-MAESTRO TO TRUE
                   END-READ
               WHEN 5
                   READ POSTED-RUNS NEXT RECORD
                       AT END SET FIN-MAESTRO TO TRUE
                   END-READ
               WHEN 6
                   READ PROCESSED-REG NEXT RECORD
                       AT END SET FIN-MAESTRO TO TRUE
                   END-READ
           END-EVALUATE.

       MOVER-REGISTRO-MAESTRO.
           EVALUATE WS-ARCH-IDX
               WHEN 1 MOVE CUSTOMER-RECORD TO SNP-DATOS
               WHEN 2 MOVE BALANCE-RECORD TO SNP-DATOS
               WHEN 3 MOVE PERIOD-BALANCE-RECORD TO SNP-DATOS
               WHEN 4 MOVE LEDGER-RECORD TO SNP-DATOS
               WHEN 5 MOVE POSTED-RUN-RECORD TO SNP-DATOS
               WHEN 6 MOVE PROCESSED-REG-RECORD TO SNP-DATOS
           END-EVALUATE.

       CERRAR-MAESTRO.
           EVALUATE WS-ARCH-IDX
               WHEN 1 CLOSE CUSTOMER-MASTER
               WHEN 2 CLOSE BALANCE-MASTER
               WHEN 3 CLOSE PERIOD-BALANCE
               WHEN 4 CLOSE PERIOD-LEDGER
               WHEN 5 CLOSE POSTED-RUNS
               WHEN 6 CLOSE PROCESSED-REG
           END-EVALUATE.

       ABRIR-LUGAR.
           EVALUATE WS-LUGAR-ACTUAL
               WHEN 1
                   OPEN OUTPUT SNAP1-FILE
                   MOVE WS-SNAP1-STATUS TO WS-LUGAR-STATUS
               WHEN 2
                   OPEN OUTPUT SNAP2-FILE
                   MOVE WS-SNAP2-STATUS TO WS-LUGAR-STATUS
               WHEN 3
                   OPEN OUTPUT SNAP3-FILE
                   MOVE WS-SNAP3-STATUS TO WS-LUGAR-STATUS
               WHEN 4
                   OPEN OUTPUT SNAP4-FILE
                   MOVE WS-SNAP4-STATUS TO WS-LUGAR-STATUS
               WHEN 5
                   OPEN OUTPUT SNAP5-FILE
                   MOVE WS-SNAP5-STATUS TO WS-LUGAR-STATUS
           END-EVALUATE
           IF WS-LUGAR-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SNAPSHOT"
                   WS-LUGAR-ACTUAL ", STATUS: " WS-LUGAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRABAR-LUGAR.
           EVALUATE WS-LUGAR-ACTUAL
               WHEN 1 WRITE SNAP1-LINE FROM SNAPSHOT-RECORD
               WHEN 2 WRITE SNAP2-LINE FROM SNAPSHOT-RECORD
               WHEN 3 WRITE SNAP3-LINE FROM SNAPSHOT-RECORD
               WHEN 4 WRITE SNAP4-LINE FROM SNAPSHOT-RECORD
               WHEN 5 WRITE SNAP5-LINE FROM SNAPSHOT-RECORD
           END-EVALUATE.

       CERRAR-LUGAR.
           EVALUATE WS-LUGAR-ACTUAL
               WHEN 1 CLOSE SNAP1-FILE
               WHEN 2 CLOSE SNAP2-FILE
               WHEN 3 CLOSE SNAP3-FILE
               WHEN 4 CLOSE SNAP4-FILE
               WHEN 5 CLOSE SNAP5-FILE
           END-EVALUATE.

       COPY SNAPCATP.
       COPY RUNPARMP.
       END PROGRAM TOMAR-SNAPSHOT.
