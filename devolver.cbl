      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: paquete de devolucion por sucursal
      * extension: cbl
      *
      * Junta todo lo que hay que devolverle a cada sucursal, que hasta
      * ahora se sacaba a mano de tres lugares: DEVOLSUC (retenidos
      * que el supervisor rechazo en REVISAR-RETENIDOS, razon L001),
      * REJECTFILE (rechazos de SUMANDO, razones R001-R007) y los
      * items de SUSPFILE (razon S001) con mas dias que el umbral de
      * antiguedad. Por cada sucursal escribe un archivo PAQSUC1 a
      * PAQSUC5 con el mismo formato que BRCHFILE1-5 (tipo + detalle
      * de 29 bytes, sin la estampa de sucursal) y su propio trailer,
      * y en PAQSUCRPT un aviso impreso con cada item, su codigo de
      * razon y su descripcion, agrupado por sucursal. Las cinco
      * sucursales reciben siempre su archivo; sin items el trailer
      * sale en cero.
      *
      * El hash del trailer es la suma de los resultados que
      * CALCULAR-RESULTADO daria para cada detalle, igual que en
      * BRCHFILE; un detalle corrupto (rechazos R001-R004) o una
      * reversa suman cero, porque no tienen resultado calculable.
      *
      * Cada item devuelto queda marcado en DEVREG (ver el copybook):
      * la noche siguiente no vuelve a salir, y los jobs de reciclo lo
      * descartan en vez de re-pasarlo por SUMANDO. Las marcas se
      * graban recien cuando los cinco archivos y el aviso quedaron
      * cerrados: si el job cae antes, se relanza y arma el mismo
      * paquete completo. Los items sin sucursal de origen (0, datos
      * anteriores a la estampa) se listan en el aviso pero no se
      * devuelven ni se marcan: hay que resolverlos a mano.
      *
      * Umbral de antiguedad del suspenso: 30 dias, o lo que indique
      * la tarjeta de parametros RUNPARM (RPM-DIAS-DEVOLUCION) o, si
      * la tarjeta no lo trae, la variable de ambiente
      * DIAS_DEVOLUCION. La edad se mide contra la fecha de negocio
      * de la tarjeta (o la del reloj), que es tambien la del run-id.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVER-SUCURSALES.
       AUTHOR. KATHB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "DEVOLSUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT DEVUELTO-REG ASSIGN TO "DEVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRG-KEY
               FILE STATUS IS WS-DEVREG-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT SORTED-DEV ASSIGN TO "SORTDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTDEV-STATUS.

           SELECT PAQ1-FILE ASSIGN TO "PAQSUC1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ1-STATUS.

           SELECT PAQ2-FILE ASSIGN TO "PAQSUC2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ2-STATUS.

           SELECT PAQ3-FILE ASSIGN TO "PAQSUC3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ3-STATUS.

           SELECT PAQ4-FILE ASSIGN TO "PAQSUC4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ4-STATUS.

           SELECT PAQ5-FILE ASSIGN TO "PAQSUC5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAQ5-STATUS.

           SELECT AVISO-RPT ASSIGN TO "PAQSUCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISO-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-LINE PIC X(80).

       FD  REJECT-FILE.
       01  REJECT-LINE PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE PIC X(80).

       FD  DEVUELTO-REG.
       COPY DEVREG.

       SD  SORT-WORK-FILE.
       01  SORT-DEV-RECORD.
           05 SDV-SUCURSAL PIC 9.
           05 SDV-ORIGEN PIC X.
           05 SDV-RUN-ID PIC X(14).
           05 FILLER PIC X(35).

       FD  SORTED-DEV.
       01  SORTED-DEV-LINE PIC X(51).

       FD  PAQ1-FILE.
       01  PAQ1-LINE PIC X(30).

       FD  PAQ2-FILE.
       01  PAQ2-LINE PIC X(30).

       FD  PAQ3-FILE.
       01  PAQ3-LINE PIC X(30).

       FD  PAQ4-FILE.
       01  PAQ4-LINE PIC X(30).

       FD  PAQ5-FILE.
       01  PAQ5-LINE PIC X(30).

       FD  AVISO-RPT.
       01  AVISO-LINE PIC X(132).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CALCULOW.
       COPY RETREC.
       COPY RECHREC.
       COPY SUSPREC.

       77 WS-RETURN-STATUS PIC XX VALUE "00".
       77 WS-REJECT-STATUS PIC XX VALUE "00".
       77 WS-SUSPENSE-STATUS PIC XX VALUE "00".
       77 WS-DEVREG-STATUS PIC XX VALUE "00".
       77 WS-SORTDEV-STATUS PIC XX VALUE "00".
       77 WS-PAQ1-STATUS PIC XX VALUE "00".
       77 WS-PAQ2-STATUS PIC XX VALUE "00".
       77 WS-PAQ3-STATUS PIC XX VALUE "00".
       77 WS-PAQ4-STATUS PIC XX VALUE "00".
       77 WS-PAQ5-STATUS PIC XX VALUE "00".
       77 WS-AVISO-STATUS PIC XX VALUE "00".
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-ARCHIVO VALUE "Y".
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-RUN-ID PIC X(14) VALUE SPACES.

      * Item candidato a devolucion, tal como viaja por el SORT (por
      * sucursal, origen y corrida).
       01 WS-DEV-RECORD.
           05 DEV-SUCURSAL PIC 9.
           05 DEV-ORIGEN PIC X.
               88 DEV-DE-RECHAZO VALUE "R".
               88 DEV-DE-SUSPENSO VALUE "S".
               88 DEV-DE-RETENIDO VALUE "L".
           05 DEV-RUN-ID PIC X(14).
           05 DEV-RAZON-CODE PIC X(4).
           05 DEV-TIPO PIC X.
               88 DEV-ES-REVERSA VALUE "V".
           05 DEV-DETALLE PIC X(30).

      * Vista numerica del detalle (los rechazos pueden traer importes
      * no numericos: solo se calculan y editan los que si lo son).
       01 WS-DETALLE-NUM.
           05 WSD-CUST-ID PIC 9(6).
           05 WSD-NUM1 PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 WSD-NUM2 PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 WSD-OP-CODE PIC X.
           05 WSD-SUCURSAL PIC X.
       01 WS-REVERSA-NUM REDEFINES WS-DETALLE-NUM.
           05 WSR-CUST-ID PIC X(6).
           05 WSR-RUN-ID PIC X(14).
           05 WSR-OCURRENCIA PIC X(3).
           05 FILLER PIC X(7).

      * Registro de salida en formato BRCHFILE: vista comun para las
      * cinco sucursales, que GRABAR-PAQUETE despacha por
      * WS-SUC-ACTUAL (igual que consolida con sus BRCHFILE).
       77 WS-SUC-ACTUAL PIC 9 VALUE ZEROS.
       77 WS-PAQ-STATUS PIC XX VALUE "00".
       01 WS-PAQ-RECORD.
           05 WPQ-TYPE PIC X.
           05 WPQ-DETAIL PIC X(29).
           05 WPQ-TRAILER REDEFINES WPQ-DETAIL.
               10 WPQ-TRAILER-COUNT PIC 9(6).
               10 WPQ-TRAILER-HASH PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE.
               10 FILLER PIC X(12).
       01 WS-PAQ-TOTALES.
           05 WS-PAQ-TOT OCCURS 5 TIMES.
               10 WS-PAQ-COUNT PIC 9(6).
               10 WS-PAQ-HASH PIC S9(8)V99.

      * Antiguedad del suspenso.
       77 WS-DIAS-DEVOLUCION PIC 9(3) VALUE 30.
       77 WS-DIAS-PARAM PIC X(3) VALUE SPACES.
       77 WS-FECHA-HOY PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-HOY PIC 9(7) VALUE ZEROS.
       77 WS-EDAD-CALC PIC S9(7) VALUE ZEROS.
       77 WS-FECHA-ITEM-X PIC X(8) VALUE SPACES.

      * Quiebre por sucursal del aviso.
       77 WS-PREV-SUCURSAL PIC 9 VALUE ZERO.
       77 WS-PRIMER-ITEM PIC X VALUE "Y".
           88 ES-PRIMER-ITEM VALUE "Y".
       77 WS-QUIEBRE-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SIN-SUC-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-DEVUELTOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-YA-DEVUELTOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-MARCADOS-COUNT PIC 9(6) VALUE ZEROS.

       COPY RUNPARMW.

       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-HEADER-LINE1.
           05 FILLER PIC X(40) VALUE
               "AVISO DE DEVOLUCION A SUCURSALES".
           05 FILLER PIC X(8) VALUE "FECHA: ".
           05 WS-HDR-FECHA PIC 99/99/9999.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "PAQUETE: ".
           05 WS-HDR-RUN-ID PIC X(14).

       01 WS-SUC-HEADER-LINE.
           05 FILLER PIC X(9) VALUE "SUCURSAL ".
           05 HDR-SUC-NUM PIC 9.
           05 FILLER PIC X(3) VALUE " - ".
           05 HDR-SUC-DESTINO PIC X(30).

       01 WS-HEADER-LINE2.
           05 FILLER PIC X(8) VALUE "ORIGEN".
           05 FILLER PIC X(7) VALUE "RAZON".
           05 FILLER PIC X(24) VALUE "DESCRIPCION".
           05 FILLER PIC X(16) VALUE "CORRIDA".
           05 FILLER PIC X(9) VALUE "CLIENTE".
           05 FILLER PIC X(16) VALUE "IMPORTE 1".
           05 FILLER PIC X(16) VALUE "IMPORTE 2".
           05 FILLER PIC X(4) VALUE "OP".

       01 WS-DETALLE-LINE.
           05 DET-ORIGEN PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-RAZON PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-DESCRIPCION PIC X(22).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-RUN-ID PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CUST-ID PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-NUM1 PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-NUM2 PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-OP-CODE PIC X.

       01 WS-IMPORTE-EDIT PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-SUC-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "ITEMS DEVUELTOS:".
           05 TOT-SUC-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  HASH TRAILER: ".
           05 TOT-SUC-HASH PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-SIN-SUC-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "ITEMS SIN SUCURSAL:   ".
           05 TOT-SIN-SUC-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(30) VALUE
               "  NO SE DEVUELVEN, VER A MANO".

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(22) VALUE "TOTAL DEVUELTOS:      ".
           05 TOT-DEVUELTOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(24) VALUE "  YA DEVUELTOS ANTES:   ".
           05 TOT-YA-DEVUELTOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM ORDENAR-DEVOLUCIONES
           PERFORM ARMAR-PAQUETES
           PERFORM MARCAR-DEVUELTOS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO WS-RUN-ID(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-RUN-ID(9:6)
           MOVE WS-RUN-ID(1:8) TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE FEACHA-EDIT TO WS-HDR-FECHA
           MOVE WS-RUN-ID TO WS-HDR-RUN-ID
           MOVE FECHA TO WS-FECHA-HOY
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           IF RPM-DIAS-DEVOLUCION NOT = SPACES
               MOVE RPM-DIAS-DEVOLUCION TO WS-DIAS-PARAM
           ELSE
               ACCEPT WS-DIAS-PARAM FROM ENVIRONMENT "DIAS_DEVOLUCION"
           END-IF
           IF WS-DIAS-PARAM NOT = SPACES
               IF FUNCTION TRIM(WS-DIAS-PARAM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-DIAS-PARAM)
                       TO WS-DIAS-DEVOLUCION
               ELSE
                   DISPLAY "ADVERTENCIA: DIAS_DEVOLUCION INVALIDO, "
                       "SE USAN " WS-DIAS-DEVOLUCION " DIAS"
               END-IF
           END-IF
           INITIALIZE WS-PAQ-TOTALES
           OPEN I-O DEVUELTO-REG
           IF WS-DEVREG-STATUS = "35"
               OPEN OUTPUT DEVUELTO-REG
               CLOSE DEVUELTO-REG
               OPEN I-O DEVUELTO-REG
           END-IF
           IF WS-DEVREG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEVREG, STATUS: "
                   WS-DEVREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ORDENAR-DEVOLUCIONES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SDV-SUCURSAL SDV-ORIGEN SDV-RUN-ID
               INPUT PROCEDURE IS SELECCIONAR-DEVOLUCIONES
               GIVING SORTED-DEV.

       SELECCIONAR-DEVOLUCIONES.
           PERFORM SELECCIONAR-RETENIDOS
           PERFORM SELECCIONAR-RECHAZOS
           PERFORM SELECCIONAR-SUSPENSO.

      * Todo lo que el supervisor rechazo en la revision de retenidos
      * se le debe a la sucursal.
       SELECCIONAR-RETENIDOS.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS = "35"
               DISPLAY "NO EXISTE DEVOLSUC, SE OMITE"
           ELSE
               IF WS-RETURN-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR DEVOLSUC, STATUS: "
                       WS-RETURN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ RETURN-FILE
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE RETURN-LINE TO RETENIDO-RECORD
                           PERFORM CANDIDATO-RETENIDO
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       CANDIDATO-RETENIDO.
           MOVE "L" TO DRG-ORIGEN
           MOVE RET-RUN-ID TO DRG-RUN-ID
           MOVE RET-CUST-ID TO DRG-CUST-ID
           MOVE RET-NUM1 TO DRG-NUM1
           MOVE RET-NUM2 TO DRG-NUM2
           MOVE RET-OP-CODE TO DRG-OP-CODE
           MOVE RET-SUCURSAL TO DRG-SUCURSAL
           MOVE RET-RAZON-CODE TO DEV-RAZON-CODE
           MOVE "D" TO DEV-TIPO
           PERFORM LIBERAR-CANDIDATO.

      * Todo rechazo vuelve a la sucursal, incluidas las reversas
      * rechazadas (salen como "V", igual que llegaron).
       SELECCIONAR-RECHAZOS.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "35"
               DISPLAY "NO EXISTE REJECTFILE, SE OMITE"
           ELSE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR REJECTFILE, "
                       "STATUS: " WS-REJECT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ REJECT-FILE
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE REJECT-LINE TO RECHAZO-RECORD
                           PERFORM CANDIDATO-RECHAZO
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       CANDIDATO-RECHAZO.
           MOVE "R" TO DRG-ORIGEN
           MOVE RECH-RUN-ID TO DRG-RUN-ID
           MOVE RECH-DETAIL TO DRG-DETALLE
           MOVE RECH-RAZON-CODE TO DEV-RAZON-CODE
           IF RECH-ES-REVERSA
               MOVE "V" TO DEV-TIPO
           ELSE
               MOVE "D" TO DEV-TIPO
           END-IF
           PERFORM LIBERAR-CANDIDATO.

      * Del suspenso solo vuelve lo que ya lleva mas dias que el
      * umbral (el resto todavia puede reciclarse cuando den de alta
      * al cliente). Un RUN-ID con fecha invalida se toma como viejo.
       SELECCIONAR-SUSPENSO.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               DISPLAY "NO EXISTE SUSPFILE, SE OMITE"
           ELSE
               IF WS-SUSPENSE-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR SUSPFILE, STATUS: "
                       WS-SUSPENSE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ SUSPENSE-FILE
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE SUSPENSE-LINE TO SUSPENSE-RECORD
                           PERFORM CANDIDATO-SUSPENSO
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       CANDIDATO-SUSPENSO.
           MOVE SUSP-RUN-ID(1:8) TO WS-FECHA-ITEM-X
           IF WS-FECHA-ITEM-X IS NUMERIC
               MOVE WS-FECHA-ITEM-X TO FECHA
               PERFORM VALIDAR-FECHA
           ELSE
               MOVE "N" TO WS-FECHA-OK
           END-IF
           IF FECHA-VALIDA
               COMPUTE WS-EDAD-CALC = WS-DIAS-HOY -
                   FUNCTION INTEGER-OF-DATE(FECHA)
           ELSE
               MOVE 999 TO WS-EDAD-CALC
           END-IF
           IF WS-EDAD-CALC > WS-DIAS-DEVOLUCION
               MOVE "S" TO DRG-ORIGEN
               MOVE SUSP-RUN-ID TO DRG-RUN-ID
               MOVE SUSP-CUST-ID TO DRG-CUST-ID
               MOVE SUSP-NUM1 TO DRG-NUM1
               MOVE SUSP-NUM2 TO DRG-NUM2
               MOVE SUSP-OP-CODE TO DRG-OP-CODE
               MOVE SUSP-SUCURSAL TO DRG-SUCURSAL
               MOVE SUSP-RAZON-CODE TO DEV-RAZON-CODE
               MOVE "D" TO DEV-TIPO
               PERFORM LIBERAR-CANDIDATO
           END-IF.

      * DRG-KEY ya esta armada por el llamador: si figura en DEVREG el
      * item ya se devolvio en un paquete anterior y no vuelve a salir.
      * El candidato se copia a WS-DEV-RECORD ANTES del READ: si la
      * clave no esta, el area del registro queda indefinida.
      * Una sucursal fuera de 1-5 (o ilegible) se trata como 0.
       LIBERAR-CANDIDATO.
           MOVE DRG-ORIGEN TO DEV-ORIGEN
           MOVE DRG-RUN-ID TO DEV-RUN-ID
           MOVE DRG-DETALLE TO DEV-DETALLE
           IF DRG-SUCURSAL IS NUMERIC AND
               DRG-SUCURSAL >= "1" AND DRG-SUCURSAL <= "5"
               MOVE DRG-SUCURSAL TO DEV-SUCURSAL
           ELSE
               MOVE ZERO TO DEV-SUCURSAL
           END-IF
           READ DEVUELTO-REG
               INVALID KEY
                   RELEASE SORT-DEV-RECORD FROM WS-DEV-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-YA-DEVUELTOS-COUNT
           END-READ.

       ARMAR-PAQUETES.
           PERFORM ABRIR-PAQUETE
               VARYING WS-SUC-ACTUAL FROM 1 BY 1
               UNTIL WS-SUC-ACTUAL > 5
           OPEN OUTPUT AVISO-RPT
           IF WS-AVISO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PAQSUCRPT, STATUS: "
                   WS-AVISO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE AVISO-LINE FROM WS-HEADER-LINE1
           OPEN INPUT SORTED-DEV
           IF WS-SORTDEV-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SORTDEV, STATUS: "
                   WS-SORTDEV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM LEER-DEVOLUCION
           PERFORM PROCESAR-DEVOLUCION
               UNTIL FIN-DE-ARCHIVO
           IF NOT ES-PRIMER-ITEM
               PERFORM CERRAR-QUIEBRE-SUCURSAL
           END-IF
           CLOSE SORTED-DEV
           PERFORM CERRAR-PAQUETE
               VARYING WS-SUC-ACTUAL FROM 1 BY 1
               UNTIL WS-SUC-ACTUAL > 5
           MOVE WS-DEVUELTOS-COUNT TO TOT-DEVUELTOS
           MOVE WS-YA-DEVUELTOS-COUNT TO TOT-YA-DEVUELTOS
           WRITE AVISO-LINE FROM WS-TOTAL-LINE
           CLOSE AVISO-RPT.

       LEER-DEVOLUCION.
           READ SORTED-DEV INTO WS-DEV-RECORD
               AT END
                   SET FIN-DE-ARCHIVO TO TRUE
           END-READ.

       PROCESAR-DEVOLUCION.
           IF ES-PRIMER-ITEM OR DEV-SUCURSAL NOT = WS-PREV-SUCURSAL
               IF NOT ES-PRIMER-ITEM
                   PERFORM CERRAR-QUIEBRE-SUCURSAL
               END-IF
               PERFORM ABRIR-QUIEBRE-SUCURSAL
           END-IF
           MOVE DEV-DETALLE TO WS-DETALLE-NUM
           IF DEV-SUCURSAL = ZERO
               ADD 1 TO WS-SIN-SUC-COUNT
           ELSE
               MOVE DEV-SUCURSAL TO WS-SUC-ACTUAL
               MOVE DEV-TIPO TO WPQ-TYPE
               MOVE DEV-DETALLE(1:29) TO WPQ-DETAIL
               PERFORM GRABAR-PAQUETE
               ADD 1 TO WS-PAQ-COUNT(WS-SUC-ACTUAL)
               ADD 1 TO WS-DEVUELTOS-COUNT
               IF NOT DEV-ES-REVERSA
                   PERFORM ACUMULAR-HASH-PAQUETE
               END-IF
           END-IF
           PERFORM IMPRIMIR-ITEM
           PERFORM LEER-DEVOLUCION.

      * Solo un detalle sano tiene resultado: los corruptos suman cero
      * al hash (el trailer igual los cuenta).
       ACUMULAR-HASH-PAQUETE.
           IF WSD-NUM1 IS NUMERIC AND WSD-NUM2 IS NUMERIC
               MOVE WSD-OP-CODE TO OPERACION-CODE
               IF OPERACION-VALIDA AND
                   NOT (ES-DIVISION AND WSD-NUM2 = ZEROS)
                   MOVE WSD-NUM1 TO NUM1
                   MOVE WSD-NUM2 TO NUM2
                   PERFORM CALCULAR-RESULTADO
                   ADD RESULTADO1 TO WS-PAQ-HASH(WS-SUC-ACTUAL)
               END-IF
           END-IF.

       ABRIR-QUIEBRE-SUCURSAL.
           MOVE "N" TO WS-PRIMER-ITEM
           MOVE DEV-SUCURSAL TO WS-PREV-SUCURSAL
           MOVE ZEROS TO WS-QUIEBRE-COUNT
           MOVE DEV-SUCURSAL TO HDR-SUC-NUM
           IF DEV-SUCURSAL = ZERO
               MOVE "SIN SUCURSAL DE ORIGEN" TO HDR-SUC-DESTINO
           ELSE
               MOVE "DEVOLUCION VIA PAQSUC" TO HDR-SUC-DESTINO
               MOVE DEV-SUCURSAL TO HDR-SUC-DESTINO(22:1)
           END-IF
           MOVE SPACES TO AVISO-LINE
           WRITE AVISO-LINE
           WRITE AVISO-LINE FROM WS-SUC-HEADER-LINE
           WRITE AVISO-LINE FROM WS-HEADER-LINE2.

       CERRAR-QUIEBRE-SUCURSAL.
           IF WS-PREV-SUCURSAL = ZERO
               MOVE WS-SIN-SUC-COUNT TO TOT-SIN-SUC-COUNT
               WRITE AVISO-LINE FROM WS-SIN-SUC-TOTAL-LINE
           ELSE
               MOVE WS-PAQ-COUNT(WS-PREV-SUCURSAL) TO TOT-SUC-COUNT
               MOVE WS-PAQ-HASH(WS-PREV-SUCURSAL) TO TOT-SUC-HASH
               WRITE AVISO-LINE FROM WS-SUC-TOTAL-LINE
           END-IF.

       IMPRIMIR-ITEM.
           EVALUATE TRUE
               WHEN DEV-DE-RECHAZO
                   MOVE "RECH" TO DET-ORIGEN
               WHEN DEV-DE-SUSPENSO
                   MOVE "SUSP" TO DET-ORIGEN
               WHEN DEV-DE-RETENIDO
                   MOVE "RETE" TO DET-ORIGEN
           END-EVALUATE
           MOVE DEV-RAZON-CODE TO DET-RAZON
           EVALUATE DEV-RAZON-CODE
               WHEN "R001"
                   MOVE "OPERACION INVALIDA" TO DET-DESCRIPCION
               WHEN "R002"
                   MOVE "IMPORTE NO NUMERICO" TO DET-DESCRIPCION
               WHEN "R003"
                   MOVE "DIVISOR CERO" TO DET-DESCRIPCION
               WHEN "R004"
                   MOVE "CLIENTE NO NUMERICO" TO DET-DESCRIPCION
               WHEN "R005"
                   MOVE "REVERSA SIN ORIGINAL" TO DET-DESCRIPCION
               WHEN "R006"
                   MOVE "REVERSA YA APLICADA" TO DET-DESCRIPCION
               WHEN "R007"
                   MOVE "PERIODO CERRADO" TO DET-DESCRIPCION
               WHEN "S001"
                   MOVE "CLIENTE NO EXISTE" TO DET-DESCRIPCION
               WHEN "L001"
                   MOVE "EXCEDE LIMITE" TO DET-DESCRIPCION
               WHEN OTHER
                   MOVE "RAZON DESCONOCIDA" TO DET-DESCRIPCION
           END-EVALUATE
           MOVE DEV-RUN-ID TO DET-RUN-ID
           MOVE DEV-DETALLE(1:6) TO DET-CUST-ID
      * Una reversa no trae importes: se muestra la corrida y la
      * ocurrencia del original que pretendia anular.
           IF DEV-ES-REVERSA
               MOVE WSR-RUN-ID TO DET-NUM1
               MOVE SPACES TO DET-NUM2
               MOVE "OCURRENCIA " TO DET-NUM2(1:11)
               MOVE WSR-OCURRENCIA TO DET-NUM2(12:3)
               MOVE SPACE TO DET-OP-CODE
           ELSE
               IF WSD-NUM1 IS NUMERIC
                   MOVE WSD-NUM1 TO WS-IMPORTE-EDIT
                   MOVE WS-IMPORTE-EDIT TO DET-NUM1
               ELSE
                   MOVE DEV-DETALLE(7:11) TO DET-NUM1
               END-IF
               IF WSD-NUM2 IS NUMERIC
                   MOVE WSD-NUM2 TO WS-IMPORTE-EDIT
                   MOVE WS-IMPORTE-EDIT TO DET-NUM2
               ELSE
                   MOVE DEV-DETALLE(18:11) TO DET-NUM2
               END-IF
               MOVE WSD-OP-CODE TO DET-OP-CODE
           END-IF
           WRITE AVISO-LINE FROM WS-DETALLE-LINE.

      * Las marcas van recien con todo el paquete cerrado: un
      * paquete a medio armar no deja nada marcado.
       MARCAR-DEVUELTOS.
           OPEN INPUT SORTED-DEV
           IF WS-SORTDEV-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO REABRIR SORTDEV, STATUS: "
                   WS-SORTDEV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM LEER-DEVOLUCION
           PERFORM UNTIL FIN-DE-ARCHIVO
               IF DEV-SUCURSAL NOT = ZERO
                   PERFORM MARCAR-ITEM
               END-IF
               PERFORM LEER-DEVOLUCION
           END-PERFORM
           CLOSE SORTED-DEV.

      * Dos items identicos (mismo origen, corrida y detalle) comparten
      * la marca: el segundo WRITE cae en INVALID KEY y no hace falta.
       MARCAR-ITEM.
           MOVE DEV-ORIGEN TO DRG-ORIGEN
           MOVE DEV-RUN-ID TO DRG-RUN-ID
           MOVE DEV-DETALLE TO DRG-DETALLE
           MOVE DEV-RAZON-CODE TO DRG-RAZON-CODE
           MOVE WS-RUN-ID(1:8) TO DRG-FECHA
           MOVE WS-RUN-ID TO DRG-PAQUETE
           WRITE DEVUELTO-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MARCADOS-COUNT
           END-WRITE.

       ABRIR-PAQUETE.
           EVALUATE WS-SUC-ACTUAL
               WHEN 1
                   OPEN OUTPUT PAQ1-FILE
                   MOVE WS-PAQ1-STATUS TO WS-PAQ-STATUS
               WHEN 2
                   OPEN OUTPUT PAQ2-FILE
                   MOVE WS-PAQ2-STATUS TO WS-PAQ-STATUS
               WHEN 3
                   OPEN OUTPUT PAQ3-FILE
                   MOVE WS-PAQ3-STATUS TO WS-PAQ-STATUS
               WHEN 4
                   OPEN OUTPUT PAQ4-FILE
                   MOVE WS-PAQ4-STATUS TO WS-PAQ-STATUS
               WHEN 5
                   OPEN OUTPUT PAQ5-FILE
                   MOVE WS-PAQ5-STATUS TO WS-PAQ-STATUS
           END-EVALUATE
           IF WS-PAQ-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PAQSUC" WS-SUC-ACTUAL
                   ", STATUS: " WS-PAQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRABAR-PAQUETE.
           EVALUATE WS-SUC-ACTUAL
               WHEN 1 WRITE PAQ1-LINE FROM WS-PAQ-RECORD
               WHEN 2 WRITE PAQ2-LINE FROM WS-PAQ-RECORD
               WHEN 3 WRITE PAQ3-LINE FROM WS-PAQ-RECORD
               WHEN 4 WRITE PAQ4-LINE FROM WS-PAQ-RECORD
               WHEN 5 WRITE PAQ5-LINE FROM WS-PAQ-RECORD
           END-EVALUATE.

       CERRAR-PAQUETE.
           MOVE SPACES TO WS-PAQ-RECORD
           MOVE "T" TO WPQ-TYPE
           MOVE WS-PAQ-COUNT(WS-SUC-ACTUAL) TO WPQ-TRAILER-COUNT
           MOVE WS-PAQ-HASH(WS-SUC-ACTUAL) TO WPQ-TRAILER-HASH
           PERFORM GRABAR-PAQUETE
           EVALUATE WS-SUC-ACTUAL
               WHEN 1 CLOSE PAQ1-FILE
               WHEN 2 CLOSE PAQ2-FILE
               WHEN 3 CLOSE PAQ3-FILE
               WHEN 4 CLOSE PAQ4-FILE
               WHEN 5 CLOSE PAQ5-FILE
           END-EVALUATE.

       FINALIZAR.
           CLOSE DEVUELTO-REG
           DISPLAY "ITEMS DEVUELTOS A SUCURSALES: " WS-DEVUELTOS-COUNT
           DISPLAY "ITEMS YA DEVUELTOS ANTES (OMITIDOS): "
               WS-YA-DEVUELTOS-COUNT
           DISPLAY "ITEMS SIN SUCURSAL (NO DEVUELTOS): "
               WS-SIN-SUC-COUNT
           DISPLAY "MARCAS NUEVAS EN DEVREG: " WS-MARCADOS-COUNT.

       COPY CALCULOP.

       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM DEVOLVER-SUCURSALES.
