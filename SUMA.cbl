               RECORD KEY IS LIB-KEY
               FILE STATUS IS WS-RELREG-STATUS.

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

           SELECT FUSION-REG ASSIGN TO "FUSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-CUST-DUPLICADO
               FILE STATUS IS WS-FUSREG-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05 TRANS-TYPE PIC X.
               88 ES-DETALLE VALUE "D".
               88 ES-TRAILER VALUE "T".
               88 ES-REVERSA VALUE "V".
           05 TRANS-DETAIL.
               10 TRANS-CUST-ID PIC 9(6).
               10 TRANS-NUM1 PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
               10 TRAILER-COUNT PIC 9(6).
               10 TRAILER-HASH-TOTAL PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE.
      * Una reversa nombra el calculo "C" que anula: el cliente, la
      * corrida que lo produjo y cual de los calculos de ese cliente
      * en esa corrida es (1 = el primero; cero se toma como 1).
           05 TRANS-REVERSA REDEFINES TRANS-DETAIL.
               10 REV-CUST-ID PIC X(6).
               10 REV-RUN-ID PIC X(14).
               10 REV-OCURRENCIA PIC X(3).
               10 FILLER PIC X(6).
               10 REV-SUCURSAL PIC X.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       01  AUDIT-LINE PIC X(150).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE PIC X(130).

      * Registro de archivos de entrada ya procesados: la clave es la
      * firma del trailer (conteo + hash). Dos TRANSFILE distintos con
       FD  RELEASE-REG.
       COPY LIBREC.

       FD  PERIOD-LEDGER.
       COPY PERLED.

       FD  POSTED-RUNS.
       01  POSTED-RUN-RECORD.
           05 PST-RUN-ID PIC X(14).
           05 PST-POSTED-DATE PIC X(8).

       FD  FUSION-REG.
       COPY FUSREG.

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CALCULOW.
       77 WS-TRANS-STATUS PIC XX VALUE "00".
           05 FILLER PIC X(42) VALUE
               "HASH NO VERIFICABLE - HAY RECHAZOS".

      * Reversas: un detalle "V" anula un calculo "C" de una corrida
      * anterior que reconcilio. Se valida contra AUDITLOG (el
      * original tiene que existir, su corrida tiene que haber
      * reconciliado OK y nadie lo tiene que haber revertido ya) y
      * contra PERLEDGER (el periodo del original no puede estar
      * cerrado); si no pasa se rechaza con R005/R006/R007 como
      * cualquier otro rechazo. La reversa aceptada deja un registro
      * "V" con el resultado del original cambiado de signo y la
      * referencia al original; ACTUALIZAR-SALDOS la postea en el
      * periodo del original. Para el trailer una reversa cuenta
      * como un detalle mas en el CONTEO y suma cero al HASH (no
      * hay calculo nuevo), asi que WS-REVERSA-TOTAL queda fuera de
      * la cuadratura del hash.
      * Una corrida que RESTAURAR-SNAPSHOT anulo (POSTEDRUN con fecha
      * "ANULADA") ya no esta en los saldos: revertirla seria postear
      * un negativo contra algo que nunca se posteo, asi que sale
      * como reversa sin original (R005). Si el cliente del original
      * se fusiono despues (FUSREG), la reversa se postea al
      * sobreviviente, que es donde FUSIONAR-CLIENTES dejo su saldo.
       77 WS-LEDGER-STATUS PIC XX VALUE "00".
       77 WS-LEDGER-SWITCH PIC X VALUE "N".
           88 LEDGER-PRESENTE VALUE "Y".
       77 WS-POSTED-STATUS PIC XX VALUE "00".
       77 WS-POSTED-SWITCH PIC X VALUE "N".
           88 POSTEDRUN-PRESENTE VALUE "Y".
       77 WS-FUSREG-STATUS PIC XX VALUE "00".
       77 WS-FUSREG-SWITCH PIC X VALUE "N".
           88 FUSREG-PRESENTE VALUE "Y".
       77 WS-FUSION-SWITCH PIC X VALUE "N".
           88 FIN-DE-FUSIONES VALUE "Y".
       77 WS-FUSION-SALTOS PIC 99 VALUE ZEROS.
       77 WS-REV-CUST-ORIGINAL PIC 9(6) VALUE ZEROS.
       77 WS-REV-ANULADA-SWITCH PIC X VALUE "N".
           88 REV-CORRIDA-ANULADA VALUE "Y".
       77 WS-REVERSA-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-REVERSA-TOTAL PIC S9(8)V99 VALUE ZEROS.
       77 WS-REV-OCURRENCIA PIC 9(3) VALUE ZEROS.
       77 WS-REV-VISTOS PIC 9(3) VALUE ZEROS.
       77 WS-REV-ORIGINAL-SWITCH PIC X VALUE "N".
           88 REV-ORIGINAL-HALLADO VALUE "Y".
       77 WS-REV-CORRIDA-SWITCH PIC X VALUE "N".
           88 REV-CORRIDA-OK VALUE "Y".
       77 WS-REV-DUPLICADA-SWITCH PIC X VALUE "N".
           88 REV-YA-REVERTIDO VALUE "Y".
       77 WS-REV-PERIODO-SWITCH PIC X VALUE "N".
           88 REV-PERIODO-CERRADO VALUE "Y".
       77 WS-REV-ORIG-RESULTADO PIC S9(8)V99 VALUE ZEROS.
       01 WS-REVERSA-SUM-LINE.
           05 FILLER PIC X(22) VALUE "REVERSAS APLICADAS:   ".
           05 WS-SUM-REVERSA-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "TOTAL REVERSAS:".
           05 WS-SUM-REVERSA-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.

      * Detalles para un cliente marcado inactivo (CUST-INACTIVO, lo
      * pone MARCAR-INACTIVOS): se postean igual, pero el resumen los
      * lista para que alguien revise por que se movio una cuenta
      * dormida. Se listan los primeros 50; conteo y total cubren
      * todos. En un reinicio la lista se reconstruye desde AUDITLOG
      * junto con el desglose por sucursal.
       77 WS-INACTIVO-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-INACTIVO-TOTAL PIC S9(8)V99 VALUE ZEROS.
       77 WS-INA-IDX PIC 9(3) VALUE ZEROS.
       77 WS-INA-CLIENTE PIC 9(6) VALUE ZEROS.
       77 WS-INA-IMPORTE PIC S9(8)V99 VALUE ZEROS.
       01 WS-INACTIVOS-TABLA.
           05 WS-INA-DET OCCURS 50 TIMES.
               10 WS-INA-CUST-ID PIC 9(6).
               10 WS-INA-RESULTADO PIC S9(8)V99.
       01 WS-INACTIVO-SUM-LINE.
           05 FILLER PIC X(22) VALUE "CLIENTES INACTIVOS:   ".
           05 WS-SUM-INACTIVO-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "TOTAL INACTIVO:".
           05 WS-SUM-INACTIVO-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-INACTIVO-DET-LINE.
           05 FILLER PIC X(29) VALUE "  INACTIVO CON MOVIMIENTO:  ".
           05 WS-SUM-INA-CUST-ID PIC 9(6).
           05 FILLER PIC X(13) VALUE "  RESULTADO: ".
           05 WS-SUM-INA-RESULTADO PIC -ZZZ,ZZZ,ZZ9.99.

       77 WS-TRAILER-FOUND PIC X VALUE "N".
           88 TRAILER-FOUND VALUE "Y".
       77 WS-RECON-OK PIC X VALUE "Y".
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKPT-HELD-HASH  PIC S9(8)V99
               SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKPT-REVERSA-COUNT PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CKPT-REVERSA-TOTAL PIC S9(8)V99
               SIGN IS TRAILING SEPARATE.

      * Registro de auditoria cuyo AUD-RUN-ID coincide con esta corrida,
      * usado al reanudar para contar cuantas transacciones propias ya
           88 REPROCESO-FORZADO VALUE "Y".
       77 WS-REG-FIRST-DATE PIC X(8) VALUE SPACES.
       COPY OPERPROW.
       COPY RUNPARMW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sin PERLEDGER todavia no se cerro ningun periodo: todos estan
      * abiertos para las reversas.
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
      * Sin POSTEDRUN no hay corridas anuladas; sin FUSREG no hay
      * clientes fusionados.
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
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

       ABRIR-AUDITORIA.
               STOP RUN
           END-IF.

      * El run-id lleva la fecha de negocio (RUNPARM, o la del reloj
      * si la tarjeta no la trae): de ella sale el periodo en que
      * ACTUALIZAR-SALDOS postea la corrida. La hora es la del reloj.
       INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO WS-RUN-ID(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-RUN-ID(9:6)
           INITIALIZE WS-SUC-DESGLOSE.
                       MOVE ZEROS TO WS-HELD-COUNT
                       MOVE ZEROS TO WS-HELD-HASH
                   END-IF
                   IF CKPT-REVERSA-COUNT IS NUMERIC
                       MOVE CKPT-REVERSA-COUNT TO WS-REVERSA-COUNT
                       MOVE CKPT-REVERSA-TOTAL TO WS-REVERSA-TOTAL
                   ELSE
                       MOVE ZEROS TO WS-REVERSA-COUNT
                       MOVE ZEROS TO WS-REVERSA-TOTAL
                   END-IF
                   MOVE CKPT-RUN-ID TO WS-RUN-ID
                   DISPLAY "REINICIANDO DESDE CHECKPOINT, REGISTRO: "
                       WS-SKIP-COUNT
               END-IF
           END-IF.

      * AUDIT-LOG ya tiene una entrada "C", "S", "H", "X" o "V" por
      * cada detalle
      * que esta misma corrida (mismo WS-RUN-ID) alcanzo a auditar,
      * incluso los posteriores al ultimo checkpoint escrito. Contarlas
      * aqui evita que OMITIR-TRANSACCIONES-PROCESADAS se quede corto y
                       NOT AT END
                           MOVE AUDIT-LINE TO AUDIT-RECORD-LAYOUT
                           IF (AUD-ES-CALCULO OR AUD-ES-SUSPENSO
                               OR AUD-ES-RETENIDO OR AUD-ES-RECHAZO
                               OR AUD-ES-REVERSA)
                               AND AUD-RUN-ID = WS-RUN-ID
                               ADD 1 TO WS-AUDIT-SEEN-COUNT
                               PERFORM ACUMULAR-SUCURSAL-AUDIT
                                           ADD 1 TO WS-HELD-COUNT
                                       WHEN AUD-ES-RECHAZO
                                           ADD 1 TO WS-REJECT-COUNT
                                       WHEN AUD-ES-REVERSA
                                           ADD AUD-RESULTADO TO
                                               WS-REVERSA-TOTAL
                                           ADD 1 TO WS-REVERSA-COUNT
                                   END-EVALUATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
               PERFORM LIMPIAR-REFERENCIA-REVERSA
               IF WS-AUDIT-SEEN-COUNT > WS-SKIP-COUNT
                   MOVE WS-AUDIT-SEEN-COUNT TO WS-SKIP-COUNT
               END-IF
               WHEN AUD-ES-CALCULO
                   ADD 1 TO WS-SUC-PROC-COUNT(WS-SUC-IDX)
                   ADD AUD-RESULTADO TO WS-SUC-PROC-TOTAL(WS-SUC-IDX)
                   PERFORM VERIFICAR-INACTIVO-AUDITADO
               WHEN AUD-ES-SUSPENSO
                   ADD 1 TO WS-SUC-SUSP-COUNT(WS-SUC-IDX)
               WHEN AUD-ES-RETENIDO
                   ADD 1 TO WS-SUC-RECH-COUNT(WS-SUC-IDX)
           END-EVALUATE.

       VERIFICAR-INACTIVO-AUDITADO.
           MOVE AUD-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-INACTIVO
                       MOVE AUD-CUST-ID TO WS-INA-CLIENTE
                       MOVE AUD-RESULTADO TO WS-INA-IMPORTE
                       PERFORM MARCAR-INACTIVO-CON-MOVIMIENTO
                   END-IF
           END-READ.

       MARCAR-INACTIVO-CON-MOVIMIENTO.
           ADD 1 TO WS-INACTIVO-COUNT
           ADD WS-INA-IMPORTE TO WS-INACTIVO-TOTAL
           IF WS-INACTIVO-COUNT NOT > 50
               MOVE WS-INA-CLIENTE TO WS-INA-CUST-ID(WS-INACTIVO-COUNT)
               MOVE WS-INA-IMPORTE TO
                   WS-INA-RESULTADO(WS-INACTIVO-COUNT)
           END-IF
           DISPLAY "ADVERTENCIA: MOVIMIENTO PARA CLIENTE INACTIVO: "
               WS-INA-CLIENTE.

       OMITIR-TRANSACCIONES-PROCESADAS.
           PERFORM UNTIL WS-SKIPPED-COUNT >= WS-SKIP-COUNT
               OR FIN-DE-ARCHIVO
                   ELSE
                       PERFORM VALIDAR-TRANSACCION
                       IF TRANS-VALIDA
                           IF ES-REVERSA
                               MOVE REV-CUST-ID TO WS-CUST-ID
                           ELSE
                               MOVE TRANS-CUST-ID TO WS-CUST-ID
                               MOVE TRANS-NUM1 TO NUM1
                               MOVE TRANS-NUM2 TO NUM2
                               MOVE TRANS-OP-CODE TO OPERACION-CODE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       VALIDAR-TRANSACCION.
           MOVE "Y" TO WS-TRANS-OK
           MOVE SPACES TO RECH-RAZON-CODE
           IF ES-REVERSA
               PERFORM VALIDAR-FORMATO-REVERSA
           ELSE
               MOVE TRANS-OP-CODE TO OPERACION-CODE
               EVALUATE TRUE
                   WHEN TRANS-CUST-ID IS NOT NUMERIC
                       MOVE "N" TO WS-TRANS-OK
                       SET RECH-CLIENTE-NO-NUM TO TRUE
                   WHEN TRANS-NUM1 IS NOT NUMERIC
                   WHEN TRANS-NUM2 IS NOT NUMERIC
                       MOVE "N" TO WS-TRANS-OK
                       SET RECH-IMPORTE-NO-NUM TO TRUE
                   WHEN NOT OPERACION-VALIDA
                       MOVE "N" TO WS-TRANS-OK
                       SET RECH-OP-INVALIDO TO TRUE
                   WHEN ES-DIVISION AND TRANS-NUM2 = ZEROS
                       MOVE "N" TO WS-TRANS-OK
                       SET RECH-DIVISOR-CERO TO TRUE
               END-EVALUATE
           END-IF.

      * Una reversa sin corrida u ocurrencia legibles no puede nombrar
      * ningun original: se rechaza como reversa sin original.
       VALIDAR-FORMATO-REVERSA.
           EVALUATE TRUE
               WHEN REV-CUST-ID IS NOT NUMERIC
                   MOVE "N" TO WS-TRANS-OK
                   SET RECH-CLIENTE-NO-NUM TO TRUE
               WHEN REV-RUN-ID IS NOT NUMERIC
               WHEN REV-OCURRENCIA IS NOT NUMERIC
                   MOVE "N" TO WS-TRANS-OK
                   SET RECH-REVERSA-SIN-ORIGINAL TO TRUE
           END-EVALUATE.

       PROCESAR-TRANSACCIONES.
               MOVE ZERO TO WS-SUCURSAL
           END-IF
           COMPUTE WS-SUC-IDX = WS-SUCURSAL + 1
           IF TRANS-VALIDA AND ES-REVERSA
               PERFORM VALIDAR-REVERSA
           END-IF
           IF NOT TRANS-VALIDA
               PERFORM DERIVAR-A-RECHAZO
           ELSE
               IF ES-REVERSA
                   PERFORM APLICAR-REVERSA
               ELSE
                   PERFORM BUSCAR-CLIENTE
                   IF CLIENTE-EXISTE
                       IF CUST-LIMITE > ZEROS AND
                           (NUM1 > CUST-LIMITE OR NUM2 > CUST-LIMITE OR
                           (ZERO - NUM1) > CUST-LIMITE OR
                           (ZERO - NUM2) > CUST-LIMITE)
                           PERFORM BUSCAR-LIBERACION
                           IF LIBERACION-HALLADA
                               PERFORM CONSUMIR-LIBERACION
                               PERFORM POSTEAR-CALCULO
                           ELSE
                               PERFORM DERIVAR-A-RETENCION
                           END-IF
                       ELSE
                           PERFORM POSTEAR-CALCULO
                       END-IF
                   ELSE
                       PERFORM DERIVAR-A-SUSPENSO
                   END-IF
               END-IF
           END-IF
           IF FUNCTION MOD(WS-DETAIL-COUNT, WS-CHECKPOINT-INTERVAL) = 0

       POSTEAR-CALCULO.
           PERFORM CALCULAR-RESULTADO
           IF CUST-INACTIVO
               MOVE WS-CUST-ID TO WS-INA-CLIENTE
               MOVE RESULTADO1 TO WS-INA-IMPORTE
               PERFORM MARCAR-INACTIVO-CON-MOVIMIENTO
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           ADD RESULTADO1 TO WS-CONTROL-TOTAL
           ADD 1 TO WS-SUC-PROC-COUNT(WS-SUC-IDX)
               RESULTADO1
           PERFORM GRABAR-AUDITORIA.

      * Las reglas de la reversa se verifican aqui y no en
      * VALIDAR-TRANSACCION porque necesitan AUDITLOG completo: se
      * cierra el EXTEND de esta corrida (asi tambien se ven las
      * reversas que esta misma corrida ya aplico), se recorre el log
      * y se vuelve a abrir en EXTEND.
       VALIDAR-REVERSA.
           MOVE REV-OCURRENCIA TO WS-REV-OCURRENCIA
           IF WS-REV-OCURRENCIA = ZEROS
               MOVE 1 TO WS-REV-OCURRENCIA
           END-IF
           MOVE WS-CUST-ID TO WS-REV-CUST-ORIGINAL
           PERFORM VERIFICAR-PERIODO-REVERSA
           PERFORM VERIFICAR-CORRIDA-ANULADA
           EVALUATE TRUE
               WHEN REV-PERIODO-CERRADO
                   MOVE "N" TO WS-TRANS-OK
                   SET RECH-PERIODO-CERRADO TO TRUE
               WHEN REV-CORRIDA-ANULADA
                   MOVE "N" TO WS-TRANS-OK
                   SET RECH-REVERSA-SIN-ORIGINAL TO TRUE
               WHEN OTHER
                   PERFORM BUSCAR-ORIGINAL-REVERSA
                   EVALUATE TRUE
                       WHEN NOT REV-ORIGINAL-HALLADO
                       WHEN NOT REV-CORRIDA-OK
                           MOVE "N" TO WS-TRANS-OK
                           SET RECH-REVERSA-SIN-ORIGINAL TO TRUE
                       WHEN REV-YA-REVERTIDO
                           MOVE "N" TO WS-TRANS-OK
                           SET RECH-REVERSA-DUPLICADA TO TRUE
                       WHEN OTHER
                           PERFORM RESOLVER-FUSION-REVERSA
                   END-EVALUATE
           END-EVALUATE.

       VERIFICAR-CORRIDA-ANULADA.
           MOVE "N" TO WS-REV-ANULADA-SWITCH
           IF POSTEDRUN-PRESENTE
               MOVE REV-RUN-ID TO PST-RUN-ID
               READ POSTED-RUNS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PST-POSTED-DATE = "ANULADA"
                           SET REV-CORRIDA-ANULADA TO TRUE
                       END-IF
               END-READ
           END-IF.

      * El original se busca con el CUST-ID con que se calculo (asi
      * esta en AUDITLOG); recien validada la reversa, WS-CUST-ID
      * pasa al sobreviviente. Un sobreviviente fusionado a su vez se
      * sigue hasta el final, con tope por si FUSREG tuviera un ciclo
      * (igual que PROBAR-SALDOS).
       RESOLVER-FUSION-REVERSA.
           IF FUSREG-PRESENTE
               MOVE "N" TO WS-FUSION-SWITCH
               MOVE ZEROS TO WS-FUSION-SALTOS
               PERFORM SEGUIR-FUSION-REVERSA
                   UNTIL FIN-DE-FUSIONES
           END-IF.

       SEGUIR-FUSION-REVERSA.
           MOVE WS-CUST-ID TO FRG-CUST-DUPLICADO
           READ FUSION-REG
               INVALID KEY
                   SET FIN-DE-FUSIONES TO TRUE
               NOT INVALID KEY
                   MOVE FRG-CUST-SOBREVIVE TO WS-CUST-ID
                   ADD 1 TO WS-FUSION-SALTOS
                   IF WS-FUSION-SALTOS > 20
                       SET FIN-DE-FUSIONES TO TRUE
                   END-IF
           END-READ.

      * El periodo del original es el de su corrida (primeros 6 del
      * run-id, CCYYMM), el mismo con el que ACTUALIZAR-SALDOS lo
      * posteo.
       VERIFICAR-PERIODO-REVERSA.
           MOVE "N" TO WS-REV-PERIODO-SWITCH
           IF LEDGER-PRESENTE
               MOVE REV-RUN-ID(1:6) TO LED-PERIODO
               READ PERIOD-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIODO-CERRADO
                           SET REV-PERIODO-CERRADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       BUSCAR-ORIGINAL-REVERSA.
           MOVE "N" TO WS-REV-ORIGINAL-SWITCH
           MOVE "N" TO WS-REV-CORRIDA-SWITCH
           MOVE "N" TO WS-REV-DUPLICADA-SWITCH
           MOVE ZEROS TO WS-REV-VISTOS
           CLOSE AUDIT-LOG
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDITLOG, STATUS: "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-AUDIT-SCAN-EOF
           PERFORM UNTIL FIN-AUDIT-SCAN
               READ AUDIT-LOG
                   AT END
                       SET FIN-AUDIT-SCAN TO TRUE
                   NOT AT END
                       MOVE AUDIT-LINE TO AUDIT-RECORD-LAYOUT
                       PERFORM EXAMINAR-AUDITORIA-REVERSA
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           PERFORM LIMPIAR-REFERENCIA-REVERSA
           PERFORM ABRIR-AUDITORIA.

      * Vale la ULTIMA marca "R" de la corrida original (un reinicio
      * la vuelve a marcar), igual que en ACTUALIZAR-SALDOS, que es
      * quien decide si esos calculos se postearon. Una reversa
      * "REVERSA DE CLIENTE" quedo grabada al sobreviviente pero
      * anula el item del cliente fusionado: se compara solo por el
      * cliente original que lleva, nunca por AUD-CUST-ID (si no, un
      * item propio del sobreviviente con la misma ocurrencia se
      * tomaria por ya revertido).
       EXAMINAR-AUDITORIA-REVERSA.
           EVALUATE TRUE
               WHEN AUD-ES-CALCULO AND AUD-RUN-ID = REV-RUN-ID
                   AND AUD-CUST-ID = WS-CUST-ID
                   ADD 1 TO WS-REV-VISTOS
                   IF WS-REV-VISTOS = WS-REV-OCURRENCIA
                       SET REV-ORIGINAL-HALLADO TO TRUE
                       MOVE AUD-NUM1 TO NUM1
                       MOVE AUD-NUM2 TO NUM2
                       MOVE AUD-OP-CODE TO OPERACION-CODE
                       MOVE AUD-RESULTADO TO WS-REV-ORIG-RESULTADO
                   END-IF
               WHEN AUD-ES-RECON AND AUD-RUN-ID = REV-RUN-ID
                   IF AUD-RECON-ESTADO = "OK - COINCIDE CON TRAILER"
                       SET REV-CORRIDA-OK TO TRUE
                   ELSE
                       MOVE "N" TO WS-REV-CORRIDA-SWITCH
                   END-IF
               WHEN AUD-ES-REVERSA AND AUD-REF-RUN-ID = REV-RUN-ID
                   AND AUD-REF-OCURR = WS-REV-OCURRENCIA
                   IF AUD-RECON-ESTADO(1:18) = "REVERSA DE CLIENTE"
                       IF AUD-RECON-ESTADO(20:6) = WS-REV-CUST-ORIGINAL
                           SET REV-YA-REVERTIDO TO TRUE
                       END-IF
                   ELSE
                       IF AUD-CUST-ID = WS-CUST-ID
                           SET REV-YA-REVERTIDO TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

      * Despues de recorrer AUDITLOG sobre AUDIT-RECORD-LAYOUT la
      * referencia queda con lo ultimo leido; los registros que no son
      * reversas la tienen que llevar en blanco.
       LIMPIAR-REFERENCIA-REVERSA.
           MOVE SPACES TO AUD-REF-RUN-ID
           MOVE ZEROS TO AUD-REF-OCURR.

       APLICAR-REVERSA.
           COMPUTE RESULTADO1 = ZERO - WS-REV-ORIG-RESULTADO
           ADD 1 TO WS-REVERSA-COUNT
           ADD RESULTADO1 TO WS-REVERSA-TOTAL
           DISPLAY "REVERSA APLICADA, CLIENTE: " WS-CUST-ID
               " CORRIDA ORIGINAL: " REV-RUN-ID
           IF WS-CUST-ID NOT = WS-REV-CUST-ORIGINAL
               DISPLAY "  CLIENTE ORIGINAL " WS-REV-CUST-ORIGINAL
                   " FUSIONADO, SE POSTEA AL SOBREVIVIENTE"
           END-IF
           PERFORM GRABAR-AUDITORIA-REVERSA.

       BUSCAR-LIBERACION.
           MOVE "N" TO WS-LIB-SWITCH
           MOVE WS-CUST-ID TO LIB-CUST-ID
           ADD 1 TO WS-SUC-RECH-COUNT(WS-SUC-IDX)
           MOVE WS-RUN-ID TO RECH-RUN-ID
           MOVE TRANS-DETAIL TO RECH-DETAIL
           MOVE TRANS-TYPE TO RECH-TIPO-TRANS
           WRITE REJECT-LINE FROM RECHAZO-RECORD
           DISPLAY "DETALLE RECHAZADO, RAZON " RECH-RAZON-CODE
               ": " TRANS-DETAIL
           MOVE WS-RUN-ID TO CKPT-RUN-ID
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
           MOVE WS-HELD-HASH TO CKPT-HELD-HASH
           MOVE WS-REVERSA-COUNT TO CKPT-REVERSA-COUNT
           MOVE WS-REVERSA-TOTAL TO CKPT-REVERSA-TOTAL
           WRITE CHECKPOINT-LINE FROM WS-CHECKPOINT-RECORD.

       LIMPIAR-CHECKPOINT.

       COPY OPERPROP.

       COPY RUNPARMP.

      * El trailer cubre TODOS los detalles del archivo: el conteo
      * debe cuadrar contra procesados + suspenso + retenidos +
      * rechazados + reversas. El hash (suma de resultados; las
      * reversas suman cero) solo se puede verificar sin rechazos;
      * con rechazos la corrida reconcilia por conteo y el resumen
      * deja constancia (regla acordada con operaciones).
       RECONCILIAR-TOTALES.
           IF NOT TRAILER-FOUND
               MOVE "N" TO WS-RECON-OK
           ELSE
               IF WS-RECORD-COUNT + WS-SUSPENSE-COUNT
                   + WS-HELD-COUNT + WS-REJECT-COUNT
                   + WS-REVERSA-COUNT
                   NOT = WS-TRAILER-COUNT
                   MOVE "N" TO WS-RECON-OK
                   DISPLAY "ERROR: CONTEO DE CONTROL NO COINCIDE "
           WRITE SUMMARY-LINE FROM WS-RETENIDO-SUM-LINE
           MOVE WS-REJECT-COUNT TO WS-SUM-REJECT-COUNT
           WRITE SUMMARY-LINE FROM WS-RECHAZO-SUM-LINE
           MOVE WS-REVERSA-COUNT TO WS-SUM-REVERSA-COUNT
           MOVE WS-REVERSA-TOTAL TO WS-SUM-REVERSA-TOTAL
           WRITE SUMMARY-LINE FROM WS-REVERSA-SUM-LINE
           MOVE WS-INACTIVO-COUNT TO WS-SUM-INACTIVO-COUNT
           MOVE WS-INACTIVO-TOTAL TO WS-SUM-INACTIVO-TOTAL
           WRITE SUMMARY-LINE FROM WS-INACTIVO-SUM-LINE
           PERFORM IMPRIMIR-RESUMEN-INACTIVO
               VARYING WS-INA-IDX FROM 1 BY 1
               UNTIL WS-INA-IDX > WS-INACTIVO-COUNT
               OR WS-INA-IDX > 50
           PERFORM IMPRIMIR-RESUMEN-SUCURSAL
               VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > 10
           END-IF
           WRITE SUMMARY-LINE FROM WS-RECON-LINE.

       IMPRIMIR-RESUMEN-INACTIVO.
           MOVE WS-INA-CUST-ID(WS-INA-IDX) TO WS-SUM-INA-CUST-ID
           MOVE WS-INA-RESULTADO(WS-INA-IDX) TO WS-SUM-INA-RESULTADO
           WRITE SUMMARY-LINE FROM WS-INACTIVO-DET-LINE.

      * Una linea por sucursal con actividad; la sucursal 0 agrupa
      * los detalles sin estampa de origen.
       IMPRIMIR-RESUMEN-SUCURSAL.
           CLOSE AUDIT-LOG
           CLOSE CHECKPOINT-FILE
           CLOSE PROCESSED-REG
           CLOSE RELEASE-REG
           IF LEDGER-PRESENTE
               CLOSE PERIOD-LEDGER
           END-IF
           IF POSTEDRUN-PRESENTE
               CLOSE POSTED-RUNS
           END-IF
           IF FUSREG-PRESENTE
               CLOSE FUSION-REG
           END-IF.

       GRABAR-AUDITORIA.
           SET AUD-ES-CALCULO TO TRUE
           MOVE WS-SUCURSAL TO AUD-SUCURSAL
           WRITE AUDIT-LINE FROM AUDIT-RECORD-LAYOUT.

      * NUM1/NUM2/OP-CODE son los del original (los dejo ahi
      * EXAMINAR-AUDITORIA-REVERSA) y el resultado es el del original
      * con el signo cambiado. Posteada a un sobreviviente, el estado
      * lleva el CUST-ID del original (posiciones 20-25) para que el
      * chequeo de reversa duplicada la siga encontrando.
       GRABAR-AUDITORIA-REVERSA.
           SET AUD-ES-REVERSA TO TRUE
           MOVE WS-RUN-ID TO AUD-RUN-ID
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           MOVE WS-TIMESTAMP(1:8) TO AUD-TIMESTAMP(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO AUD-TIMESTAMP(9:6)
           MOVE WS-CUST-ID TO AUD-CUST-ID
           MOVE NUM1 TO AUD-NUM1
           MOVE NUM2 TO AUD-NUM2
           MOVE OPERACION-CODE TO AUD-OP-CODE
           MOVE RESULTADO1 TO AUD-RESULTADO
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           IF WS-CUST-ID = WS-REV-CUST-ORIGINAL
               MOVE "REVERSA" TO AUD-RECON-ESTADO
           ELSE
               MOVE "REVERSA DE CLIENTE" TO AUD-RECON-ESTADO
               MOVE WS-REV-CUST-ORIGINAL TO AUD-RECON-ESTADO(20:6)
           END-IF
           MOVE WS-SUCURSAL TO AUD-SUCURSAL
           MOVE REV-RUN-ID TO AUD-REF-RUN-ID
           MOVE WS-REV-OCURRENCIA TO AUD-REF-OCURR
           WRITE AUDIT-LINE FROM AUDIT-RECORD-LAYOUT
           PERFORM LIMPIAR-REFERENCIA-REVERSA.

       GRABAR-AUDITORIA-RETENIDO.
           SET AUD-ES-RETENIDO TO TRUE
           MOVE WS-RUN-ID TO AUD-RUN-ID
