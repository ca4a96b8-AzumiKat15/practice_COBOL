      * Secuencia: (1) indexar las marcas "R" de AUDITLOG en CORRIDAIDX
      * (igual que hacia el reporte), (2) congelar en POSTCKPT la
      * intencion de posteo (un registro "R" por corrida reconciliada
      * que POSTEDRUN no registra), (3) SORT de los registros "C" (y
      * de las reversas "V") de esas corridas por cliente, (4)
      * quiebre por cliente actualizando BALANCE-MASTER, dejando
      * ANTES de cada REWRITE la imagen
      * posterior del saldo como registro "C" en POSTCKPT, (5)
      * registrar las corridas posteadas en POSTEDRUN y limpiar
      * POSTCKPT.
      * misma imagen es inocuo), postea solo los clientes que aun no
      * tienen imagen y termina el registro en POSTEDRUN. Ya no hay
      * que reponer BALMAST ni POSTEDRUN del respaldo.
      *
      * La fecha de posteo (BAL-LAST-POSTED, PBAL-LAST-POSTED y la de
      * POSTEDRUN) es la fecha de negocio de la tarjeta RUNPARM, o la
      * del reloj si la tarjeta no la trae; el periodo de cada calculo
      * sigue saliendo de su run-id, que SUMANDO arma con esa misma
      * fecha de negocio.
      *
      * Una corrida reconciliada puede postearse despues de que
      * FUSIONAR-CLIENTES fusiono a uno de sus clientes: AUDITLOG
      * sigue con el ID viejo, pero el cliente ya no existe. Cada
      * calculo o reversa se sigue por FUSREG hasta el sobreviviente
      * antes de ir al SORT, asi se postea a el (igual que lo acredita
      * PROBAR-SALDOS). FUSIONAR-CLIENTES no fusiona mientras POSTCKPT
      * tenga un posteo a medias, asi que un reinicio ve el mismo
      * FUSREG que la corrida caida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZAR-SALDOS IS INITIAL.
               RECORD KEY IS PCK-KEY
               FILE STATUS IS WS-POSTCKPT-STATUS.

           SELECT FUSION-REG ASSIGN TO "FUSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-CUST-DUPLICADO
               FILE STATUS IS WS-FUSREG-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
               10 PCK-VALOR PIC X(14).
           05 PCK-IMAGEN PIC X(68).

       FD  FUSION-REG.
       COPY FUSREG.

       SD  SORT-WORK-FILE.
       COPY AUDITREC
           REPLACING ==AUDIT-RECORD-LAYOUT== BY ==SORT-AUDIT-RECORD==
               ==AUD-ES-OVERRIDE==  BY ==SRT-ES-OVERRIDE==
               ==AUD-ES-DENEGADO==  BY ==SRT-ES-DENEGADO==
               ==AUD-ES-RECON==     BY ==SRT-ES-RECON==
               ==AUD-ES-REVERSA==   BY ==SRT-ES-REVERSA==
               ==AUD-ES-RESTAURACION== BY ==SRT-ES-RESTAURACION==
               ==AUD-RUN-ID==       BY ==SRT-RUN-ID==
               ==AUD-CUST-ID==      BY ==SRT-CUST-ID==
               ==AUD-NUM1==         BY ==SRT-NUM1==
               ==AUD-TIMESTAMP==    BY ==SRT-TIMESTAMP==
               ==AUD-OPERATOR==     BY ==SRT-OPERATOR==
               ==AUD-RECON-ESTADO== BY ==SRT-RECON-ESTADO==
               ==AUD-SUCURSAL==     BY ==SRT-SUCURSAL==
               ==AUD-REF-RUN-ID==   BY ==SRT-REF-RUN-ID==
               ==AUD-REF-OCURR==    BY ==SRT-REF-OCURR==.

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       77 WS-OMITIDOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-INTENCION-COUNT PIC 9(6) VALUE ZEROS.

       77 WS-FUSREG-STATUS PIC XX VALUE "00".
       77 WS-FUSREG-SWITCH PIC X VALUE "N".
           88 FUSREG-PRESENTE VALUE "Y".
       77 WS-FUSION-SWITCH PIC X VALUE "N".
           88 FIN-DE-FUSIONES VALUE "Y".
       77 WS-FUSION-SALTOS PIC 99 VALUE ZEROS.
       77 WS-FUSIONADOS-COUNT PIC 9(6) VALUE ZEROS.

      * Quiebre por cliente durante el posteo, y dentro del cliente
      * por periodo (los primeros 6 del AUD-RUN-ID, CCYYMM de la fecha
      * de negocio de la corrida: actividad de enero posteada en
       77 WS-PER-SUBTOTAL PIC S9(8)V99 VALUE ZEROS.
       77 WS-PER-LAST-RUN PIC X(14) VALUE SPACES.
       77 WS-PERIODOS-COUNT PIC 9(6) VALUE ZEROS.
       COPY RUNPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           GOBACK.

       INICIALIZAR.
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
           OPEN I-O POSTED-RUNS
           IF WS-POSTED-STATUS = "35"
               OPEN OUTPUT POSTED-RUNS
                   WS-POSTCKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           END-IF.

      * Un POSTCKPT con registros es un posteo que quedo a medias: se
      * (entraran al proximo posteo).
       ORDENAR-PENDIENTES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID SRT-REF-RUN-ID SRT-RUN-ID
               INPUT PROCEDURE IS FILTRAR-PENDIENTES
               GIVING SORTED-POST.

                           SET FIN-AUDIT-SCAN TO TRUE
                       NOT AT END
                           MOVE AUDIT-LINE TO AUDIT-RECORD-LAYOUT
      * La reversa se postea en el periodo del calculo que anula, no
      * en el de su propia corrida: para que ordene y quiebre junto
      * con los calculos de ese periodo, cada "C" viaja al SORT con
      * su propia corrida como referencia.
                           EVALUATE TRUE
                               WHEN AUD-ES-CALCULO
                                   MOVE AUD-RUN-ID TO AUD-REF-RUN-ID
                                   PERFORM EVALUAR-PENDIENTE
                               WHEN AUD-ES-REVERSA
                                   PERFORM EVALUAR-PENDIENTE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
                   MOVE "Y" TO WS-CORRIDA-INCLUIR
           END-READ
           IF CORRIDA-INCLUIDA
               PERFORM RESOLVER-FUSION
               RELEASE SORT-AUDIT-RECORD FROM AUDIT-RECORD-LAYOUT
           END-IF.

      * El AUDITLOG conserva el CUST-ID con que se calculo; si ese
      * cliente se fusiono antes de este posteo, su saldo y su
      * historia ya viven en el sobreviviente y el calculo se postea
      * a el. Un sobreviviente fusionado a su vez se sigue hasta el
      * final (con tope, por si FUSREG tuviera un ciclo).
       RESOLVER-FUSION.
           IF FUSREG-PRESENTE
               MOVE "N" TO WS-FUSION-SWITCH
               MOVE ZEROS TO WS-FUSION-SALTOS
               PERFORM SEGUIR-FUSION
                   UNTIL FIN-DE-FUSIONES
               IF WS-FUSION-SALTOS > ZEROS
                   ADD 1 TO WS-FUSIONADOS-COUNT
               END-IF
           END-IF.

       SEGUIR-FUSION.
           MOVE AUD-CUST-ID TO FRG-CUST-DUPLICADO
           READ FUSION-REG
               INVALID KEY
                   SET FIN-DE-FUSIONES TO TRUE
               NOT INVALID KEY
                   MOVE FRG-CUST-SOBREVIVE TO AUD-CUST-ID
                   ADD 1 TO WS-FUSION-SALTOS
                   IF WS-FUSION-SALTOS > 20
                       SET FIN-DE-FUSIONES TO TRUE
                   END-IF
           END-READ.

       POSTEAR-PENDIENTES.
           OPEN INPUT SORTED-POST
           IF WS-SORTPOST-STATUS NOT = "00"
                   MOVE SORTED-POST-LINE TO AUDIT-RECORD-LAYOUT
           END-READ.

      * El SORT viene por cliente y corrida de referencia, asi que
      * dentro de un cliente los periodos (primeros 6 del run-id del
      * calculo, o del original en una reversa) salen agrupados: el
      * quiebre de periodo actualiza BALPERIOD y el quiebre de
      * cliente ademas actualiza el acumulado de vida en BALMAST.
      * Una reversa suma como un movimiento mas (su resultado ya
      * viene con el signo cambiado); la ultima corrida que se anota
      * es la mas reciente, venga de un calculo o de una reversa.
       ACUMULAR-POSTEO.
           MOVE AUD-REF-RUN-ID(1:6) TO WS-PERIODO-ACTUAL
           IF WS-PREV-CUST-ID NOT = ZEROS AND
               WS-PREV-CUST-ID NOT = AUD-CUST-ID
               PERFORM ACTUALIZAR-SALDO-PERIODO
           ADD AUD-RESULTADO TO WS-CUST-SUBTOTAL
           ADD 1 TO WS-PER-COUNT
           ADD AUD-RESULTADO TO WS-PER-SUBTOTAL
           IF AUD-RUN-ID > WS-CUST-LAST-RUN
               MOVE AUD-RUN-ID TO WS-CUST-LAST-RUN
           END-IF
           IF AUD-RUN-ID > WS-PER-LAST-RUN
               MOVE AUD-RUN-ID TO WS-PER-LAST-RUN
           END-IF
           ADD 1 TO WS-POSTEADOS-COUNT
           PERFORM LEER-POSTEO.

           CLOSE BALANCE-MASTER
           CLOSE PERIOD-BALANCE
           CLOSE POSTING-CHECKPOINT
           IF FUSREG-PRESENTE
               CLOSE FUSION-REG
           END-IF
           DISPLAY "CALCULOS POSTEADOS: " WS-POSTEADOS-COUNT
           IF WS-FUSIONADOS-COUNT > ZEROS
               DISPLAY "  DE CLIENTES FUSIONADOS, AL SOBREVIVIENTE: "
                   WS-FUSIONADOS-COUNT
           END-IF
           DISPLAY "CLIENTES ACTUALIZADOS: " WS-CLIENTES-COUNT
           DISPLAY "PERIODOS ACTUALIZADOS: " WS-PERIODOS-COUNT
           IF MODO-REINICIO
           END-IF
           DISPLAY "CORRIDAS REGISTRADAS: " WS-CORRIDAS-COUNT.

       COPY RUNPARMP.

       END PROGRAM ACTUALIZAR-SALDOS.
