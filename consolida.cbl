      * la sucursal que realmente lo mando en vez de adivinar por
      * timestamp.
      *
      * Una sucursal tambien puede mandar reversas (tipo "V": cliente,
      * corrida y ocurrencia del calculo a anular). Aqui solo se
      * verifica que sean legibles; si el original existe lo decide
      * SUMANDO. Para el trailer de la sucursal una reversa cuenta en
      * el conteo y suma cero al hash.
      *
      * RETURN-CODE: 8 si alguna sucursal presente fue rechazada (las
      * aceptadas igual salen consolidadas), 16 si ninguna sucursal
      * aporto datos.
           05 WST-TYPE PIC X.
               88 WST-ES-DETALLE VALUE "D".
               88 WST-ES-TRAILER VALUE "T".
               88 WST-ES-REVERSA VALUE "V".
           05 WST-DETAIL.
               10 WST-CUST-ID PIC X(6).
               10 WST-NUM1 PIC X(11).
               10 WST-TRAILER-COUNT PIC 9(6).
               10 WST-TRAILER-HASH PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE.
           05 WST-REVERSA REDEFINES WST-DETAIL.
               10 WST-REV-CUST-ID PIC X(6).
               10 WST-REV-RUN-ID PIC X(14).
               10 WST-REV-OCURRENCIA PIC X(3).
               10 FILLER PIC X(6).
       01 WS-DETALLE-NUM.
           05 WSD-CUST-ID PIC 9(6).
           05 WSD-NUM1 PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
                   SET FIN-SUCURSAL TO TRUE
               WHEN WST-ES-DETALLE
                   PERFORM VERIFICAR-DETALLE
               WHEN WST-ES-REVERSA
                   PERFORM VERIFICAR-REVERSA
               WHEN OTHER
                   MOVE "N" TO WS-SUC-VALIDA
                   MOVE "TIPO DESCONOCIDO" TO WS-SUC-RAZON
                   ADD RESULTADO1 TO WS-SUC-HASH
           END-EVALUATE.

       VERIFICAR-REVERSA.
           IF WST-REV-CUST-ID IS NOT NUMERIC OR
               WST-REV-RUN-ID IS NOT NUMERIC OR
               WST-REV-OCURRENCIA IS NOT NUMERIC
               MOVE "N" TO WS-SUC-VALIDA
               MOVE "REVERSA INVALIDA" TO WS-SUC-RAZON
               SET FIN-SUCURSAL TO TRUE
           ELSE
               ADD 1 TO WS-SUC-COUNT
           END-IF.

       COPIAR-SUCURSAL.
           MOVE "N" TO WS-SUC-EOF
           PERFORM LEER-SUCURSAL
