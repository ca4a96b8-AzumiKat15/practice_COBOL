      *          los importes pueden no ser numericos), incluida la
      *          sucursal de origen que estampa CONSOLIDAR-SUCURSALES;
      *          el operador corrige ahi mismo antes del reciclo.
      *
      *          RECH-TIPO-TRANS es el TRANS-TYPE del registro
      *          rechazado: "V" para una reversa (entonces RECH-DETAIL
      *          trae la vista TRANS-REVERSA: cliente, corrida y
      *          ocurrencia del original), espacio o "D" para un
      *          detalle comun. Las razones R005-R007 son de reversa y
      *          NO se reciclan: el original no existe (o su corrida
      *          fue anulada por una restauracion), ya fue revertido
      *          o su periodo esta cerrado, asi que vuelven a la
      *          sucursal de origen.
      ******************************************************************
       01  RECHAZO-RECORD.
           05 RECH-RAZON-CODE  PIC X(4).
               88 RECH-IMPORTE-NO-NUM VALUE "R002".
               88 RECH-DIVISOR-CERO   VALUE "R003".
               88 RECH-CLIENTE-NO-NUM VALUE "R004".
               88 RECH-REVERSA-SIN-ORIGINAL VALUE "R005".
               88 RECH-REVERSA-DUPLICADA    VALUE "R006".
               88 RECH-PERIODO-CERRADO      VALUE "R007".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RECH-RUN-ID      PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
               10 RECH-NUM2    PIC X(11).
               10 RECH-OP-CODE PIC X.
               10 RECH-SUCURSAL PIC X.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RECH-TIPO-TRANS  PIC X.
               88 RECH-ES-REVERSA     VALUE "V".
