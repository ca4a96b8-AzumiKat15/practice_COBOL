      ******************************************************************
      * Copybook: IMPREC
      * Purpose: IMPRENTA record layout, el archivo de estados de
      *          cuenta para la imprenta externa que ensobra y despacha
      *          los estados por correo. Lo escribe ESTADO-CUENTA en la
      *          misma pasada que STATEMENTRPT (un encabezado, un
      *          detalle por cliente impreso y un trailer) y lo lee
      *          ENVIAR-IMPRENTA, que verifica el trailer y lo deja en
      *          IMPRENTAENV para la transmision. Los importes van sin
      *          editar, con signo separado, para que la imprenta no
      *          tenga que interpretar el formato del reporte.
      *
      *          La firma del trailer (ciclo + periodo + conteo +
      *          total) es la clave de IMPREG, el registro de archivos
      *          ya enviados: el mismo ciclo no se manda dos veces.
      ******************************************************************
       01  IMPRENTA-RECORD.
           05 IMP-TYPE PIC X.
               88 IMP-ES-ENCABEZADO VALUE "H".
               88 IMP-ES-DETALLE VALUE "D".
               88 IMP-ES-TRAILER VALUE "T".
           05 IMP-DETAIL.
               10 IMP-CUST-ID PIC 9(6).
               10 IMP-DOMICILIO.
                   15 IMP-TIPO PIC XXX.
                   15 IMP-NOMBRE PIC X(20).
                   15 IMP-NUMERO PIC 9(4).
               10 IMP-CICLO PIC 9.
               10 IMP-ANTERIOR PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE.
               10 IMP-ACTIVIDAD PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE.
               10 IMP-SALDO PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE.
           05 IMP-HEADER REDEFINES IMP-DETAIL.
               10 IMP-HDR-FECHA PIC 9(8).
               10 IMP-HDR-CICLO PIC 9.
               10 IMP-HDR-PERIODO PIC 9(6).
               10 FILLER PIC X(52).
           05 IMP-TRAILER REDEFINES IMP-DETAIL.
               10 IMP-TRL-FIRMA.
                   15 IMP-TRL-CICLO PIC 9.
                   15 IMP-TRL-PERIODO PIC 9(6).
                   15 IMP-TRL-COUNT PIC 9(6).
                   15 IMP-TRL-TOTAL PIC S9(10)V99
                       SIGN IS TRAILING SEPARATE.
               10 FILLER PIC X(41).
