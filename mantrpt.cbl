      * extension: cbl
      *
      * Imprime el archivo de auditoria de mantenimiento MANTAUD (una
      * entrada por alta, cambio, baja o fusion contra
      * CUSTOMER-MASTER, con operador, fecha/hora, programa de origen
      * y las imagenes completas antes/despues del registro) en un
      * listado legible para compliance, mas conteos por tipo de
      * accion al final. Las solicitudes de cambio que quedaron
      * pendientes de aprobacion, y los vistos buenos y rechazos del
      * supervisor, salen con su propia accion y su propio conteo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-MANTENIMIENTO.

      * MANTAUD acumula entre corridas (EXTEND) y las entradas viejas
      * traen imagenes de CUSTOMER-RECORD de 34 bytes (antes del
      * ciclo y del limite): leerlas contra el layout actual de 46
      * corre el DESPUES historico adentro del ANTES. Esta vista del
      * formato viejo permite re-mapear esas entradas; ver la
      * deteccion en LEER-AUDITORIA.
           05 FILLER           PIC X(2).
           05 V34-DESPUES      PIC X(34).

      * Segundo formato viejo: imagenes de 45 bytes (antes de la
      * marca de actividad CUST-ACTIVIDAD). El ANTES cae en las mismas
      * columnas que el actual; el DESPUES empieza una columna antes.
       01 WS-MANT-V45.
           05 FILLER           PIC X(39).
           05 V45-ANTES        PIC X(45).
           05 FILLER           PIC X(2).
           05 V45-DESPUES      PIC X(45).

       77 WS-MANTAUD-STATUS PIC XX VALUE "00".
       77 WS-MANTRPT-STATUS PIC XX VALUE "00".
       77 WS-EOF-SWITCH PIC X VALUE "N".
       77 WS-BAJAS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-FORZADAS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-DENEGADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-FUSIONES-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-SOLICITUDES-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-APROBADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RECHAZADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-ACCION-DESC PIC X(8) VALUE SPACES.

       77 FECHA PIC 9(8).
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X(10) VALUE "PROGRAMA".
           05 FILLER PIC X(8) VALUE "ACCION".
           05 FILLER PIC X(48) VALUE "ANTES".
           05 FILLER PIC X(46) VALUE "DESPUES".

       01 WS-DETALLE-LINE.
           05 DET-TIMESTAMP PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ACCION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ANTES PIC X(46).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DESPUES PIC X(46).

       01 WS-CONTEO-LINE.
           05 FILLER PIC X(7) VALUE "ALTAS: ".
           05 WS-SUM-FORZADAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  DENEGADOS: ".
           05 WS-SUM-DENEGADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  FUSIONES: ".
           05 WS-SUM-FUSIONES PIC ZZZ,ZZ9.

       01 WS-CONTEO-APROBACION-LINE.
           05 FILLER PIC X(13) VALUE "SOLICITUDES: ".
           05 WS-SUM-SOLICITUDES PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  APROBADAS: ".
           05 WS-SUM-APROBADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  RECHAZADAS: ".
           05 WS-SUM-RECHAZADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           WRITE MANTRPT-LINE FROM WS-HEADER-LINE1
           WRITE MANTRPT-LINE FROM WS-HEADER-LINE2.

      * Deteccion de formato: CUST-LIMITE (10 digitos) es el byte
      * 36-45 de la imagen. En el ANTES cae en las columnas 75-84 con
      * el formato actual (46 bytes) y con el de 45; en el DESPUES
      * cae en 123-132 con el actual y en 122-131 con el de 45 (con
      * el de 45 la columna 132 esta en blanco, asi que 123-132 nunca
      * es numerica). Se prueba en ese orden: DESPUES actual, DESPUES
      * de 45, y si el ANTES tampoco es numerico la entrada es del
      * formato de 34 bytes (vista V34). Una entrada con solo ANTES
      * en formato 45 se lee bien por el layout actual (el byte de
      * actividad queda en blanco = activo), y una con ambas imagenes
      * en blanco (denegaciones) rinde igual por cualquier layout.
       LEER-AUDITORIA.
           READ MAINT-AUDIT
               AT END
                   SET FIN-DE-AUDITORIA TO TRUE
               NOT AT END
                   MOVE MANT-AUDIT-LINE TO MANT-AUDIT-RECORD
                   EVALUATE TRUE
                       WHEN MANT-AUDIT-LINE(123:10) IS NUMERIC
                           CONTINUE
                       WHEN MANT-AUDIT-LINE(122:10) IS NUMERIC
                           MOVE MANT-AUDIT-LINE TO WS-MANT-V45
                           MOVE V45-ANTES TO MAUD-ANTES
                           MOVE V45-DESPUES TO MAUD-DESPUES
                       WHEN MANT-AUDIT-LINE(75:10) IS NOT NUMERIC
                           MOVE MANT-AUDIT-LINE TO WS-MANT-V34
                           MOVE V34-ANTES TO MAUD-ANTES
                           MOVE V34-DESPUES TO MAUD-DESPUES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       IMPRIMIR-ENTRADA.
               WHEN MAUD-ES-DENEGADO
                   MOVE "DENEGADO" TO WS-ACCION-DESC
                   ADD 1 TO WS-DENEGADOS-COUNT
               WHEN MAUD-ES-FUSION
                   MOVE "FUSION" TO WS-ACCION-DESC
                   ADD 1 TO WS-FUSIONES-COUNT
               WHEN MAUD-ES-SOLICITUD
                   MOVE "PENDIENT" TO WS-ACCION-DESC
                   ADD 1 TO WS-SOLICITUDES-COUNT
               WHEN MAUD-ES-APROBACION
                   MOVE "APROBADO" TO WS-ACCION-DESC
                   ADD 1 TO WS-APROBADOS-COUNT
               WHEN MAUD-ES-RECHAZO
                   MOVE "RECHAZO" TO WS-ACCION-DESC
                   ADD 1 TO WS-RECHAZADOS-COUNT
               WHEN OTHER
                   MOVE "??????" TO WS-ACCION-DESC
           END-EVALUATE
           MOVE WS-BAJAS-COUNT TO WS-SUM-BAJAS
           MOVE WS-FORZADAS-COUNT TO WS-SUM-FORZADAS
           MOVE WS-DENEGADOS-COUNT TO WS-SUM-DENEGADOS
           MOVE WS-FUSIONES-COUNT TO WS-SUM-FUSIONES
           WRITE MANTRPT-LINE FROM WS-CONTEO-LINE
           MOVE WS-SOLICITUDES-COUNT TO WS-SUM-SOLICITUDES
           MOVE WS-APROBADOS-COUNT TO WS-SUM-APROBADOS
           MOVE WS-RECHAZADOS-COUNT TO WS-SUM-RECHAZADOS
           WRITE MANTRPT-LINE FROM WS-CONTEO-APROBACION-LINE.

       FINALIZAR.
           CLOSE MAINT-AUDIT
