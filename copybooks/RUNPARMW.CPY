      ******************************************************************
      * Copybook: RUNPARMW
      * Purpose: working-storage for the run-parameter card RUNPARM
      *          (line sequential, one 80-byte record the operator
      *          prepares before the night run or a catch-up run).
      *          Pair with RUNPARMP.CPY (the LEER-PARAMETROS-CORRIDA
      *          paragraph). The caller's FD is RUN-PARAMETERS with a
      *          single 01 RUN-PARM-LINE PIC X(80) and FILE STATUS
      *          WS-RUNPARM-STATUS; the card is read INTO the layout
      *          below. A field left blank (or no card at all) means
      *          "not given": each program falls back to what it did
      *          before (the system clock for the business date, the
      *          console or the environment for the rest).
      *
      *          RPM-FECHA-NEGOCIO (AAAAMMDD) is the business date of
      *          the run: it is the date SUMANDO puts in the run-id (so
      *          it decides the period ACTUALIZAR-SALDOS books into),
      *          the posting date, and the date on the report headers.
      *          After LEER-PARAMETROS-CORRIDA it is always available
      *          in WS-FECHA-NEGOCIO, from the card or from the clock.
      ******************************************************************
       77 WS-RUNPARM-STATUS PIC XX VALUE "00".
       77 WS-FECHA-NEGOCIO PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-NEGOCIO-ORIGEN PIC X VALUE SPACE.
           88 FECHA-DE-PARAMETRO VALUE "P".
           88 FECHA-DE-RELOJ VALUE "R".
       01 RUN-PARM-RECORD.
      * Fecha de negocio de la corrida (AAAAMMDD).
           05 RPM-FECHA-NEGOCIO     PIC X(8).
      * Seleccion del estado de cuenta: ciclo (0 = todos), cliente a
      * pedido (000000 = todo el ciclo) y periodo (AAAAMM).
           05 RPM-CICLO             PIC X.
           05 RPM-CLIENTE           PIC X(6).
           05 RPM-PERIODO           PIC X(6).
      * Fecha de corte del archivado de AUDITLOG (AAAAMMDD).
           05 RPM-CORTE-ARCHIVO     PIC X(8).
      * Dias para devolver suspenso a la sucursal y meses sin
      * actividad para marcar un cliente inactivo.
           05 RPM-DIAS-DEVOLUCION   PIC X(3).
           05 RPM-MESES-INACTIVIDAD PIC X(3).
      * Dias que un cambio al maestro puede esperar aprobacion antes
      * de salir en el listado de antiguedad de REVISAR-CAMBIOS.
           05 RPM-DIAS-CAMBIO-PEND  PIC X(3).
      * Generaciones de snapshot de los maestros que se conservan
      * (1 a 5) antes de reciclar la mas vieja.
           05 RPM-GENERACIONES      PIC X.
           05 FILLER                PIC X(41).
