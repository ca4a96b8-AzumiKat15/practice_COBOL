      ******************************************************************
      * Copybook: SNAPREC
      * Purpose: record layout of a master-file snapshot (SNAPSHOT1 a
      *          SNAPSHOT5, line sequential, 80 bytes). TOMAR-SNAPSHOT
      *          lo escribe antes del paso 1 de la corrida nocturna y
      *          RESTAURAR-SNAPSHOT lo vuelve a cargar. Un snapshot es
      *          UN juego completo de los seis maestros, que se
      *          guardan y se reponen juntos:
      *            1 CUSTMAST   2 BALMAST   3 BALPERIOD
      *            4 PERLEDGER  5 POSTEDRUN 6 PROCREG
      *          Un encabezado con la etiqueta (el run-id de la corrida
      *          que lo tomo), un detalle por registro de maestro con
      *          el numero de archivo y la imagen del registro tal cual
      *          se leyo, y un trailer con la cantidad de registros por
      *          archivo. Un maestro que no existia al tomar el
      *          snapshot se guarda con conteo cero.
      *
      *          Usar como area de trabajo (READ INTO / WRITE FROM):
      *          el FD del archivo es una linea de 80.
      ******************************************************************
       01  SNAPSHOT-RECORD.
           05 SNP-TYPE PIC X.
               88 SNP-ES-ENCABEZADO VALUE "H".
               88 SNP-ES-DETALLE VALUE "D".
               88 SNP-ES-TRAILER VALUE "T".
           05 SNP-ARCHIVO PIC 9.
               88 SNP-ARCHIVO-VALIDO VALUE 1 THRU 6.
           05 SNP-DATOS PIC X(78).
           05 SNP-HEADER REDEFINES SNP-DATOS.
               10 SNP-HDR-ETIQUETA PIC X(14).
               10 SNP-HDR-FECHA-NEGOCIO PIC X(8).
               10 SNP-HDR-TIMESTAMP PIC X(14).
               10 FILLER PIC X(42).
           05 SNP-TRAILER REDEFINES SNP-DATOS.
               10 SNP-TRL-ETIQUETA PIC X(14).
               10 SNP-TRL-CONTEO PIC 9(8) OCCURS 6 TIMES.
               10 FILLER PIC X(16).

      * Nombre de cada maestro por su numero de archivo, para los
      * mensajes y los reportes.
       01  SNP-NOMBRES-MAESTROS.
           05 FILLER PIC X(9) VALUE "CUSTMAST".
           05 FILLER PIC X(9) VALUE "BALMAST".
           05 FILLER PIC X(9) VALUE "BALPERIOD".
           05 FILLER PIC X(9) VALUE "PERLEDGER".
           05 FILLER PIC X(9) VALUE "POSTEDRUN".
           05 FILLER PIC X(9) VALUE "PROCREG".
       01  SNP-TABLA-NOMBRES REDEFINES SNP-NOMBRES-MAESTROS.
           05 SNP-NOMBRE-MAESTRO PIC X(9) OCCURS 6 TIMES.
