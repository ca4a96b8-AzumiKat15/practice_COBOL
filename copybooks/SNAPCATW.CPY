      ******************************************************************
      * Copybook: SNAPCATW
      * Purpose: working-storage for the snapshot catalog SNAPCAT (line
      *          sequential, una linea por generacion ocupada). Pair
      *          with SNAPCATP.CPY (LEER-CATALOGO-SNAPSHOT y
      *          GRABAR-CATALOGO-SNAPSHOT). The caller's FD is
      *          SNAPSHOT-CATALOG with a single 01 SNAPCAT-LINE
      *          PIC X(95) and FILE STATUS WS-SNAPCAT-STATUS.
      *
      *          Hay cinco lugares fijos, SNAPSHOT1 a SNAPSHOT5 (la
      *          misma convencion que ARCHFILE1-5); el catalogo dice
      *          cual tiene un snapshot VIGENTE, con que etiqueta, de
      *          que fecha de negocio y cuantos registros de cada
      *          maestro (en el orden de SNAPREC). Un lugar LIBRE no
      *          tiene nada utilizable aunque el archivo exista: se
      *          marca libre antes de empezar a pisarlo y vigente recien
      *          cuando el snapshot quedo completo, asi un snapshot a
      *          medio escribir nunca se puede restaurar.
      ******************************************************************
       77 WS-SNAPCAT-STATUS PIC XX VALUE "00".
       77 WS-SNAPCAT-EOF PIC X VALUE "N".
           88 FIN-DE-CATALOGO VALUE "Y".
       77 WS-CAT-IDX PIC 9 VALUE ZERO.
       77 WS-CAT-MAX PIC 9 VALUE 5.
       01 WS-CATALOGO-SNAPSHOT.
           05 WS-CAT-ENTRADA OCCURS 5 TIMES.
               10 CAT-ESTADO PIC X.
                   88 CAT-VIGENTE VALUE "V".
                   88 CAT-LIBRE VALUE SPACE.
               10 CAT-ETIQUETA PIC X(14).
               10 CAT-FECHA-NEGOCIO PIC X(8).
               10 CAT-TIMESTAMP PIC X(14).
               10 CAT-OPERADOR PIC X(8).
               10 CAT-CONTEO PIC 9(8) OCCURS 6 TIMES.
       01 SNAPCAT-RECORD.
           05 SCT-LUGAR PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 SCT-ENTRADA PIC X(93).
