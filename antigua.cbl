      * jobs de reciclo); un RUN-ID con fecha invalida se reporta con
      * edad 999 y se escala, porque un item que ni siquiera sabe de
      * que dia es ya es un problema.
      *
      * La edad se cuenta hasta la fecha de negocio de la tarjeta de
      * parametros RUNPARM (o la del reloj si la tarjeta no la trae),
      * que es tambien la del encabezado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD-PENDIENTES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  AGING-RPT.
       01  AGING-LINE PIC X(132).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SUSPREC.
       COPY RECHREC.
       77 WS-ESCALADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-LEIDOS-COUNT PIC 9(6) VALUE ZEROS.

       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE FECHA TO WS-FECHA-HOY
           DISPLAY "ITEMS A ESCALAR: " WS-ESCALADOS-COUNT.

       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM ANTIGUEDAD-PENDIENTES.
