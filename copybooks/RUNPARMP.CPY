      ******************************************************************
      * Copybook: RUNPARMP
      * Purpose: the LEER-PARAMETROS-CORRIDA paragraph, shared by every
      *          step that takes its date or its selections from the
      *          run-parameter card. It reads RUNPARM into
      *          RUN-PARM-RECORD (all blank when the card is missing
      *          or empty) and leaves the business date in
      *          WS-FECHA-NEGOCIO: the card's, or the system clock's
      *          when the card does not give one. A business date that
      *          is given but is not a date stops the step with RC 16:
      *          running a night on a mistyped day is worse than not
      *          running it. COPY this into PROCEDURE DIVISION; COPY
      *          RUNPARMW into WORKING-STORAGE first.
      ******************************************************************
       LEER-PARAMETROS-CORRIDA.
           MOVE SPACES TO RUN-PARM-RECORD
           OPEN INPUT RUN-PARAMETERS
           IF WS-RUNPARM-STATUS NOT = "35"
               IF WS-RUNPARM-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR RUNPARM, STATUS: "
                       WS-RUNPARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ RUN-PARAMETERS INTO RUN-PARM-RECORD
                   AT END
                       MOVE SPACES TO RUN-PARM-RECORD
               END-READ
               CLOSE RUN-PARAMETERS
           END-IF
           IF RPM-FECHA-NEGOCIO = SPACES
               ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
               SET FECHA-DE-RELOJ TO TRUE
           ELSE
               IF RPM-FECHA-NEGOCIO IS NOT NUMERIC
                   OR RPM-FECHA-NEGOCIO(5:2) < "01"
                   OR RPM-FECHA-NEGOCIO(5:2) > "12"
                   OR RPM-FECHA-NEGOCIO(7:2) < "01"
                   OR RPM-FECHA-NEGOCIO(7:2) > "31"
                   DISPLAY "ERROR: FECHA DE NEGOCIO INVALIDA EN "
                       "RUNPARM: " RPM-FECHA-NEGOCIO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RPM-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
               SET FECHA-DE-PARAMETRO TO TRUE
           END-IF.
