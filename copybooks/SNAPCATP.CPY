      ******************************************************************
      * Copybook: SNAPCATP
      * Purpose: the LEER-CATALOGO-SNAPSHOT and GRABAR-CATALOGO-SNAPSHOT
      *          paragraphs, shared by TOMAR-SNAPSHOT and
      *          RESTAURAR-SNAPSHOT. LEER carga SNAPCAT en
      *          WS-CATALOGO-SNAPSHOT (sin archivo = los cinco lugares
      *          libres); GRABAR lo reescribe entero desde la tabla.
      *          COPY this into PROCEDURE DIVISION; COPY SNAPCATW into
      *          WORKING-STORAGE first.
      ******************************************************************
       LEER-CATALOGO-SNAPSHOT.
           INITIALIZE WS-CATALOGO-SNAPSHOT
           OPEN INPUT SNAPSHOT-CATALOG
           IF WS-SNAPCAT-STATUS NOT = "35"
               IF WS-SNAPCAT-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR SNAPCAT, STATUS: "
                       WS-SNAPCAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-SNAPCAT-EOF
               PERFORM UNTIL FIN-DE-CATALOGO
                   READ SNAPSHOT-CATALOG INTO SNAPCAT-RECORD
                       AT END
                           SET FIN-DE-CATALOGO TO TRUE
                       NOT AT END
                           IF SCT-LUGAR >= 1 AND
                               SCT-LUGAR <= WS-CAT-MAX
                               MOVE SCT-ENTRADA TO
                                   WS-CAT-ENTRADA(SCT-LUGAR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-CATALOG
           END-IF.

       GRABAR-CATALOGO-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-CATALOG
           IF WS-SNAPCAT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SNAPCAT, STATUS: "
                   WS-SNAPCAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX
               MOVE SPACES TO SNAPCAT-RECORD
               MOVE WS-CAT-IDX TO SCT-LUGAR
               MOVE WS-CAT-ENTRADA(WS-CAT-IDX) TO SCT-ENTRADA
               WRITE SNAPCAT-LINE FROM SNAPCAT-RECORD
           END-PERFORM
           CLOSE SNAPSHOT-CATALOG.
