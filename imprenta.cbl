      ******************************************************************
      * Author: KATH
      * Purpose: curso cobol
      * tema: envio del archivo de estados de cuenta a la imprenta
      * extension: cbl
      *
      * Toma el archivo IMPRENTA que deja ESTADO-CUENTA (encabezado,
      * un detalle por cliente impreso y un trailer con conteo y total
      * de saldos, ver IMPREC) y, si pasa los controles, lo copia a
      * IMPRENTAENV, que es lo unico que se transmite a la imprenta.
      * El trailer se verifica igual que CERRAR-PERIODO verifica el
      * del GLEXTRACT (conteo de detalles y suma de saldos) y ademas
      * el ciclo y periodo del trailer tienen que coincidir con los
      * del encabezado: un archivo que no cuadra no se manda.
      *
      * La firma del trailer (ciclo + periodo + conteo + total) de
      * cada archivo enviado queda registrada en IMPREG, igual que
      * EXTREG en el cierre: el mismo archivo jamas se manda dos veces
      * (los clientes recibirian dos estados por correo). Si el ciclo
      * y periodo ya se mandaron pero con otras cifras (el ciclo se
      * re-corrio despues de posteos tardios) el envio tambien se
      * rechaza, salvo que un supervisor (nivel 3 en OPERPROF) exporte
      * FORZAR_REENVIO=Y; el reenvio forzado queda marcado en IMPREG
      * con el operador que lo autorizo. La base completa (ciclo 0)
      * incluye a los clientes de todos los ciclos: se trata como ya
      * enviada si salio cualquier ciclo del periodo, y un ciclo 1-9
      * como ya enviado si salio la base completa de su periodo.
      *
      * La fecha del encabezado y la del run-id (que queda en IMPREG)
      * es la fecha de negocio de la tarjeta RUNPARM, o la del reloj
      * si la tarjeta no la trae.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIAR-IMPRENTA.
       AUTHOR. KATHB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-VENDOR ASSIGN TO "IMPRENTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRENTA-STATUS.

           SELECT VENDOR-SEND ASSIGN TO "IMPRENTAENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIO-STATUS.

           SELECT VENDOR-REG ASSIGN TO "IMPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRG-KEY
               FILE STATUS IS WS-IMPREG-STATUS.

           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERPROF-STATUS.

           SELECT ENVIO-RPT ASSIGN TO "IMPRENTARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-PARAMETERS ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-VENDOR.
       COPY IMPREC.

       FD  VENDOR-SEND.
       01  VENDOR-SEND-LINE PIC X(68).

      * Registro de archivos ya enviados a la imprenta: la clave es la
      * firma del trailer, con el ciclo y el periodo adelante para
      * poder buscar por START si ese ciclo ya salio con otras cifras.
       FD  VENDOR-REG.
       01  VENDOR-REG-RECORD.
           05 VRG-KEY.
               10 VRG-CICLO PIC 9.
               10 VRG-PERIODO PIC 9(6).
               10 VRG-TRAILER-COUNT PIC 9(6).
               10 VRG-TRAILER-TOTAL PIC S9(10)V99
                   SIGN IS TRAILING SEPARATE.
           05 VRG-FIRST-DATE PIC X(8).
           05 VRG-RUN-ID PIC X(14).
           05 VRG-OPERADOR PIC X(8).
           05 VRG-FORZADO PIC X.

       FD  OPERATOR-PROFILE.
       COPY OPERPROF.

       FD  ENVIO-RPT.
       01  ENVIO-LINE PIC X(100).

       FD  RUN-PARAMETERS.
       01  RUN-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-IMPRENTA-STATUS PIC XX VALUE "00".
       77 WS-ENVIO-STATUS PIC XX VALUE "00".
       77 WS-IMPREG-STATUS PIC XX VALUE "00".
       77 WS-RPT-STATUS PIC XX VALUE "00".
       77 WS-EOF-SWITCH PIC X VALUE "N".
           88 FIN-DE-IMPRENTA VALUE "Y".
       77 WS-HEADER-FOUND PIC X VALUE "N".
           88 HEADER-FOUND VALUE "Y".
       77 WS-TRAILER-FOUND PIC X VALUE "N".
           88 TRAILER-FOUND VALUE "Y".
       77 WS-RECON-OK PIC X VALUE "Y".
           88 RECONCILIACION-OK VALUE "Y".
       77 WS-DET-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-DET-TOTAL PIC S9(10)V99 VALUE ZEROS.
       77 WS-HDR-CICLO PIC 9 VALUE ZERO.
       77 WS-HDR-PERIODO PIC 9(6) VALUE ZEROS.
       77 WS-COPIADOS-COUNT PIC 9(6) VALUE ZEROS.
       77 WS-RUN-ID PIC X(14) VALUE SPACES.
       77 WS-TIMESTAMP PIC X(21) VALUE SPACES.
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-OVERRIDE-FLAG PIC X VALUE SPACE.
       77 WS-OVERRIDE-SWITCH PIC X VALUE "N".
           88 REENVIO-FORZADO VALUE "Y".
       77 WS-CICLO-BUSCADO PIC 99 VALUE ZEROS.

      * Firma del trailer verificado, en el mismo formato que la
      * clave de IMPREG.
       01 WS-FIRMA.
           05 WS-FIRMA-CICLO PIC 9.
           05 WS-FIRMA-PERIODO PIC 9(6).
           05 WS-FIRMA-COUNT PIC 9(6).
           05 WS-FIRMA-TOTAL PIC S9(10)V99
               SIGN IS TRAILING SEPARATE.

       COPY OPERPROW.
       COPY RUNPARMW.
       77 FECHA PIC 9(8).
       77 FEACHA-EDIT PIC 99/99/9999.
       COPY FECHAVAL.

       01 WS-RPT-HEADER.
           05 FILLER PIC X(30) VALUE "ENVIO DE ESTADOS A IMPRENTA".
           05 FILLER PIC X(8) VALUE "FECHA: ".
           05 WS-RPT-FECHA PIC 99/99/9999.

       01 WS-RPT-ARCHIVO.
           05 FILLER PIC X(7) VALUE "CICLO: ".
           05 RPT-CICLO PIC 9.
           05 FILLER PIC X(11) VALUE "  PERIODO: ".
           05 RPT-PERIODO PIC 9(6).
           05 FILLER PIC X(11) VALUE "  ESTADOS: ".
           05 RPT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
           05 RPT-TOTAL PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-ERROR.
           05 FILLER PIC X(7) VALUE "ERROR: ".
           05 RPT-ERROR-DESC PIC X(50).
           05 RPT-ERROR-DATO PIC X(14).

       01 WS-RPT-RESULTADO.
           05 FILLER PIC X(11) VALUE "RESULTADO: ".
           05 RPT-RESULTADO PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM VERIFICAR-ARCHIVO
           IF NOT RECONCILIACION-OK
               MOVE "RECHAZADO - VER ERRORES" TO RPT-RESULTADO
               WRITE ENVIO-LINE FROM WS-RPT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-DET-COUNT = ZEROS
                   MOVE "SIN ESTADOS DE CUENTA, NADA QUE ENVIAR" TO
                       RPT-RESULTADO
                   WRITE ENVIO-LINE FROM WS-RPT-RESULTADO
                   DISPLAY "ADVERTENCIA: IMPRENTA SIN ESTADOS DE "
                       "CUENTA, NO SE ENVIA"
               ELSE
                   PERFORM ABRIR-IMPREG
                   PERFORM VERIFICAR-ENVIO-REGISTRADO
                   PERFORM VERIFICAR-CICLO-ENVIADO
                   PERFORM COPIAR-ARCHIVO
                   PERFORM REGISTRAR-ENVIO
                   IF REENVIO-FORZADO
                       MOVE "ENVIADO (REENVIO FORZADO)" TO
                           RPT-RESULTADO
                   ELSE
                       MOVE "ENVIADO" TO RPT-RESULTADO
                   END-IF
                   WRITE ENVIO-LINE FROM WS-RPT-RESULTADO
               END-IF
           END-IF
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM LEER-PARAMETROS-CORRIDA
           MOVE WS-FECHA-NEGOCIO TO FECHA
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-DDMMCCYY TO FEACHA-EDIT
           MOVE WS-FECHA-NEGOCIO TO WS-RUN-ID(1:8)
           ACCEPT WS-TIMESTAMP FROM TIME
           MOVE WS-TIMESTAMP(1:6) TO WS-RUN-ID(9:6)
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           OPEN OUTPUT ENVIO-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR IMPRENTARPT, STATUS: "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FEACHA-EDIT TO WS-RPT-FECHA
           WRITE ENVIO-LINE FROM WS-RPT-HEADER
           OPEN INPUT PRINT-VENDOR
           IF WS-IMPRENTA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR IMPRENTA, STATUS: "
                   WS-IMPRENTA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Una sola pasada de verificacion: el primer registro tiene que
      * ser el encabezado, los detalles suman conteo y saldos, y el
      * trailer tiene que cuadrar con ellos y con el ciclo y periodo
      * del encabezado. Nada se copia de un archivo que no cuadra.
       VERIFICAR-ARCHIVO.
           PERFORM LEER-IMPRENTA
           IF NOT FIN-DE-IMPRENTA AND IMP-ES-ENCABEZADO
               SET HEADER-FOUND TO TRUE
               MOVE IMP-HDR-CICLO TO WS-HDR-CICLO
               MOVE IMP-HDR-PERIODO TO WS-HDR-PERIODO
               PERFORM LEER-IMPRENTA
           ELSE
               MOVE "N" TO WS-RECON-OK
               MOVE "NO SE ENCONTRO REGISTRO ENCABEZADO" TO
                   RPT-ERROR-DESC
               MOVE SPACES TO RPT-ERROR-DATO
               WRITE ENVIO-LINE FROM WS-RPT-ERROR
               DISPLAY "ERROR: IMPRENTA SIN REGISTRO ENCABEZADO"
               SET FIN-DE-IMPRENTA TO TRUE
           END-IF
           PERFORM VERIFICAR-REGISTRO
               UNTIL FIN-DE-IMPRENTA
           CLOSE PRINT-VENDOR
           IF HEADER-FOUND
               PERFORM VERIFICAR-TRAILER
           END-IF.

       LEER-IMPRENTA.
           READ PRINT-VENDOR
               AT END
                   SET FIN-DE-IMPRENTA TO TRUE
           END-READ.

       VERIFICAR-REGISTRO.
           EVALUATE TRUE
               WHEN IMP-ES-TRAILER
                   SET TRAILER-FOUND TO TRUE
                   MOVE IMP-TRL-FIRMA TO WS-FIRMA
                   SET FIN-DE-IMPRENTA TO TRUE
               WHEN IMP-ES-DETALLE
                   ADD 1 TO WS-DET-COUNT
                   ADD IMP-SALDO TO WS-DET-TOTAL
               WHEN OTHER
                   MOVE "N" TO WS-RECON-OK
                   MOVE "TIPO DE REGISTRO DESCONOCIDO" TO
                       RPT-ERROR-DESC
                   MOVE IMP-TYPE TO RPT-ERROR-DATO
                   WRITE ENVIO-LINE FROM WS-RPT-ERROR
                   SET FIN-DE-IMPRENTA TO TRUE
           END-EVALUATE
           IF NOT FIN-DE-IMPRENTA
               PERFORM LEER-IMPRENTA
           END-IF.

       VERIFICAR-TRAILER.
           IF NOT TRAILER-FOUND
               MOVE "N" TO WS-RECON-OK
               MOVE "NO SE ENCONTRO REGISTRO TRAILER" TO
                   RPT-ERROR-DESC
               MOVE SPACES TO RPT-ERROR-DATO
               WRITE ENVIO-LINE FROM WS-RPT-ERROR
               DISPLAY "ERROR: NO SE ENCONTRO REGISTRO TRAILER"
           ELSE
               MOVE WS-FIRMA-CICLO TO RPT-CICLO
               MOVE WS-FIRMA-PERIODO TO RPT-PERIODO
               MOVE WS-FIRMA-COUNT TO RPT-COUNT
               MOVE WS-FIRMA-TOTAL TO RPT-TOTAL
               WRITE ENVIO-LINE FROM WS-RPT-ARCHIVO
               IF WS-DET-COUNT NOT = WS-FIRMA-COUNT OR
                   WS-DET-TOTAL NOT = WS-FIRMA-TOTAL
                   MOVE "N" TO WS-RECON-OK
                   MOVE "TOTALES DE CONTROL NO COINCIDEN CON TRAILER"
                       TO RPT-ERROR-DESC
                   MOVE SPACES TO RPT-ERROR-DATO
                   WRITE ENVIO-LINE FROM WS-RPT-ERROR
                   DISPLAY "ERROR: TOTALES DE CONTROL NO COINCIDEN "
                       "CON EL TRAILER"
               END-IF
               IF WS-HDR-CICLO NOT = WS-FIRMA-CICLO OR
                   WS-HDR-PERIODO NOT = WS-FIRMA-PERIODO
                   MOVE "N" TO WS-RECON-OK
                   MOVE "CICLO O PERIODO DEL TRAILER NO COINCIDE" TO
                       RPT-ERROR-DESC
                   MOVE SPACES TO RPT-ERROR-DATO
                   WRITE ENVIO-LINE FROM WS-RPT-ERROR
                   DISPLAY "ERROR: CICLO/PERIODO DEL TRAILER NO "
                       "COINCIDE CON EL ENCABEZADO"
               END-IF
           END-IF.

       ABRIR-IMPREG.
           OPEN I-O VENDOR-REG
           IF WS-IMPREG-STATUS = "35"
               OPEN OUTPUT VENDOR-REG
               CLOSE VENDOR-REG
               OPEN I-O VENDOR-REG
           END-IF
           IF WS-IMPREG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR IMPREG, STATUS: "
                   WS-IMPREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * El mismo archivo (misma firma) ya enviado se rechaza sin
      * override, igual que un GLEXTRACT ya posteado en el cierre.
       VERIFICAR-ENVIO-REGISTRADO.
           MOVE WS-FIRMA TO VRG-KEY
           READ VENDOR-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ARCHIVO YA ENVIADO POR CORRIDA: " TO
                       RPT-ERROR-DESC
                   MOVE VRG-RUN-ID TO RPT-ERROR-DATO
                   WRITE ENVIO-LINE FROM WS-RPT-ERROR
                   DISPLAY "ERROR: IMPRENTA YA ENVIADA EL "
                       VRG-FIRST-DATE " POR CORRIDA " VRG-RUN-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

      * La base completa choca con cualquier ciclo del periodo y un
      * ciclo con la base completa; con el reenvio ya forzado no se
      * sigue buscando (el supervisor autoriza el archivo entero).
       VERIFICAR-CICLO-ENVIADO.
           IF WS-FIRMA-CICLO = ZERO
               PERFORM BUSCAR-CICLO-ENVIADO
                   VARYING WS-CICLO-BUSCADO FROM 0 BY 1
                   UNTIL WS-CICLO-BUSCADO > 9 OR REENVIO-FORZADO
           ELSE
               MOVE WS-FIRMA-CICLO TO WS-CICLO-BUSCADO
               PERFORM BUSCAR-CICLO-ENVIADO
               IF NOT REENVIO-FORZADO
                   MOVE ZERO TO WS-CICLO-BUSCADO
                   PERFORM BUSCAR-CICLO-ENVIADO
               END-IF
           END-IF.

      * El ciclo y periodo van adelante en la clave: el primer
      * registro desde (ciclo, periodo, ceros) dice si ese ciclo ya
      * salio con otras cifras.
       BUSCAR-CICLO-ENVIADO.
           MOVE LOW-VALUES TO VRG-KEY
           MOVE WS-CICLO-BUSCADO TO VRG-CICLO
           MOVE WS-FIRMA-PERIODO TO VRG-PERIODO
           START VENDOR-REG KEY NOT < VRG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VENDOR-REG NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VRG-CICLO = WS-CICLO-BUSCADO AND
                               VRG-PERIODO = WS-FIRMA-PERIODO
                               PERFORM RESOLVER-REENVIO
                           END-IF
                   END-READ
           END-START.

      * Reenviar un ciclo ya despachado manda a los clientes un
      * segundo estado por correo: solo un supervisor puede forzarlo.
       RESOLVER-REENVIO.
           DISPLAY "ADVERTENCIA: CICLO " VRG-CICLO " PERIODO "
               WS-FIRMA-PERIODO " YA ENVIADO EL " VRG-FIRST-DATE
               " POR CORRIDA " VRG-RUN-ID
           ACCEPT WS-OVERRIDE-FLAG FROM ENVIRONMENT "FORZAR_REENVIO"
           IF WS-OVERRIDE-FLAG = "Y"
               MOVE 3 TO WS-NIVEL-REQUERIDO
               PERFORM VERIFICAR-AUTORIDAD
               IF AUTORIDAD-OK
                   SET REENVIO-FORZADO TO TRUE
                   DISPLAY "REENVIO FORZADO POR EL OPERADOR "
                       WS-OPERATOR-ID
               ELSE
                   MOVE "REENVIO FORZADO DENEGADO A OPERADOR: " TO
                       RPT-ERROR-DESC
                   MOVE WS-OPERATOR-ID TO RPT-ERROR-DATO
                   WRITE ENVIO-LINE FROM WS-RPT-ERROR
                   DISPLAY "ERROR: REENVIO FORZADO DENEGADO, SE "
                       "REQUIERE NIVEL 3 EN OPERPROF"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "CICLO Y PERIODO YA ENVIADOS POR CORRIDA: " TO
                   RPT-ERROR-DESC
               MOVE VRG-RUN-ID TO RPT-ERROR-DATO
               WRITE ENVIO-LINE FROM WS-RPT-ERROR
               DISPLAY "ERROR: ENVIO RECHAZADO, EXPORTAR "
                   "FORZAR_REENVIO=Y PARA FORZARLO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPIAR-ARCHIVO.
           OPEN INPUT PRINT-VENDOR
           IF WS-IMPRENTA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO REABRIR IMPRENTA, STATUS: "
                   WS-IMPRENTA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VENDOR-SEND
           IF WS-ENVIO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR IMPRENTAENV, STATUS: "
                   WS-ENVIO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM LEER-IMPRENTA
           PERFORM COPIAR-REGISTRO
               UNTIL FIN-DE-IMPRENTA
           CLOSE PRINT-VENDOR
           CLOSE VENDOR-SEND.

       COPIAR-REGISTRO.
           WRITE VENDOR-SEND-LINE FROM IMPRENTA-RECORD
           ADD 1 TO WS-COPIADOS-COUNT
           IF IMP-ES-TRAILER
               SET FIN-DE-IMPRENTA TO TRUE
           ELSE
               PERFORM LEER-IMPRENTA
           END-IF.

      * Se registra recien con IMPRENTAENV completo: un envio caido
      * antes de este punto no bloquea su propio relanzamiento.
       REGISTRAR-ENVIO.
           MOVE WS-FIRMA TO VRG-KEY
           MOVE WS-RUN-ID(1:8) TO VRG-FIRST-DATE
           MOVE WS-RUN-ID TO VRG-RUN-ID
           MOVE WS-OPERATOR-ID TO VRG-OPERADOR
           MOVE WS-OVERRIDE-SWITCH TO VRG-FORZADO
           WRITE VENDOR-REG-RECORD
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO REGISTRAR EL ENVIO EN "
                       "IMPREG"
                   MOVE 16 TO RETURN-CODE
           END-WRITE
           CLOSE VENDOR-REG.

       FINALIZAR.
           DISPLAY "ESTADOS VERIFICADOS: " WS-DET-COUNT
           DISPLAY "REGISTROS COPIADOS A IMPRENTAENV: "
               WS-COPIADOS-COUNT
           CLOSE ENVIO-RPT.

       COPY OPERPROP.
       COPY FECHAVAP.
       COPY RUNPARMP.
       END PROGRAM ENVIAR-IMPRENTA.
