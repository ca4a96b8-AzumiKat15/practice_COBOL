      * ARCHFILE5 (misma convencion que BRCHFILE1-5: el ausente se
      * omite; el operador copia o renombra ahi los archivos fechados
      * que quiere cubrir), y produce UN listado cronologico de los
      * registros "C", "S", "H", "X" y "V" (reversas) que coinciden,
      * con corrida, operador,
      * sucursal y el resultado de reconciliacion de cada corrida
      * (unido desde las marcas "R", como exige AUDITREC antes de
      * confiar en un AUD-RESULTADO).
               ==AUD-ES-OVERRIDE==  BY ==SRT-ES-OVERRIDE==
               ==AUD-ES-DENEGADO==  BY ==SRT-ES-DENEGADO==
               ==AUD-ES-RECON==     BY ==SRT-ES-RECON==
               ==AUD-ES-REVERSA==   BY ==SRT-ES-REVERSA==
               ==AUD-ES-RESTAURACION== BY ==SRT-ES-RESTAURACION==
               ==AUD-RUN-ID==       BY ==SRT-RUN-ID==
               ==AUD-CUST-ID==      BY ==SRT-CUST-ID==
               ==AUD-NUM1==         BY ==SRT-NUM1==
               ==AUD-TIMESTAMP==    BY ==SRT-TIMESTAMP==
               ==AUD-OPERATOR==     BY ==SRT-OPERATOR==
               ==AUD-RECON-ESTADO== BY ==SRT-RECON-ESTADO==
               ==AUD-SUCURSAL==     BY ==SRT-SUCURSAL==
               ==AUD-REF-RUN-ID==   BY ==SRT-REF-RUN-ID==
               ==AUD-REF-OCURR==    BY ==SRT-REF-OCURR==.

       FD  CONSUL-RPT.
       01  CONSUL-LINE PIC X(132).
               END-IF
           ELSE
               IF (AUD-ES-CALCULO OR AUD-ES-SUSPENSO
                   OR AUD-ES-RETENIDO OR AUD-ES-RECHAZO
                   OR AUD-ES-REVERSA)
                   AND AUD-CUST-ID = WS-CUST-SEL
                   AND AUD-TIMESTAMP(1:8) >= WS-FECHA-DESDE-X
                   AND AUD-TIMESTAMP(1:8) <= WS-FECHA-HASTA-X
                   MOVE "RETE" TO WS-TIPO-DESC
               WHEN AUD-ES-RECHAZO
                   MOVE "RECH" TO WS-TIPO-DESC
               WHEN AUD-ES-REVERSA
                   MOVE "REVE" TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE "????" TO WS-TIPO-DESC
           END-EVALUATE
