      *       de limite y quedaria retenido otra vez;
      *   R - rechazar: el item sale a DEVOLSUC con su registro
      *       completo (incluida la sucursal de origen, que dice a
      *       quien hay que devolverselo); DEVOLSUC se agrega de una
      *       revision a otra y DEVOLVER-SUCURSALES lo arma en el
      *       paquete de devolucion de cada sucursal;
      *   S - saltar: el item queda retenido en HOLDNEW, que
      *       reemplaza a HOLDFILE para la proxima revision.
      *
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * DEVOLSUC acumula entre revisiones: DEVOLVER-SUCURSALES lo
      * arma en paquetes y su registro DEVREG evita reenviar lo que
      * ya se devolvio.
           OPEN EXTEND RETURN-FILE
           IF WS-RETURN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEVOLSUC, STATUS: "
                   WS-RETURN-STATUS
