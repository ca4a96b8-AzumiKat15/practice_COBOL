      * Copybook: MANTAUD
      * Purpose: maintenance-audit record layout for CUSTOMER-MASTER:
      *          every add, change and delete (from the interactive
      *          menu, the batch maintenance job or the customer
      *          merge, and the approval of pending changes) leaves
      *          one record with operator, timestamp, action code and
      *          the FULL before and after
      *          CUSTOMER-RECORD images (46 bytes each; spaces on the
      *          side that does not apply: antes for an alta, despues
      *          for una baja). Older entries carry 34- and 45-byte
      *          images; the report re-maps them. Shared with the
      *          "who changed what" report. Pair with MANTAUDP.CPY,
      *          which carries the GRABAR-AUDITORIA-MANT paragraph.
      ******************************************************************
      * imagen del registro que se quiso tocar (o espacios) y
      * despues queda en espacios porque nada cambio.
               88 MAUD-ES-DENEGADO VALUE "N".
      * "M" = fusion de clientes duplicados: antes lleva la imagen
      * del duplicado que se borro y despues la del sobreviviente
      * que absorbio sus saldos y pendientes (el sobreviviente en si
      * no cambia).
               88 MAUD-ES-FUSION VALUE "M".
      * Doble control de los campos sensibles (domicilio, ciclo y
      * limite, ver CAMBPENP): "P" = solicitud de cambio que quedo
      * pendiente en CUSTPEND (antes = registro vigente, despues = el
      * propuesto); "V" = visto bueno del supervisor que la aplico
      * (antes y despues del REWRITE); "R" = rechazo del supervisor
      * (antes y despues de la solicitud descartada). El operador de
      * "V" y "R" es el supervisor; el de "P", quien la pidio.
               88 MAUD-ES-SOLICITUD VALUE "P".
               88 MAUD-ES-APROBACION VALUE "V".
               88 MAUD-ES-RECHAZO VALUE "R".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 MAUD-ANTES       PIC X(46).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 MAUD-DESPUES     PIC X(46).
