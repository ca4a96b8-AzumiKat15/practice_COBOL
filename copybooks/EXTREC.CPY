      ******************************************************************
      * Copybook: EXTREC
      * Purpose: GLEXTRACT record layout, shared by ESTADO-CUENTA
      *          (writer: un detalle por cliente y periodo abierto
      *          con actividad nueva, mas un trailer con conteo y
      *          hash) and
      *          CERRAR-PERIODO (reader, que lo postea al ledger de
      *          periodos). EXT-TRANS-COUNT y EXT-TOTAL son DELTAS
      *          desde la ultima extraccion del periodo, no acumulados
