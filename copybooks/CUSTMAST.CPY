      * Cero = sin limite (el valor de los clientes existentes).
           05 CUST-LIMITE        PIC 9(8)V99.
               88 CUST-SIN-LIMITE    VALUE 0.
      * Actividad: MARCAR-INACTIVOS pone "I" al cliente sin actividad
      * posteada en los ultimos N meses y lo vuelve a activo cuando
      * reaparece actividad. Espacio = activo (el valor de los
      * clientes existentes y de toda alta). Un inactivo con saldo
      * cero no sale en el estado de cuenta; un detalle para un
      * inactivo se postea igual pero SUMANDO lo marca en el resumen.
           05 CUST-ACTIVIDAD     PIC X.
               88 CUST-ACTIVO        VALUE SPACE "A".
               88 CUST-INACTIVO      VALUE "I".
