      ******************************************************************
      * Copybook: CAMBPEND
      * Purpose: CUSTPEND indexed file record layout: cambios a los
      *          campos sensibles del maestro de clientes (domicilio,
      *          ciclo y limite) que esperan la aprobacion de un
      *          supervisor. Los graba CAMBPENP desde el menu
      *          interactivo y el lote de mantenimiento; los aprueba o
      *          rechaza REVISAR-CAMBIOS, que borra el registro al
      *          decidir (la historia queda en MANTAUD). La clave es
      *          el CUST-ID: un cliente tiene a lo sumo un cambio
      *          pendiente, y uno nuevo se rechaza hasta que el
      *          supervisor decida el anterior.
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05 PND-CUST-ID        PIC 9(6).
      * Fecha y hora de la solicitud (AAAAMMDDHHMMSS): de aqui sale la
      * antiguedad del pendiente.
           05 PND-SOLICITADO     PIC X(14).
           05 PND-SOLICITANTE    PIC X(8).
           05 PND-PROGRAMA       PIC X(8).
      * Imagen completa del CUSTOMER-RECORD vigente al pedir el cambio
      * y del propuesto; solo domicilio, ciclo y limite del propuesto
      * se aplican al aprobar.
           05 PND-ANTES          PIC X(46).
           05 PND-DESPUES        PIC X(46).
