      ******************************************************************
      * Copybook: TASAREC
      * Purpose: TASAS record layout, la tabla de cargos de fin de
      *          periodo que mantiene finanzas (line sequential, una
      *          linea por tramo) y que lee GENERAR-CARGOS. Cada linea
      *          es un tramo de saldo para un CUST-TIPO:
      *            TAS-TIPO       tipo de cliente; "***" es el tramo
      *                           comun para los tipos que no tienen
      *                           lineas propias.
      *            TAS-TOPE       saldo maximo del tramo (el saldo al
      *                           cierre del periodo cae en el primer
      *                           tramo de su tipo cuyo tope lo cubre;
      *                           los topes de un mismo tipo van de
      *                           menor a mayor).
      *            TAS-CARGO-FIJO cargo de mantenimiento del periodo.
      *            TAS-TASA       interes del periodo sobre el saldo
      *                           (0.01500 = 1.5%); solo se aplica a
      *                           un saldo positivo.
      ******************************************************************
       01  TASA-RECORD.
           05 TAS-TIPO PIC XXX.
           05 FILLER PIC X.
           05 TAS-TOPE PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 TAS-CARGO-FIJO PIC 9(5)V99.
           05 FILLER PIC X.
           05 TAS-TASA PIC 9V9(5).
           05 FILLER PIC X(50).
