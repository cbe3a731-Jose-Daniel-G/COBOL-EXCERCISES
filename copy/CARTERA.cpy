      *>           nivel de documento: factura con fecha de emision y
      *>           vencimiento, valor original y saldo abierto. Los
      *>           dias vencidos se recalculan contra el vencimiento.
      *>           Archivo indexado por tercero + documento, de modo
      *>           que los documentos de un tercero quedan contiguos.
      *>****************************************************************
       01 REG-CARTERA.
          05 CAR-LLAVE.
             10 CAR-TERCERO     PIC X(10).
             10 CAR-DOCUMENTO   PIC X(10).
          05 CAR-NOMBRE         PIC X(20).
          05 CAR-TIPO           PIC X(01).
             88 CAR-ES-CLIENTE    VALUE "C".
             88 CAR-ES-PROVEEDOR  VALUE "P".
          05 CAR-FECHA-EMISION  PIC 9(08).
          05 CAR-FECHA-VENCE    PIC 9(08).
          05 CAR-VALOR-ORIGINAL PIC S9(09)V99
