      *>****************************************************************
      *> Copybook: COMPROB.cpy
      *> Purpose:  Encabezado de los comprobantes contables manuales:
      *>           numero, fecha, operador que lo contabilizo, concepto
      *>           y totales debito y credito. Los renglones quedan en
      *>           MOVGL con el mismo numero de comprobante.
      *>****************************************************************
       01 REG-COMPROBANTE.
          05 CPB-NUMERO         PIC X(10).
          05 CPB-FECHA          PIC 9(08).
          05 CPB-OPERADOR       PIC X(08).
          05 CPB-CONCEPTO       PIC X(30).
          05 CPB-DEBITOS        PIC 9(11)V99.
          05 CPB-CREDITOS       PIC 9(11)V99.
          05 CPB-RENGLONES      PIC 9(03).
