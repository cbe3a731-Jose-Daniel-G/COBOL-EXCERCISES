      *> Copybook: STOCK.cpy
      *> Purpose:  Registro de inventario/existencias para la
      *>           confrontacion comercial (cantidad y costo por SKU).
      *>           STK-COSTO-PROM es el costo promedio ponderado que
      *>           recalcula cada entrada de mercancia.
      *>****************************************************************
       01 REG-STOCK.
          05 STK-SKU            PIC X(10).
          05 STK-CANTIDAD       PIC 9(07).
          05 STK-PRECIO         PIC 9(07)V99.
          05 STK-COSTO-PROM     PIC 9(07)V99.
