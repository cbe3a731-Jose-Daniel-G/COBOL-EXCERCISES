      *> Copybook: COMPRA.cpy
      *> Purpose:  Registro de entradas de mercancia de proveedores
      *>           (recepcion que aumenta existencias y cuenta por
      *>           pagar del proveedor). COM-ORDEN es la orden de
      *>           compra contra la que se recibe. COM-COSTO es antes
      *>           de IVA; COM-IVA es el IVA descontable de la linea.
      *>****************************************************************
       01 REG-COMPRA.
          05 COM-FECHA          PIC 9(08).
          05 COM-SKU            PIC X(10).
          05 COM-CANTIDAD       PIC 9(07).
          05 COM-COSTO          PIC 9(07)V99.
          05 COM-ORDEN          PIC X(10).
          05 COM-TASA-IVA       PIC 9(02).
          05 COM-IVA            PIC 9(09)V99.
