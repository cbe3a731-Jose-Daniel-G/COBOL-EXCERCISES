      *>****************************************************************
      *> Copybook: ORDCOMP.cpy
      *> Purpose:  Registro de ordenes de compra a proveedores, un
      *>           renglon por SKU: numero de orden, fecha de pedido y
      *>           de entrega prometida, cantidad pedida, costo pactado
      *>           y cantidad recibida. La orden se cierra cuando todos
      *>           sus renglones quedan recibidos.
      *>           Archivo indexado por orden + SKU, de modo que los
      *>           renglones de una orden quedan contiguos.
      *>****************************************************************
       01 REG-ORDEN-COMPRA.
          05 OC-LLAVE.
             10 OC-NUMERO       PIC X(10).
             10 OC-SKU          PIC X(10).
          05 OC-PROVEEDOR       PIC X(10).
          05 OC-FECHA           PIC 9(08).
          05 OC-FECHA-PROMESA   PIC 9(08).
          05 OC-CANT-PEDIDA     PIC 9(07).
          05 OC-COSTO-PACTADO   PIC 9(07)V99.
          05 OC-CANT-RECIBIDA   PIC 9(07).
          05 OC-ESTADO          PIC X(01).
             88 OC-ABIERTA        VALUE "A".
             88 OC-CERRADA        VALUE "C".
          05 OC-OPERADOR        PIC X(08).
