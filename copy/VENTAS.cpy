      *> Copybook: VENTAS.cpy
      *> Purpose:  Registro de ventas/pedidos para la confrontacion
      *>           comercial (cantidad y precio facturado por SKU).
      *>           VTA-COSTO lleva el costo promedio vigente al momento
      *>           de la venta, para el costo de ventas y el margen.
      *>           VTA-DOCUMENTO es la factura FV generada en cartera.
      *>           VTA-PRECIO es precio antes de IVA; VTA-IVA es el
      *>           impuesto de la linea a la tarifa VTA-TASA-IVA.
      *>****************************************************************
       01 REG-VENTAS.
          05 VTA-SKU            PIC X(10).
          05 VTA-FECHA          PIC 9(08).
          05 VTA-OPERADOR       PIC X(08).
          05 VTA-TERCERO        PIC X(10).
          05 VTA-COSTO          PIC 9(07)V99.
          05 VTA-DOCUMENTO      PIC X(10).
          05 VTA-TASA-IVA       PIC 9(02).
          05 VTA-IVA            PIC 9(09)V99.
