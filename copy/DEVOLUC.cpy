      *>****************************************************************
      *> Copybook: DEVOLUC.cpy
      *> Purpose:  Registro de devoluciones de venta: unidades que el
      *>           cliente devuelve contra una factura FV, con la nota
      *>           credito NC generada, el motivo y el precio y costo
      *>           de la venta original, con el IVA que se reversa.
      *>****************************************************************
       01 REG-DEVOLUCION.
          05 DEV-FECHA          PIC 9(08).
          05 DEV-OPERADOR       PIC X(08).
          05 DEV-TERCERO        PIC X(10).
          05 DEV-DOC-ORIGEN     PIC X(10).
          05 DEV-DOC-NC         PIC X(10).
          05 DEV-SKU            PIC X(10).
          05 DEV-CANTIDAD       PIC 9(07).
          05 DEV-PRECIO         PIC 9(07)V99.
          05 DEV-COSTO          PIC 9(07)V99.
          05 DEV-MOTIVO         PIC X(02).
          05 DEV-TASA-IVA       PIC 9(02).
          05 DEV-IVA            PIC 9(09)V99.
