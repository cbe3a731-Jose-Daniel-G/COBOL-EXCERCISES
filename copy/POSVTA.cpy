      *>****************************************************************
      *> Copybook: POSVTA.cpy
      *> Purpose:  Registro del archivo de ventas que deja el punto de
      *>           venta externo (POS<fecha>.DAT), un renglon por linea
      *>           de tiquete. Se importa a VENTAS con las mismas
      *>           validaciones de la captura manual.
      *>****************************************************************
       01 REG-POSVTA.
          05 PVT-TIQUETE        PIC X(10).
          05 PVT-FECHA          PIC 9(08).
          05 PVT-TERCERO        PIC X(10).
          05 PVT-SKU            PIC X(10).
          05 PVT-CANTIDAD       PIC 9(07).
          05 PVT-PRECIO         PIC 9(07)V99.
