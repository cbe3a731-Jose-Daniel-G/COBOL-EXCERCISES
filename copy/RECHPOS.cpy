      *>****************************************************************
      *> Copybook: RECHPOS.cpy
      *> Purpose:  Registro de rechazos de la importacion del punto de
      *>           venta (RECHPOS<fecha>.DAT): la linea original tal
      *>           como llego y el codigo de motivo del rechazo.
      *>           Motivos: 01 tercero no existe, 02 no es cliente,
      *>           03 cliente bloqueado, 04 SKU sin existencias,
      *>           05 SKU sin maestro, 06 descontinuado, 07 cantidad
      *>           en cero, 08 precio en cero, 09 precio fuera de
      *>           rango, 10 excede cupo, 11 datos no numericos,
      *>           12 fecha distinta, 14 ventas no disponible. El
      *>           13 (cartera llena) ya no se asigna.
      *>****************************************************************
       01 REG-RECHPOS.
          05 RPO-LINEA          PIC X(54).
          05 RPO-MOTIVO         PIC X(02).
