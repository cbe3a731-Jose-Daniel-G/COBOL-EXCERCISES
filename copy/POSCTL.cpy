      *>****************************************************************
      *> Copybook: POSCTL.cpy
      *> Purpose:  Control de importaciones del punto de venta: un
      *>           registro por archivo cargado, para no importar el
      *>           mismo archivo dos veces y para el aviso del cierre.
      *>****************************************************************
       01 REG-POSCTL.
          05 PCT-ARCHIVO        PIC X(16).
          05 PCT-FECHA          PIC 9(08).
          05 PCT-HORA           PIC X(06).
          05 PCT-OPERADOR       PIC X(08).
          05 PCT-LEIDOS         PIC 9(06).
          05 PCT-ACEPTADOS      PIC 9(06).
          05 PCT-RECHAZADOS     PIC 9(06).
          05 PCT-VALOR          PIC 9(11)V99.
