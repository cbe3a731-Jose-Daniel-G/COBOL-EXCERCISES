      *>****************************************************************
      *> Copybook: CONCDET.cpy
      *> Purpose:  Partidas de cada conciliacion bancaria grabada:
      *>           conciliadas, en libros y no en el banco (pasan a la
      *>           conciliacion del mes siguiente) y en el banco y no
      *>           en libros. Naturaleza vista desde la cuenta BANCOS.
      *>****************************************************************
       01 REG-CONCDET.
          05 CBD-PERIODO        PIC 9(06).
          05 CBD-CLASE          PIC X(01).
             88 CBD-CONCILIADA    VALUE "M".
             88 CBD-SOLO-LIBROS   VALUE "L".
             88 CBD-SOLO-BANCO    VALUE "B".
          05 CBD-NAT            PIC X(01).
             88 CBD-ENTRADA       VALUE "E".
             88 CBD-SALIDA        VALUE "S".
          05 CBD-FECHA-LIBROS   PIC 9(08).
          05 CBD-FECHA-BANCO    PIC 9(08).
          05 CBD-VALOR          PIC 9(11)V99.
          05 CBD-REFERENCIA     PIC X(10).
          05 CBD-DETALLE        PIC X(20).
