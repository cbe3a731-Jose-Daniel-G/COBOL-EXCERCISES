      *>****************************************************************
      *> Copybook: TOMAFIS.cpy
      *> Purpose:  Existencias congeladas para la toma fisica de
      *>           inventario, un registro por SKU del STOCK al abrir la
      *>           toma, con su categoria y los conteos registrados. Un
      *>           conteo fuera de la tolerancia exige segundo conteo.
      *>****************************************************************
       01 REG-TOMAFIS.
          05 TF-SKU             PIC X(10).
          05 TF-CATEGORIA       PIC X(10).
          05 TF-CANT-CONGELADA  PIC 9(07).
          05 TF-CONTEO1         PIC 9(07).
          05 TF-CONTEO2         PIC 9(07).
          05 TF-ESTADO          PIC X(01).
             88 TF-PENDIENTE      VALUE "P".
             88 TF-CONTADO        VALUE "C".
             88 TF-RECONTEO       VALUE "R".
             88 TF-RECONTADO      VALUE "2".
