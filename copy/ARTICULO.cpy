      *> Copybook: ARTICULO.cpy
      *> Purpose:  Registro del maestro de articulos: descripcion,
      *>           unidad de medida, categoria y estado por SKU.
      *>           ART-TASA-IVA es la tarifa de IVA del articulo.
      *>****************************************************************
       01 REG-ARTICULO.
          05 ART-SKU            PIC X(10).
          05 ART-STOCK-MINIMO   PIC 9(07).
          05 ART-CANT-REORDEN   PIC 9(07).
          05 ART-PROVEEDOR      PIC X(10).
          05 ART-TASA-IVA       PIC 9(02).
             88 ART-TASA-VALIDA   VALUE 0 5 19.
