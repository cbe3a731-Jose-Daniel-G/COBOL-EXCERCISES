      *>****************************************************************
      *> Copybook: TOMACTL.cpy
      *> Purpose:  Control de la toma fisica de inventario: estado,
      *>           momento del congelamiento, tolerancia para segundo
      *>           conteo, ventas del dia ya grabadas al congelar y la
      *>           aprobacion del supervisor.
      *>****************************************************************
       01 REG-TOMACTL.
          05 TC-ESTADO          PIC X(01).
             88 TC-ABIERTA        VALUE "A".
             88 TC-APROBADA       VALUE "C".
          05 TC-FECHA           PIC 9(08).
          05 TC-HORA            PIC 9(06).
          05 TC-OPERADOR        PIC X(08).
          05 TC-TOLERANCIA      PIC 9(03).
          05 TC-VENTAS-PREVIAS  PIC 9(07).
          05 TC-APROBADOR       PIC X(08).
          05 TC-FECHA-APROB     PIC 9(08).
          05 TC-AJUSTES         PIC 9(05).
