      *>****************************************************************
      *> Copybook: AJUSTE.cpy
      *> Purpose:  Registro de auditoria de ajustes de inventario
      *>           aplicados desde la confrontacion comercial o desde
      *>           la aprobacion de una toma fisica (AJU-ORIGEN).
      *>****************************************************************
       01 REG-AJUSTE.
          05 AJU-FECHA          PIC 9(08).
             88 AJU-ES-ALTA       VALUE "A".
          05 AJU-VALOR-ANTERIOR PIC 9(07).
          05 AJU-VALOR-NUEVO    PIC 9(07).
          05 AJU-ORIGEN         PIC X(01).
             88 AJU-DE-CONFRONTACION VALUE "C" SPACE.
             88 AJU-DE-TOMA-FISICA VALUE "T".
