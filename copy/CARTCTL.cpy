      *>****************************************************************
      *> Copybook: CARTCTL.cpy
      *> Purpose:  Control de numeracion de documentos de cartera:
      *>           ultimo consecutivo asignado a FV/FC/NC. Un solo
      *>           registro, reescrito en cada documento nuevo.
      *>****************************************************************
       01 REG-CARTCTL.
          05 CCT-ULTIMO-DOC     PIC 9(08).
