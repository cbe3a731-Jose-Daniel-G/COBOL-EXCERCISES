      *> Copybook: MOVGL.cpy
      *> Purpose:  Registro del diario contable: movimiento debito o
      *>           credito generado por el cierre del dia contra las
      *>           cuentas de control parametrizadas en TIPOCTA, o por
      *>           un comprobante contable manual. Los movimientos del
      *>           cierre no llevan numero de comprobante.
      *>****************************************************************
       01 REG-MOVGL.
          05 MGL-FECHA          PIC 9(08).
             88 MGL-ES-DEBITO     VALUE "D".
             88 MGL-ES-CREDITO    VALUE "C".
          05 MGL-VALOR          PIC 9(09)V99.
          05 MGL-COMPROBANTE    PIC X(10).
          05 MGL-OPERADOR       PIC X(08).
