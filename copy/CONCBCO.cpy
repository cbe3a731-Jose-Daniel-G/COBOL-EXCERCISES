      *>****************************************************************
      *> Copybook: CONCBCO.cpy
      *> Purpose:  Conciliacion bancaria grabada, un registro por mes.
      *>           Un mes grabado queda cerrado: no se vuelve a
      *>           conciliar ni se concilia un mes anterior a el.
      *>****************************************************************
       01 REG-CONCBCO.
          05 CBC-PERIODO        PIC 9(06).
          05 CBC-CUENTA         PIC X(10).
          05 CBC-FECHA          PIC 9(08).
          05 CBC-OPERADOR       PIC X(08).
          05 CBC-SALDO-BANCO    PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 CBC-SALDO-LIBROS   PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 CBC-DIFERENCIA     PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 CBC-CONCILIADAS    PIC 9(05).
          05 CBC-PEND-LIBROS    PIC 9(05).
          05 CBC-PEND-BANCO     PIC 9(05).
