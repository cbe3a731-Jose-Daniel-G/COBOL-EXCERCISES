      *>****************************************************************
      *> Copybook: EXTBCO.cpy
      *> Purpose:  Registro del extracto mensual del banco
      *>           (BANCO<aaaamm>.DAT): un renglon por abono o cargo
      *>           de la cuenta y un renglon de saldo final del mes.
      *>           Abono = consignacion a favor; cargo = pago, nota
      *>           debito, comision o cheque devuelto.
      *>****************************************************************
       01 REG-EXTBANCO.
          05 EXB-TIPO           PIC X(01).
             88 EXB-ES-SALDO      VALUE "S".
             88 EXB-ES-ABONO      VALUE "C".
             88 EXB-ES-CARGO      VALUE "D".
          05 EXB-FECHA          PIC 9(08).
          05 EXB-REFERENCIA     PIC X(10).
          05 EXB-DESCRIPCION    PIC X(20).
          05 EXB-VALOR          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
