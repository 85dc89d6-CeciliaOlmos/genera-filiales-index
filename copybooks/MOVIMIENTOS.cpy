           03 mov-tipo pic x.
               88 mov-deposito value "D".
               88 mov-retiro value "R".
           03 mov-importe pic 9(7)v99.
           03 mov-estado pic x.
               88 mov-revertido value "*".
               88 mov-contra-asiento value "C".
               88 mov-con-chq-rechazado value "CHR".
               88 mov-con-reversion value "REV".
               88 mov-con-arrastre value "ARR".
               88 mov-con-refinanciacion value "REF".
               88 mov-con-cuota-plan value "PLN".
               88 mov-con-invitado value "INV".
      * periodo AAAAMM al que corresponde el cargo (cuotas y
      * similares); cero cuando no aplica
           03 mov-periodo pic 9(6).
