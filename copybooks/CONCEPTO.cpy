           03 filler pic x(18) value "ACTCUOTA ACTIVIDAD".
           03 filler pic x(18) value "DEBDEBITO AUTOM.".
           03 filler pic x(18) value "CHRCHQ RECHAZADO".
           03 filler pic x(18) value "REFREFINANCIACION".
           03 filler pic x(18) value "PLNCUOTA PLAN PAGO".
           03 filler pic x(18) value "INVPASE INVITADO".
       01  con-tabla redefines con-lista.
           03 con-entrada occurs 14 times indexed by con-idx.
               05 con-codigo pic x(3).
               05 con-descripcion pic x(15).
      * cantidad de entradas de la tabla, para recorridos por
      * subindice (mantener a la par del occurs)
       01  con-cant-conceptos pic 99 value 14.
