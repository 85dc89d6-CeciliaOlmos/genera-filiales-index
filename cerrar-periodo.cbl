       01 w-socio-corte pic 9(7) value zero.
       01 w-hay-socio pic 9 value zero.
           88 hay-socio-abierto value 1.
       01 w-arrastre pic s9(9)v99 value zero.
       01 w-arrastre-abs pic 9(9)v99.
       01 w-grabado pic x value "N".
           88 grabado value "S".
       01 w-intentos pic 99 value zero.
       01 w-mov-actual pic x(54).
       01 w-mes-mas-viejo pic 9(6) value 999999.
       01 w-mes-corriente pic 9(6).
       01 w-mes-desarmado redefines w-mes-corriente.
               MOVE "D" TO mov-tipo OF mov-reg
               MOVE w-arrastre TO w-arrastre-abs
           END-IF.
           IF w-arrastre-abs > 9999999.99
               MOVE 9999999.99 TO w-arrastre-abs
           END-IF.
           MOVE w-arrastre-abs TO mov-importe OF mov-reg.
           MOVE SPACE TO mov-estado OF mov-reg.
