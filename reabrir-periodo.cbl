       01 w-programa pic x(20) value "REABRIR-PERIODO".
       01 w-accion pic x(14) value "REABRE PERIODO".
       01 w-clave-audit pic 9(7) value zero.
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
