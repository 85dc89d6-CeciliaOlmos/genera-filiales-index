      *-----------------------
       01 w-fin-socios pic 9 value zero.
           88 fin-socios value 1.
       01 w-saldo-edit pic -9999999.99.
       01 w-cant-exportados pic 9(6) value zero.

       PROCEDURE DIVISION.
