           88 hubo-error value 1.
       01 w-cant-leidos pic 9(6) value zero.
       01 w-hash-filiales pic 9(10) value zero.
       01 w-hash-socios pic s9(13)v99 value zero.
       01 w-hash-movs pic 9(13)v99 value zero.
       01 w-cant-grabados pic 9(6) value zero.

       PROCEDURE DIVISION.
