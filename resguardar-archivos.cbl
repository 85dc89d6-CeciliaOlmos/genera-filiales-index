       01 w-cant-filiales pic 9(6) value zero.
       01 w-hash-filiales pic 9(10) value zero.
       01 w-cant-socios pic 9(6) value zero.
       01 w-hash-socios pic s9(13)v99 value zero.
       01 w-cant-movs pic 9(6) value zero.
       01 w-hash-movs pic 9(13)v99 value zero.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
