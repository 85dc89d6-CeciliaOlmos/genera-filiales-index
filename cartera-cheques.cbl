       01 w-fecha-proceso pic 9(8).
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-programa pic x(20) value "CARTERA-CHEQUES".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
