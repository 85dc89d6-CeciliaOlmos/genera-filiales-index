           88 fin-mantenimiento value 9.
       01 w-nombre-nuevo pic x(20).
       01 w-cambia-limite pic x.
       01 w-limite-nuevo pic 9(7)v99.
       01 w-programa pic x(20) value "MANTENER-FILIALES".
       01 w-accion pic x(14).
       01 w-clave-audit.
           03 w-ca-filial pic 9(4).
           03 w-ca-socio pic 999.
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
