           COPY "MOVIMIENTOS.cpy".

       FD  REPORTE.
       01  rep-linea pic x(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 w-programa pic x(20) value "CONCILIAR-SALDOS".
       01 w-filial-informe pic 9(4) value zero.
       01 w-clave-buscada pic 9(7).
       01 w-saldo-mayor pic s9(9)v99.
       01 w-diferencia pic s9(9)v99.
       01 w-cant-socios pic 9(6) value zero.
       01 w-cant-diferencias pic 9(6) value zero.
       01 w-cant-aplicados pic 9(6) value zero.
           03 filler pic x(1) value " ".
           03 w-d-nombre pic x(15).
           03 filler pic x(8) value " Saldo: ".
           03 w-d-saldo pic --,---,--9.99.
           03 filler pic x(8) value " Mayor: ".
           03 w-d-mayor pic ---,---,--9.99.
           03 filler pic x(7) value " Dif: ".
           03 w-d-dif pic ---,---,--9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
