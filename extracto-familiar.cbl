           03 filler pic x(4) value "  T ".
           03 filler pic x(16) value "CONCEPTO".
           03 filler pic x(8) value "PERIODO".
           03 filler pic x(13) value "      IMPORTE".
           03 filler pic x(17) value "            SALDO".

       01 w-linea-detalle.
           03 w-d-fecha.
           03 filler pic x(1) value " ".
           03 w-d-periodo pic x(7).
           03 filler pic x(1) value " ".
           03 w-d-importe pic z,zzz,zz9.99.
           03 filler pic x(2) value " ".
           03 w-d-saldo pic --,---,--9.99.
           03 filler pic x(1) value " ".
           03 w-d-estado pic x.


       01 w-linea-saldo.
           03 w-s-texto pic x(30).
           03 w-s-importe pic --,---,--9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
