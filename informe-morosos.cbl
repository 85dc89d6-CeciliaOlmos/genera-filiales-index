           03 filler pic x(11) value " - Filial: ".
           03 w-d-fil-nombre pic x(20).
           03 filler pic x(9) value " Saldo: ".
           03 w-d-saldo pic --,---,--9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
