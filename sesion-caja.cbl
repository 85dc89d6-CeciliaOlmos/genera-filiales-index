
       01 w-linea-cifra.
           03 w-c-texto pic x(30).
           03 w-c-importe pic --,---,--9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
