       01 w-ind pic 99.
       01 w-ind-ant pic 99.
       01 w-delta-socios pic s9(5).
       01 w-delta-saldo pic s9(11)v99.

       01 w-tabla-periodos.
           03 w-ent-periodo occurs 12 times.
               05 w-tp-periodo pic 9(6).
               05 w-tp-activos pic 9(5).
               05 w-tp-inactivos pic 9(5).
               05 w-tp-saldo pic s9(10)v99.

       01 w-linea-filial.
           03 filler pic x(7) value "Filial ".
           03 filler pic x(8) value " ACTIVOS".
           03 filler pic x(8) value "    VAR.".
           03 filler pic x(8) value "  INACT.".
           03 filler pic x(19) value "              SALDO".
           03 filler pic x(20) value "                VAR.".

       01 w-linea-detalle.
           03 w-d-periodo.
           03 filler pic x(3) value "  ".
           03 w-d-inactivos pic zzzz9.
           03 filler pic x(2) value " ".
           03 w-d-saldo pic --,---,---,--9.99.
           03 filler pic x(3) value "  ".
           03 w-d-var-saldo pic ++,+++,+++,++9.99.

       01 w-periodo-desarmado.
           03 w-pd-aa pic 9(4).
