       01 w-acum-conceptos.
           03 w-ac-entrada occurs 15 times.
               05 w-ac-cant pic 9(4).
               05 w-ac-importe pic s9(9)v99.

      * medios de pago: E, C, T y blanco (cargos batch sin medio)
       01 w-lista-medios.
       01 w-acum-medios.
           03 w-am-entrada occurs 4 times.
               05 w-am-cant pic 9(4).
               05 w-am-importe pic s9(9)v99.
       01 w-cant-dep-fil pic 9(4) value zero.
       01 w-cant-ret-fil pic 9(4) value zero.
       01 w-imp-dep-fil pic 9(9)v99 value zero.
       01 w-imp-ret-fil pic 9(9)v99 value zero.
       01 w-neto-fil pic s9(9)v99 value zero.
       01 w-cant-dep-gral pic 9(6) value zero.
       01 w-cant-ret-gral pic 9(6) value zero.
       01 w-imp-dep-gral pic 9(9)v99 value zero.
           03 filler pic x(5) value " Dep:".
           03 w-d-cant-dep pic zzz9.
           03 filler pic x(1) value " ".
           03 w-d-imp-dep pic zz,zzz,zz9.99.
           03 filler pic x(5) value " Ret:".
           03 w-d-cant-ret pic zzz9.
           03 filler pic x(1) value " ".
           03 w-d-imp-ret pic zz,zzz,zz9.99.
           03 filler pic x(7) value " Neto: ".
           03 w-d-neto pic ---,---,--9.99.

       01 w-linea-concepto.
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value " Cant: ".
           03 w-k-cant pic zzz9.
           03 filler pic x(10) value " Importe: ".
           03 w-k-importe pic ---,---,--9.99.

       01 w-linea-total.
           03 filler pic x(32) value "TOTAL CLUB                      ".
