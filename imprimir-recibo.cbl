           03 filler pic x(3) value "*  ".
           03 w-i-concepto pic x(15).
           03 filler pic x(4) value "  $ ".
           03 w-i-importe pic z,zzz,zz9.99.
           03 filler pic x(4) value spaces.
           03 filler pic x(3) value "  *".

       01 w-fecha-desarmada.
       01 p-socio pic 999.
       01 p-nombre pic x(15).
       01 p-fecha pic 9(8).
       01 p-importe pic 9(7)v99.
       01 p-concepto pic x(3).
       01 p-recibo pic 9(6).

