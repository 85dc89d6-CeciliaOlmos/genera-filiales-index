      * fecha de deposito prevista al recibirlo; al marcarlo
      * depositado queda la fecha real
           03 chq-fecha-deposito pic 9(8).
           03 chq-importe pic 9(7)v99.
      * fecha y secuencia del deposito en movimientos.dat que
      * origino el cheque (la filial y el socio son los de arriba)
           03 chq-mov-fecha pic 9(8).
