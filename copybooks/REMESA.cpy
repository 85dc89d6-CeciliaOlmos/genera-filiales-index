      *-----------------------------------------------------------
      * Layout de registro de remesas.dat: remesa del efectivo de
      * las cajas cerradas de una filial (cajas.dat) a la tesoreria
      * central o al banco, numerada por filial (numeradores.dat).
      * Sale en transito y queda recibida cuando la tesoreria
      * confirma lo que conto; la diferencia es contado menos
      * enviado (positivo sobrante, negativo faltante). Las cajas
      * que cubre cada remesa estan en remesas-cajas.dat.
      *-----------------------------------------------------------
       01  rem-reg.
           03 rem-clave.
               05 rem-filial pic 9(4).
               05 rem-numero pic 9(6).
           03 rem-fecha pic 9(8).
           03 rem-hora pic 9(8).
           03 rem-operador pic x(8).
           03 rem-destino pic x.
               88 rem-a-tesoreria value "C".
               88 rem-a-banco value "B".
      * boleta de deposito o datos del traslado
           03 rem-referencia pic x(20).
           03 rem-importe pic 9(7)v99.
           03 rem-estado pic x value "T".
               88 rem-en-transito value "T".
               88 rem-recibida value "R".
           03 rem-fecha-recepcion pic 9(8).
           03 rem-importe-contado pic 9(7)v99.
           03 rem-diferencia pic s9(7)v99.
           03 rem-operador-recepcion pic x(8).
