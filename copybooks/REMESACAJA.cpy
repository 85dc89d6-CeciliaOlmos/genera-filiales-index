      *-----------------------------------------------------------
      * Layout de registro de remesas-cajas.dat: parte del efectivo
      * de una sesion de caja cerrada (clave de cajas.dat) que se
      * envio en una remesa. Lo remesado de una sesion es la suma
      * de sus registros; el resto sigue en la filial.
      *-----------------------------------------------------------
       01  rca-reg.
           03 rca-clave.
               05 rca-caj-clave.
                   07 rca-filial pic 9(4).
                   07 rca-fecha pic 9(8).
                   07 rca-operador pic x(8).
               05 rca-numero pic 9(6).
           03 rca-importe pic 9(7)v99.
