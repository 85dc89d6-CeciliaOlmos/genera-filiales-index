      *-----------------------------------------------------------
      * Layout de registro de planes.dat: planes de pago
      * (refinanciacion) de socios morosos. Al darlo de alta
      * MANTENER-PLANES congela la deuda del socio con un
      * deposito "REF" y COBRAR-PLANES carga cada mes una cuota
      * "PLN" hasta completar el plan. Una cuota impaga mas alla
      * de los dias de gracia hace caer el plan: se carga de una
      * vez lo que faltaba cargar.
      *-----------------------------------------------------------
       01  pln-reg.
           03 pln-clave.
               05 pln-soc-clave.
                   07 pln-filial pic 9(4).
                   07 pln-socio pic 999.
               05 pln-numero pic 99.
           03 pln-fecha-alta pic 9(8).
      * deuda congelada y su division en cuotas (la ultima cuota
      * absorbe el redondeo)
           03 pln-importe-total pic 9(7)v99.
           03 pln-cant-cuotas pic 99.
           03 pln-importe-cuota pic 9(7)v99.
      * avance de la carga mensual
           03 pln-cuotas-cargadas pic 99.
           03 pln-importe-cargado pic 9(7)v99.
           03 pln-ultimo-periodo pic 9(6).
           03 pln-estado pic x value "V".
               88 pln-vigente value "V".
               88 pln-cumplido value "C".
               88 pln-caido value "R".
               88 pln-anulado value "A".
           03 pln-fecha-estado pic 9(8).
           03 pln-operador pic x(8).
