      *-----------------------------------------------------------
      * Layout de registro de socios.dat / socios.txt; tambien el
      * de socios-hist.dat (socios archivados por ARCHIVAR-SOCIOS)
      *-----------------------------------------------------------
       01  soc-reg.
           03 soc-clave.
               05 soc-filial pic 9(4).
               05 soc-socio pic 999.
           03 soc-nombre pic x(15).
           03 soc-saldo pic s9(7)v99.
               88 soc-moroso values -9999999.99 thru -0.01.
      * "S" = suspendido por mora (SUSPENDER-MOROSOS): no es una
      * baja, sigue debiendo y pagando pero no puede inscribirse en
      * actividades; se reactiva solo al bajar la mora
           03 soc-estado pic x value "A".
               88 soc-activo value "A" "a".
               88 soc-inactivo value "I" "i".
               88 soc-suspendido value "S" "s".
      * tope de descubierto propio del socio (0 = rige el de la
      * filial, fil-limite)
           03 soc-limite pic 9(7)v99.
      * categoria societaria: rige la cuota que cobra COBRAR-CUOTAS
      * (los vitalicios no pagan cuota social)
           03 soc-categoria pic x value "A".
