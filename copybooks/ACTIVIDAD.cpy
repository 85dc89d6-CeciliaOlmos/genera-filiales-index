           03 act-nombre pic x(20).
      * arancel mensual que cobra COBRAR-ACTIVIDADES a cada
      * inscripto vigente
           03 act-arancel pic 9(7)v99.
           03 act-estado pic x value "A".
               88 act-activa value "A" "a".
               88 act-inactiva value "I" "i".
