               88 fil-activa value "A" "a".
               88 fil-inactiva value "I" "i".
      * tope de descubierto por omision para los socios de la filial
           03 fil-limite pic 9(7)v99.
