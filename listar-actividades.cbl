           03 filler pic x(2) value "  ".
           03 w-a-nombre pic x(20).
           03 filler pic x(10) value " Arancel: ".
           03 w-a-arancel pic z,zzz,zz9.99.

       01 w-linea-socio.
           03 filler pic x(4) value spaces.
