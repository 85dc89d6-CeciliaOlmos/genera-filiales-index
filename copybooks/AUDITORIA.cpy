           03 aud-soc-clave.
               05 aud-filial pic 9(4).
               05 aud-socio pic 999.
           03 aud-antes pic x(80).
           03 aud-despues pic x(80).
