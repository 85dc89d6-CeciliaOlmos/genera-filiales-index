           88 orden-nombre value "N" "n".
           88 orden-saldo value "S" "s".
        01 w-cant-socios-fil pic 9(5) value zero.
        01 w-saldo-socios-fil pic s9(10)v99 value zero.
        01 w-lineas-pagina pic 99 value zero.
        01 w-tope-pagina pic 99 value 20.
        01 w-hubo-socios pic 9 value zero.
           88 hubo-socios value 1.
        01 w-subtotal.
           03 w-d-subt-cant pic zzzz9.
           03 w-d-subt-saldo pic --,---,---,--9.99.
        01 w-d-saldo-linea pic ---,---,--9.99.
        01 w-incl-historico pic x value "N".
           88 incluye-historico value "S" "s".
