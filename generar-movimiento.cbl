       01 w-concepto pic x(3).
       01 w-concepto-valido pic x value "N".
           88 concepto-valido value "S".
       01 w-importe pic 9(7)v99.
       01 w-clave-buscada pic 9(7).
       01 w-fecha-buscada pic 9(8).
       01 w-ultima-secuencia pic 9(4) value zero.
           88 puede-grabar value "S".
       01 w-tipo-valido pic x value "N".
           88 tipo-valido value "S".
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-programa pic x(20) value "REGISTRAR-MOVIMIENTO".
       01 w-accion pic x(14).
       01 w-limite-aplicable pic 9(7)v99.
       01 w-clave-supervisor pic x(6) value "SUP392".
       01 w-clave-ingresada pic x(6).
       01 w-hubo-descubierto pic x value "N".
           88 hubo-descubierto value "S".
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).
       01 w-recibo-asignado pic 9(6) value zero.
       01 w-talonario-nuevo pic x value "N".
           88 talonario-nuevo value "S".
