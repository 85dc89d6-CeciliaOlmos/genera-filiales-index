      *-----------------------------------------------------------
      * Layout de registro de numeradores.dat: ultimo numero
      * emitido de cada comprobante numerado por filial que no es
      * un recibo (los recibos siguen en talonarios.dat). Igual
      * que en el talonario, la numeracion es correlativa y sin
      * huecos: el numero se consume recien cuando el comprobante
      * quedo emitido.
      *-----------------------------------------------------------
       01  num-reg.
           03 num-clave.
               05 num-tipo pic x(3).
                   88 num-constancia-baja value "BAJ".
                   88 num-remesa value "REM".
                   88 num-certificado-pagos value "CER".
               05 num-filial pic 9(4).
           03 num-ultimo pic 9(6).
