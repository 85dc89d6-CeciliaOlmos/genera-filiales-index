      *-----------------------------------------------------------
      * Modo de corrida de los cobros y acreditaciones batch,
      * compartido entre los programas de la corrida como oper-id:
      * "S" simulacion (mismo informe y mismas validaciones, pero
      * sin grabar movimientos, saldos ni lotes), "N" corrida real.
      * Lo fija PROCESO-NOCTURNO para toda la cadena; el menu lo
      * deja en blanco y entonces el programa lo pregunta al iniciar.
      *-----------------------------------------------------------
       01  sim-modo pic x external.
           88 sim-activa value "S".
           88 sim-definida value "S" "N".
