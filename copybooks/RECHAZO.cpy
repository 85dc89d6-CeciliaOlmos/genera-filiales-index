      *-----------------------------------------------------------
      * Layout de debitos-rechazos-hist.txt: historial de los
      * debitos automaticos que rechazo el banco, una linea por
      * rechazo, que PROCESAR-DEBITOS agrega en cada corrida real
      * (debitos-rechazados.txt se rehace en cada corrida para el
      * retrabajo de la oficina y no sirve como historia). Lo lee
      * INFORME-COBRANZA para la tasa de rechazo mensual.
      *-----------------------------------------------------------
       01  drc-linea.
           03 drc-soc-clave.
               05 drc-filial pic 9(4).
               05 drc-socio pic 999.
      * fecha del debito informada por el banco (o la del proceso
      * si no vino) e importe presentado
           03 drc-fecha pic 9(8).
           03 drc-importe pic 9(7)v99.
           03 drc-motivo pic xx.
           03 drc-fecha-proceso pic 9(8).
           03 drc-lote pic x(16).
