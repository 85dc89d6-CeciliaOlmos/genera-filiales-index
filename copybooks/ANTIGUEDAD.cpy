      *-----------------------------------------------------------
      * Parametros de CALCULAR-ANTIGUEDAD: antiguedad de la deuda
      * de un socio reconstruida desde movimientos.dat (los pagos
      * cancelan los cargos mas viejos). Entrada: socio, deuda
      * (soc-saldo negativo cambiado de signo) y fecha de
      * referencia. Salida: la deuda repartida en tramos de 0-30,
      * 31-60, 61-90 y mas de 90 dias, los dias del cargo impago
      * mas viejo (99999 = anterior al detalle disponible) y, de
      * la deuda, lo que corresponde a cuotas de plan de pagos
      * (PLN) con los dias de la cuota impaga mas vieja.
      *-----------------------------------------------------------
       01  ant-parametros.
           03 ant-soc-clave pic 9(7).
           03 ant-deuda pic 9(7)v99.
           03 ant-fecha pic 9(8).
           03 ant-tramos.
               05 ant-tramo occurs 4 times pic 9(7)v99.
           03 ant-dias-mas-viejo pic 9(5).
           03 ant-plan-impago pic 9(7)v99.
           03 ant-dias-plan pic 9(5).
