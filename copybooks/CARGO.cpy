      *-----------------------------------------------------------
      * Layout de registro de cargos-periodo.dat: un registro por
      * cada cargo mensual que graban los cobros batch, para que
      * una recorrida repetida nunca cargue dos veces el mismo
      * mes al mismo socio. La clave es el socio al que corresponde
      * el cargo, el periodo y el concepto; car-referencia separa
      * los cargos que un socio puede tener varias veces en el mes
      * (codigo de actividad en ACT, cero en CUO, numero de plan en
      * PLN y numero de plan mas 100 en la caida del plan). El
      * cargo se graba antes que el movimiento. Un cargo revertido
      * despues no se vuelve a generar en batch.
      *-----------------------------------------------------------
       01  car-reg.
           03 car-clave.
               05 car-soc-clave.
                   07 car-filial pic 9(4).
                   07 car-socio pic 999.
               05 car-periodo pic 9(6).
               05 car-concepto pic x(3).
               05 car-referencia pic 999.
      * movimiento generado; en las cuotas de un grupo familiar la
      * cuenta es la del responsable, no la de car-soc-clave
           03 car-mov-clave.
               05 car-mov-soc-clave pic 9(7).
               05 car-mov-fecha pic 9(8).
               05 car-mov-secuencia pic 9(4).
           03 car-importe pic 9(7)v99.
