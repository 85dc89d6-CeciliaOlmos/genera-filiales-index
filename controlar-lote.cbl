      *          ya fue procesado y devuelve "S" o "N"; con accion
      *          "G" lo graba como procesado con sus cifras de
      *          control y el operador. Lo llaman COBRAR-CUOTAS,
      *          IMPORTAR-PAGOS, PROCESAR-DEBITOS, EXPORTAR-ASIENTOS
      *          y CONCILIAR-BANCO para no procesar dos veces el
      *          mismo archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
