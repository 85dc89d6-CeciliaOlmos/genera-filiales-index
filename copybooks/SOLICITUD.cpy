           03 sol-cod-postal pic x(8).
           03 sol-telefono pic x(15).
           03 sol-documento pic 9(8).
           03 sol-fecha-nacimiento pic 9(8).
           03 sol-fecha pic 9(8).
           03 sol-estado pic x value "P".
               88 sol-pendiente value "P".
