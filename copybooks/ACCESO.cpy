      *-----------------------------------------------------------
      * Layout de registro de accesos.dat: historial de pasadas por
      * los molinetes de las filiales, que carga IMPORTAR-ACCESOS
      * desde el archivo diario del molinete. La clave va por
      * filial y fecha para los informes de asistencia;
      * acc-actividad cero es el ingreso general al club.
      *-----------------------------------------------------------
       01  acc-reg.
           03 acc-clave.
               05 acc-filial pic 9(4).
               05 acc-fecha pic 9(8).
               05 acc-hora pic 9(6).
               05 acc-socio pic 999.
               05 acc-actividad pic 999.
           03 acc-molinete pic xx.
      * lote del archivo del molinete del que salio la pasada
           03 acc-lote-id pic x(16).
