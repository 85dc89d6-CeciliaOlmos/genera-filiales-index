      *          aranceladas de cada filial) y de inscripciones.dat
      *          (inscripcion y baja de socios en esas actividades),
      *          al estilo de MANTENER-SOCIOS. Las inscripciones
      *          validan que el socio exista y este activo (ni
      *          dado de baja ni suspendido por mora) y que la
      *          actividad sea de su misma filial; altas y bajas
      *          quedan en la pista de auditoria.
      * Tectonics: cobc
       01 w-clave-buscada pic 9(7).
       01 w-nombre-nuevo pic x(20).
       01 w-cambia-arancel pic x.
       01 w-arancel-nuevo pic 9(7)v99.
       01 w-cant-listadas pic 9(4) value zero.
       01 w-programa pic x(20) value "MANTENER-ACTIVIDADES".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               INVALID KEY
                   DISPLAY "Socio no encontrado"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN soc-inactivo
                           DISPLAY "El socio esta inactivo, no se "
                                   "inscribe"
                       WHEN soc-suspendido
                           DISPLAY "El socio esta suspendido por "
                                   "mora, no se inscribe"
                       WHEN OTHER
                           PERFORM 710-INSCRIBIR-EN-ACTIVIDAD
                   END-EVALUATE
           END-READ.

      * la actividad debe ser de la misma filial del socio y estar
