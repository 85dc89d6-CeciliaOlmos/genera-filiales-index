      * Date:
      * Purpose: Generacion del archivo mensual de presentacion de
      *          debitos automaticos al banco: por cada socio activo
      *          (o suspendido por mora, que sigue debiendo)
      *          adherido al debito (dat-adherido "S" y CBU cargado
      *          en la ficha personal) con cuota parametrizada para
      *          su filial y categoria en cuotas.txt, escribe en
      *          debitos-enviar.txt una linea con CBU en col 1-22,
      *          referencia filial+socio en col 23-29 e importe en
      *          col 30-38 con 2 decimales implicitos. La respuesta
      *          del banco la procesa PROCESAR-DEBITOS. Los
      *          vitalicios no pagan cuota y no se presentan; los
      *          socios agrupados tampoco, porque sus cuotas las
           03 cuo-detalle.
               05 cuo-fil-cod pic 9(4).
               05 cuo-categoria pic x.
               05 cuo-importe pic 9(7)v99.
           03 filler pic x(11).

       FD  SOCIOS.
           COPY "SOCIOS.cpy".
           03 deb-referencia.
               05 deb-filial pic 9(4).
               05 deb-socio pic 999.
           03 deb-importe pic 9(7)v99.

       WORKING-STORAGE SECTION.
      *-----------------------
                   indexed by cuo-idx.
               05 w-tc-filial pic 9(4).
               05 w-tc-categoria pic x.
               05 w-tc-importe pic 9(7)v99.

       01 w-importe-cuota pic 9(7)v99.
       01 w-cant-presentados pic 9(6) value zero.
       01 w-cant-sin-cbu pic 9(6) value zero.
       01 w-total-presentado pic 9(9)v99 value zero.
           END-PERFORM.

       400-PROCESO-SOCIO.
           IF (soc-activo OR soc-suspendido)
              AND NOT soc-cat-vitalicio
              AND soc-grupo = zero
               MOVE soc-clave TO dat-clave
               READ DATOS
