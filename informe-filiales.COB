      * Purpose: Informe impreso (spooleado) con el listado de todas
      *          las filiales, cantidad de socios, apertura por
      *          categoria y suma de soc-saldo de cada una, mas un
      *          total general del club. Los suspendidos por mora
      *          siguen siendo socios: cuentan como activos en la foto
      *          mensual y se muestran aparte en la apertura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "SOCIOS.cpy".

       FD  REPORTE.
       01  rep-linea pic x(80).

       FD  SNAPSHOTS.
           COPY "SNAPSHOT.cpy".
       01 w-periodo pic 9(6).
       01 w-cant-activos pic 9(5) value zero.
       01 w-cant-inactivos pic 9(5) value zero.
       01 w-cant-suspendidos pic 9(5) value zero.
       01 w-cant-cadetes pic 9(5) value zero.
       01 w-cant-cat-activos pic 9(5) value zero.
       01 w-cant-vitalicios pic 9(5) value zero.
       01 w-fin-socios pic 9 value zero.
           88 fin-socios value 1.
       01 w-cant-filial pic 9(5) value zero.
       01 w-saldo-filial pic s9(10)v99 value zero.
       01 w-cant-general pic 9(6) value zero.
       01 w-saldo-general pic s9(11)v99 value zero.

       01 w-linea-detalle.
           03 filler pic x(6) value "Filial".
           03 filler pic x(9) value " Socios: ".
           03 w-d-cant pic zzzz9.
           03 filler pic x(9) value " Saldo: ".
           03 w-d-saldo pic --,---,---,--9.99.

       01 w-linea-categorias.
           03 filler pic x(12) value spaces.
           03 w-k-activos pic zzzz9.
           03 filler pic x(13) value " Vitalicios: ".
           03 w-k-vitalicios pic zzzz9.
           03 filler pic x(14) value " Suspendidos: ".
           03 w-k-suspendidos pic zzzz9.

       01 w-linea-total.
           03 filler pic x(14) value "TOTAL GENERAL ".
           03 filler pic x(9) value "Socios: ".
           03 w-t-cant pic zzzzz9.
           03 filler pic x(9) value " Saldo: ".
           03 w-t-saldo pic ---,---,---,--9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE zero TO w-saldo-filial.
           MOVE zero TO w-cant-activos.
           MOVE zero TO w-cant-inactivos.
           MOVE zero TO w-cant-suspendidos.
           MOVE zero TO w-cant-cadetes.
           MOVE zero TO w-cant-cat-activos.
           MOVE zero TO w-cant-vitalicios.
                       IF soc-filial = fil-cod
                           ADD 1 TO w-cant-filial
                           ADD soc-saldo TO w-saldo-filial
                           IF soc-inactivo
                               ADD 1 TO w-cant-inactivos
                           ELSE
                               ADD 1 TO w-cant-activos
                           END-IF
                           IF soc-suspendido
                               ADD 1 TO w-cant-suspendidos
                           END-IF
                           EVALUATE TRUE
                               WHEN soc-cat-cadete
           MOVE w-cant-cadetes TO w-k-cadetes.
           MOVE w-cant-cat-activos TO w-k-activos.
           MOVE w-cant-vitalicios TO w-k-vitalicios.
           MOVE w-cant-suspendidos TO w-k-suspendidos.
           MOVE w-linea-categorias TO rep-linea.
           WRITE rep-linea.
           ADD w-cant-filial TO w-cant-general.
