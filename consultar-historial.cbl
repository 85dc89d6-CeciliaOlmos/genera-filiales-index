      *          EXTRACTO-SOCIO, en extracto-historico.txt; y busca
      *          movimientos por fecha e importe (y filial opcional)
      *          para cuando el banco cuestiona un deposito viejo.
      *          Los socios archivados por ARCHIVAR-SOCIOS se
      *          consultan igual, con el nombre de socios-hist.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-socios.

       SELECT SOCIOS-HIST ASSIGN TO "../socios-hist.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS soh-clave
               ALTERNATE RECORD KEY IS soh-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-socios-hist.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  SOCIOS-HIST.
           COPY "SOCIOS.cpy" REPLACING LEADING ==soc== BY ==soh==.

       FD  FILIAL.
           COPY "FILIAL.cpy".

      *-----------------------
       01 ws-fs-historial pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-socios-hist pic xx.
       01 w-hay-socios-hist pic x value "N".
           88 hay-socios-hist value "S".
       01 w-opcion pic 9.
           88 fin-consulta value 9.
       01 w-fin-movs pic 9 value zero.
       01 w-tope-pagina pic 99 value 20.
       01 w-pagina pic 9(3) value zero.
       01 w-fecha-pedida pic 9(8).
       01 w-importe-pedido pic 9(7)v99.
       01 w-filial-pedida pic 9(4).
       01 w-cant-hallados pic 9(5) value zero.

           03 filler pic x(4) value "  T ".
           03 filler pic x(16) value "CONCEPTO".
           03 filler pic x(8) value "PERIODO".
           03 filler pic x(13) value "      IMPORTE".
           03 filler pic x(17) value "            SALDO".

       01 w-linea-detalle.
           03 w-d-fecha.
           03 filler pic x(1) value " ".
           03 w-d-periodo pic x(7).
           03 filler pic x(1) value " ".
           03 w-d-importe pic z,zzz,zz9.99.
           03 filler pic x(2) value " ".
           03 w-d-saldo pic --,---,--9.99.
           03 filler pic x(1) value " ".
           03 w-d-estado pic x.


       01 w-linea-saldo.
           03 w-s-texto pic x(30).
           03 w-s-importe pic --,---,--9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               GOBACK
           END-IF.
           OPEN INPUT SOCIOS.
           OPEN INPUT SOCIOS-HIST.
           IF ws-fs-socios-hist = "00"
               MOVE "S" TO w-hay-socios-hist
           END-IF.
           OPEN INPUT FILIAL.

       200-MENU.
      * el socio pudo haber sido dado de baja despues del cierre:
      * el historial se consulta igual, sin nombre
                   MOVE SPACES TO soc-nombre
                   IF hay-socios-hist
                       PERFORM 310-BUSCAR-ARCHIVADO
                   END-IF
           END-READ.
           OPEN OUTPUT REPORTE.
           MOVE zero TO w-cant-movs.
           PERFORM 650-CIERRE.
           CLOSE REPORTE.

      * el socio archivado conserva nombre y numero en
      * socios-hist.dat
       310-BUSCAR-ARCHIVADO.
           MOVE soc-clave TO soh-clave.
           READ SOCIOS-HIST
               NOT INVALID KEY
                   MOVE soh-nombre TO soc-nombre
                   DISPLAY "Socio archivado: " soh-nombre
           END-READ.

      * saldo previo al rango dentro del historial: depositos menos
      * retiros archivados anteriores a fecha-desde
       400-SALDO-INICIAL.
           CLOSE HISTORIAL
                 SOCIOS
                 FILIAL.
           IF hay-socios-hist
               CLOSE SOCIOS-HIST
           END-IF.

       END PROGRAM CONSULTAR-HISTORIAL.
