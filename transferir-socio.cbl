      *          filiales.dat), re-clava todos sus mov-reg en
      *          movimientos.dat y recien entonces elimina el registro
      *          viejo. Si una corrida anterior quedo a medias, se
      *          puede retomar y completa lo que falta. La clave
      *          destino no puede ser la de un socio archivado
      *          (socios-hist.dat), que queda reservada. No se
      *          transfiere un socio con un plan de pago vigente
      *          (planes.dat): el plan sigue la clave del socio y
      *          COBRAR-PLANES no lo encontraria en la filial nueva.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER.

       SELECT SOCIOS-HIST ASSIGN TO "../socios-hist.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS soh-clave
               ALTERNATE RECORD KEY IS soh-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-socios-hist.

       SELECT DATOS ASSIGN TO "../datos-socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS dat-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-datos.

       SELECT PLANES ASSIGN TO "../planes.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS pln-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-planes.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  SOCIOS-HIST.
           COPY "SOCIOS.cpy" REPLACING LEADING ==soc== BY ==soh==.

       FD  DATOS.
           COPY "DATOS.cpy".

       FD  PLANES.
           COPY "PLAN.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-datos pic xx.
       01 ws-fs-socios-hist pic xx.
       01 w-hay-socios-hist pic x value "N".
           88 hay-socios-hist value "S".
       01 ws-fs-planes pic xx.
       01 w-hay-planes pic x value "N".
           88 hay-planes value "S".
       01 w-fin-planes pic 9 value zero.
           88 fin-planes value 1.
           COPY "OPERADOR.cpy".
       01 w-fin-movs pic 9 value zero.
           88 fin-movs value 1.
       01 w-clave-nueva.
           03 w-cn-filial pic 9(4).
           03 w-cn-socio pic 999.
       01 w-soc-viejo pic x(45).
       01 w-mov-guardado pic x(54).
       01 w-cant-movs pic 9(5) value zero.
       01 w-programa pic x(20) value "TRANSFERIR-SOCIO".
       01 w-accion pic x(14) value "TRANSFERENCIA".
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           IF puede-seguir
               PERFORM 400-LEER-SOCIO-VIEJO
           END-IF.
           IF puede-seguir
               PERFORM 450-CONTROLAR-PLANES
           END-IF.
           IF puede-seguir
               PERFORM 500-ALTA-EN-DESTINO
           END-IF.
               OPEN I-O MOVIMIENTOS
           END-IF.
           OPEN INPUT FILIAL.
           OPEN INPUT SOCIOS-HIST.
           IF ws-fs-socios-hist = "00"
               MOVE "S" TO w-hay-socios-hist
           END-IF.
           OPEN INPUT PLANES.
           IF ws-fs-planes = "00"
               MOVE "S" TO w-hay-planes
           END-IF.
           OPEN I-O DATOS.
           IF ws-fs-datos = "35"
               OPEN OUTPUT DATOS
                       MOVE "N" TO w-puede-seguir
                   END-IF
           END-READ.
           IF puede-seguir AND hay-socios-hist
               MOVE w-clave-nueva TO soh-clave
               READ SOCIOS-HIST
                   NOT INVALID KEY
                       DISPLAY "La clave destino es de un socio "
                               "archivado, no se puede volver a dar"
                       MOVE "N" TO w-puede-seguir
               END-READ
           END-IF.

       400-LEER-SOCIO-VIEJO.
           MOVE w-clave-vieja TO soc-clave.
               MOVE "N" TO w-puede-seguir
           END-IF.

      * mismo control que FUSIONAR-SOCIOS: el plan vigente se anula
      * o se cumple antes de cambiar la clave del socio
       450-CONTROLAR-PLANES.
           IF hay-planes
               MOVE w-clave-vieja TO pln-soc-clave
               MOVE zero TO pln-numero
               MOVE zero TO w-fin-planes
               START PLANES KEY IS NOT LESS THAN pln-clave
                   INVALID KEY MOVE 1 TO w-fin-planes
               END-START
               PERFORM UNTIL fin-planes
                   READ PLANES NEXT
                       AT END
                           MOVE 1 TO w-fin-planes
                       NOT AT END
                           IF pln-soc-clave = w-clave-vieja
                               IF pln-vigente
                                   DISPLAY "El socio tiene el plan de "
                                           "pago " pln-numero
                                           " vigente: la transferencia "
                                           "no se puede hacer hasta "
                                           "cerrarlo"
                                   MOVE "N" TO w-puede-seguir
                               END-IF
                           ELSE
                               MOVE 1 TO w-fin-planes
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       500-ALTA-EN-DESTINO.
           MOVE w-soc-viejo TO soc-reg.
           MOVE w-clave-nueva TO soc-clave.
                 MOVIMIENTOS
                 FILIAL
                 DATOS.
           IF hay-socios-hist
               CLOSE SOCIOS-HIST
           END-IF.
           IF hay-planes
               CLOSE PLANES
           END-IF.

       END PROGRAM TRANSFERIR-SOCIO.
