      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exportacion diaria de los socios habilitados para
      *          pasar los molinetes de las filiales
      *          (molinetes-habilitados.txt, entre una cabecera "H" y
      *          un pie "T" de control segun LOTE.cpy, con la
      *          cantidad de lineas y total cero). Por cada socio
      *          activo (no suspendido ni dado de baja) de una filial
      *          activa y dentro de su tope de descubierto (soc-limite
      *          o, si es cero, fil-limite, como en
      *          REGISTRAR-MOVIMIENTO) graba una linea con filial en
      *          col 1-4, socio en col 5-7, actividad 000 (ingreso
      *          general) en col 8-10 y nombre en col 11-25, y una
      *          linea mas por cada inscripcion vigente a una
      *          actividad activa, con el codigo de la actividad.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXPORTAR-MOLINETES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-socios.

       SELECT INSCRIPCIONES ASSIGN TO "../inscripciones.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ins-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-inscripciones.

       SELECT ACTIVIDADES ASSIGN TO "../actividades.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS act-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-actividades.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER.

       SELECT HABILITADOS ASSIGN TO "../molinetes-habilitados.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  INSCRIPCIONES.
           COPY "INSCRIPCION.cpy".

       FD  ACTIVIDADES.
           COPY "ACTIVIDAD.cpy".

       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  HABILITADOS.
       01  hab-linea.
           03 hab-referencia.
               05 hab-filial pic 9(4).
               05 hab-socio pic 999.
           03 hab-actividad pic 999.
           03 hab-nombre pic x(15).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios pic xx.
       01 ws-fs-inscripciones pic xx.
       01 ws-fs-actividades pic xx.
           COPY "LOTE.cpy".
       01 w-fin-socios pic 9 value zero.
           88 fin-socios value 1.
       01 w-fin-inscrip pic 9 value zero.
           88 fin-inscrip value 1.
       01 w-hay-inscripciones pic x value "N".
           88 hay-inscripciones value "S".
       01 w-hay-actividades pic x value "N".
           88 hay-actividades value "S".
       01 w-filial-habilitada pic x value "N".
           88 filial-habilitada value "S".
       01 w-filial-corte pic 9(4) value zero.
       01 w-limite-filial pic 9(7)v99 value zero.
       01 w-limite-aplicable pic 9(7)v99.
       01 w-fecha-proceso pic 9(8).
       01 w-cant-lineas pic 9(6) value zero.
       01 w-cant-habilitados pic 9(6) value zero.
       01 w-cant-suspendidos pic 9(6) value zero.
       01 w-cant-descubierto pic 9(6) value zero.
       01 w-cant-actividades pic 9(6) value zero.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-RECORRER-SOCIOS.
           PERFORM 700-GRABAR-PIE.
           PERFORM 800-RESUMEN.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN INPUT SOCIOS.
           IF ws-fs-socios NOT = "00"
               DISPLAY "No se pudo abrir socios.dat, estado "
                       ws-fs-socios
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ws-fs-inscripciones = "00"
               MOVE "S" TO w-hay-inscripciones
           END-IF.
           OPEN INPUT ACTIVIDADES.
           IF ws-fs-actividades = "00"
               MOVE "S" TO w-hay-actividades
           END-IF.
           OPEN INPUT FILIAL.
           OPEN OUTPUT HABILITADOS.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 200-GRABAR-CABECERA.

      * la cabecera identifica el lote por la fecha de la corrida,
      * para que el molinete no cargue dos veces la misma lista
       200-GRABAR-CABECERA.
           MOVE SPACES TO lot-cabecera.
           MOVE "H" TO lot-cab-marca.
           STRING "HABIL-" w-fecha-proceso
               DELIMITED BY SIZE INTO lot-cab-id.
           MOVE w-fecha-proceso TO lot-cab-fecha.
           MOVE SPACES TO hab-linea.
           MOVE lot-cabecera TO hab-linea.
           WRITE hab-linea.

       300-RECORRER-SOCIOS.
           MOVE LOW-VALUES TO soc-clave.
           START SOCIOS KEY IS NOT LESS THAN soc-clave
               INVALID KEY MOVE 1 TO w-fin-socios
           END-START.
           PERFORM UNTIL fin-socios
               READ SOCIOS NEXT
                   AT END MOVE 1 TO w-fin-socios
                   NOT AT END PERFORM 400-PROCESO-SOCIO
               END-READ
           END-PERFORM.

       400-PROCESO-SOCIO.
           IF soc-filial NOT = w-filial-corte
               MOVE soc-filial TO w-filial-corte
               PERFORM 410-LEER-FILIAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT filial-habilitada
                   CONTINUE
               WHEN soc-inactivo
                   CONTINUE
               WHEN soc-suspendido
                   ADD 1 TO w-cant-suspendidos
               WHEN OTHER
                   PERFORM 420-CONTROL-LIMITE
           END-EVALUATE.

       410-LEER-FILIAL.
           MOVE soc-filial TO fil-cod.
           READ FILIAL
               INVALID KEY
                   MOVE "N" TO w-filial-habilitada
               NOT INVALID KEY
                   IF fil-activa
                       MOVE "S" TO w-filial-habilitada
                       MOVE fil-limite TO w-limite-filial
                   ELSE
                       MOVE "N" TO w-filial-habilitada
                   END-IF
           END-READ.

      * mismo tope que 550-CONTROL-LIMITE de REGISTRAR-MOVIMIENTO:
      * soc-limite y, si es cero, el de la filial
       420-CONTROL-LIMITE.
           IF soc-limite > zero
               MOVE soc-limite TO w-limite-aplicable
           ELSE
               MOVE w-limite-filial TO w-limite-aplicable
           END-IF.
           IF soc-saldo < zero
              AND soc-saldo < (zero - w-limite-aplicable)
               ADD 1 TO w-cant-descubierto
           ELSE
               PERFORM 500-HABILITAR-SOCIO
           END-IF.

       500-HABILITAR-SOCIO.
           ADD 1 TO w-cant-habilitados.
           MOVE soc-filial TO hab-filial.
           MOVE soc-socio TO hab-socio.
           MOVE zero TO hab-actividad.
           MOVE soc-nombre TO hab-nombre.
           WRITE hab-linea.
           ADD 1 TO w-cant-lineas.
           IF hay-inscripciones
               PERFORM 600-HABILITAR-ACTIVIDADES
           END-IF.

       600-HABILITAR-ACTIVIDADES.
           MOVE soc-clave TO ins-soc-clave.
           MOVE zero TO ins-actividad.
           MOVE zero TO w-fin-inscrip.
           START INSCRIPCIONES KEY IS NOT LESS THAN ins-clave
               INVALID KEY MOVE 1 TO w-fin-inscrip
           END-START.
           PERFORM UNTIL fin-inscrip
               READ INSCRIPCIONES NEXT
                   AT END
                       MOVE 1 TO w-fin-inscrip
                   NOT AT END
                       IF ins-soc-clave = soc-clave
                           IF ins-vigente
                               PERFORM 650-LINEA-ACTIVIDAD
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-inscrip
                       END-IF
               END-READ
           END-PERFORM.

      * solo las actividades que se siguen dictando
       650-LINEA-ACTIVIDAD.
           IF hay-actividades
               MOVE ins-filial TO act-filial
               MOVE ins-actividad TO act-codigo
               READ ACTIVIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF act-activa
                           MOVE ins-actividad TO hab-actividad
                           WRITE hab-linea
                           ADD 1 TO w-cant-lineas
                           ADD 1 TO w-cant-actividades
                       END-IF
               END-READ
           END-IF.

       700-GRABAR-PIE.
           MOVE "T" TO lot-pie-marca.
           MOVE w-cant-lineas TO lot-pie-cant.
           MOVE zero TO lot-pie-total.
           MOVE SPACES TO hab-linea.
           MOVE lot-pie TO hab-linea.
           WRITE hab-linea.

       800-RESUMEN.
           DISPLAY "Socios habilitados:        " w-cant-habilitados.
           DISPLAY "Habilitaciones actividad:  " w-cant-actividades.
           DISPLAY "Suspendidos (no pasan):    " w-cant-suspendidos.
           DISPLAY "Excedidos del descubierto: " w-cant-descubierto.

       900-FIN.
           CLOSE SOCIOS
                 FILIAL
                 HABILITADOS.
           IF hay-inscripciones
               CLOSE INSCRIPCIONES
           END-IF.
           IF hay-actividades
               CLOSE ACTIVIDADES
           END-IF.

       END PROGRAM EXPORTAR-MOLINETES.
