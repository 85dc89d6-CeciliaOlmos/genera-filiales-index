      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacion del archivo diario de pasadas de los
      *          molinetes (molinetes-accesos.txt: referencia
      *          filial+socio en col 1-7, fecha AAAAMMDD en col 8-15,
      *          hora HHMMSS en col 16-21, actividad en col 22-24, 000
      *          = ingreso general, y molinete en col 25-26, entre una
      *          cabecera "H" y un pie "T" de control segun LOTE.cpy;
      *          el pie trae la cantidad de pasadas y total cero).
      *          Antes de cargar nada valida cabecera, pie y que el
      *          lote no este ya registrado en lotes.dat
      *          (CONTROLAR-LOTE); al terminar registra el lote. Cada
      *          pasada valida se graba en el historial accesos.dat;
      *          las invalidas van a accesos-rechazados.txt con un
      *          codigo de motivo, como pagos-rechazados.txt.
      *          Motivos: 01 referencia, fecha u hora no numerica, 02
      *          socio inexistente, 03 pasada repetida, 04 actividad
      *          inexistente en la filial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. IMPORTAR-ACCESOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT PASADAS ASSIGN TO "../molinetes-accesos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-pasadas.

       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               FILE STATUS IS ws-fs-socios.

       SELECT ACTIVIDADES ASSIGN TO "../actividades.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS act-clave
               FILE STATUS IS ws-fs-actividades.

       SELECT ACCESOS ASSIGN TO "../accesos.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS acc-clave
               FILE STATUS IS ws-fs-accesos.

       SELECT RECHAZOS ASSIGN TO "../accesos-rechazados.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  PASADAS.
       01  pas-linea.
           03 pas-detalle.
               05 pas-referencia.
                   07 pas-filial pic 9(4).
                   07 pas-socio pic 999.
               05 pas-fecha pic 9(8).
               05 pas-hora pic 9(6).
               05 pas-actividad pic 999.
               05 pas-molinete pic xx.
           03 filler pic x(1).

       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  ACTIVIDADES.
           COPY "ACTIVIDAD.cpy".

       FD  ACCESOS.
           COPY "ACCESO.cpy".

       FD  RECHAZOS.
       01  rch-linea pic x(37).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-pasadas pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-actividades pic xx.
       01 ws-fs-accesos pic xx.
           COPY "OPERADOR.cpy".
       01 w-fin-pasadas pic 9 value zero.
           88 fin-pasadas value 1.
       01 w-archivo-valido pic x value "N".
           88 archivo-valido value "S".
       01 w-vino-pie pic x value "N".
           88 vino-pie value "S".
       01 w-hay-actividades pic x value "N".
           88 hay-actividades value "S".
       01 w-cant-detalle pic 9(6) value zero.
       01 w-total-detalle pic 9(9)v99 value zero.
       01 w-lote-accion pic x.
       01 w-lote-archivo pic x(12) value "MOLINETES".
       01 w-lote-id pic x(16).
       01 w-lote-fecha pic 9(8).
       01 w-lote-resultado pic x.
           COPY "LOTE.cpy".
       01 w-cant-leidos pic 9(6) value zero.
       01 w-cant-cargados pic 9(6) value zero.
       01 w-cant-rechazados pic 9(6) value zero.

       01 w-linea-rechazo.
           03 w-rch-datos pic x(26).
           03 filler pic x(9) value " MOTIVO: ".
           03 w-rch-motivo pic xx.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL fin-pasadas
               READ PASADAS
                   AT END MOVE 1 TO w-fin-pasadas
                   NOT AT END PERFORM 180-PROCESO-LINEA
               END-READ
           END-PERFORM.
           PERFORM 800-RESUMEN.
           PERFORM 850-REGISTRAR-LOTE.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN INPUT PASADAS.
           IF ws-fs-pasadas NOT = "00"
               DISPLAY "No se pudo abrir molinetes-accesos.txt, "
                       "estado " ws-fs-pasadas
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-VALIDAR-ARCHIVO.
           CLOSE PASADAS.
      * archivo invalido o lote repetido: se termina con codigo de
      * retorno 8 para que el proceso nocturno corte la cadena
           IF NOT archivo-valido
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PASADAS.
           OPEN INPUT SOCIOS.
           OPEN INPUT ACTIVIDADES.
           IF ws-fs-actividades = "00"
               MOVE "S" TO w-hay-actividades
           END-IF.
           OPEN I-O ACCESOS.
           IF ws-fs-accesos = "35"
               OPEN OUTPUT ACCESOS
               CLOSE ACCESOS
               OPEN I-O ACCESOS
           END-IF.
           OPEN OUTPUT RECHAZOS.

      * primera pasada, sin cargar nada: cabecera "H" presente,
      * pie "T" cuya cantidad cierre contra el detalle, y lote no
      * procesado antes
       150-VALIDAR-ARCHIVO.
           READ PASADAS
               AT END
                   DISPLAY "molinetes-accesos.txt vacio, nada que "
                           "cargar"
                   MOVE 1 TO w-fin-pasadas
               NOT AT END
                   MOVE pas-linea TO lot-cabecera
                   IF lot-cab-ok
                       MOVE lot-cab-id TO w-lote-id
                       MOVE lot-cab-fecha TO w-lote-fecha
                       MOVE "S" TO w-archivo-valido
                   ELSE
                       DISPLAY "molinetes-accesos.txt sin cabecera "
                               "de control, no se carga nada"
                       MOVE 1 TO w-fin-pasadas
                   END-IF
           END-READ.
           PERFORM 160-VALIDAR-LINEA UNTIL fin-pasadas.
           MOVE zero TO w-fin-pasadas.
           IF archivo-valido
               PERFORM 165-VERIFICAR-PIE
           END-IF.
           IF archivo-valido
               PERFORM 170-VERIFICAR-LOTE
           END-IF.

       160-VALIDAR-LINEA.
           READ PASADAS
               AT END
                   MOVE 1 TO w-fin-pasadas
               NOT AT END
                   IF pas-linea (1:1) = "T"
                       MOVE pas-linea TO lot-pie
                       MOVE "S" TO w-vino-pie
                       MOVE 1 TO w-fin-pasadas
                   ELSE
                       ADD 1 TO w-cant-detalle
                   END-IF
           END-READ.

      * las pasadas no tienen importe: el pie se controla solo por
      * la cantidad de lineas
       165-VERIFICAR-PIE.
           IF NOT vino-pie
               DISPLAY "molinetes-accesos.txt sin pie de control "
                       "(archivo truncado), no se carga nada"
               MOVE "N" TO w-archivo-valido
           ELSE
               IF lot-pie-cant NOT = w-cant-detalle
                   DISPLAY "Cifras de control de "
                           "molinetes-accesos.txt no cierran: "
                           "lineas " w-cant-detalle " contra "
                           lot-pie-cant
                   DISPLAY "No se carga nada"
                   MOVE "N" TO w-archivo-valido
               END-IF
           END-IF.

       170-VERIFICAR-LOTE.
           MOVE "C" TO w-lote-accion.
           CALL "CONTROLAR-LOTE" USING w-lote-accion w-lote-archivo
                   w-lote-id w-lote-fecha w-cant-detalle
                   w-total-detalle w-lote-resultado
               ON EXCEPTION
                   MOVE "N" TO w-lote-resultado
           END-CALL.
           IF w-lote-resultado = "S"
               DISPLAY "El lote " w-lote-id " de "
                       "molinetes-accesos.txt ya fue procesado, no "
                       "se carga de nuevo"
               MOVE "N" TO w-archivo-valido
           END-IF.

      * el pie "T" termina la pasada: lo que venga despues (p.ej.
      * dos archivos concatenados) no fue verificado y no se carga
       180-PROCESO-LINEA.
           IF pas-linea (1:1) = "T"
               MOVE 1 TO w-fin-pasadas
           ELSE
               IF pas-linea (1:1) = "H"
                   CONTINUE
               ELSE
                   ADD 1 TO w-cant-leidos
                   PERFORM 200-PROCESO-PASADA
               END-IF
           END-IF.

       200-PROCESO-PASADA.
           EVALUATE TRUE
               WHEN pas-referencia NOT NUMERIC
               WHEN pas-fecha NOT NUMERIC
               WHEN pas-hora NOT NUMERIC
               WHEN pas-actividad NOT NUMERIC
                   MOVE "01" TO w-rch-motivo
                   PERFORM 700-RECHAZAR
               WHEN OTHER
                   PERFORM 300-BUSCAR-SOCIO
           END-EVALUATE.

      * el historial guarda tambien las pasadas de socios dados de
      * baja o suspendidos: si el molinete los dejo pasar, paso
       300-BUSCAR-SOCIO.
           MOVE pas-filial TO soc-filial.
           MOVE pas-socio TO soc-socio.
           READ SOCIOS
               INVALID KEY
                   MOVE "02" TO w-rch-motivo
                   PERFORM 700-RECHAZAR
               NOT INVALID KEY
                   IF pas-actividad = zero
                       PERFORM 500-GRABAR-ACCESO
                   ELSE
                       PERFORM 400-BUSCAR-ACTIVIDAD
                   END-IF
           END-READ.

       400-BUSCAR-ACTIVIDAD.
           IF NOT hay-actividades
               MOVE "04" TO w-rch-motivo
               PERFORM 700-RECHAZAR
           ELSE
               MOVE pas-filial TO act-filial
               MOVE pas-actividad TO act-codigo
               READ ACTIVIDADES
                   INVALID KEY
                       MOVE "04" TO w-rch-motivo
                       PERFORM 700-RECHAZAR
                   NOT INVALID KEY
                       PERFORM 500-GRABAR-ACCESO
               END-READ
           END-IF.

       500-GRABAR-ACCESO.
           MOVE pas-filial TO acc-filial.
           MOVE pas-fecha TO acc-fecha.
           MOVE pas-hora TO acc-hora.
           MOVE pas-socio TO acc-socio.
           MOVE pas-actividad TO acc-actividad.
           MOVE pas-molinete TO acc-molinete.
           MOVE w-lote-id TO acc-lote-id.
           WRITE acc-reg
               INVALID KEY
                   MOVE "03" TO w-rch-motivo
                   PERFORM 700-RECHAZAR
               NOT INVALID KEY
                   ADD 1 TO w-cant-cargados
           END-WRITE.

       700-RECHAZAR.
           ADD 1 TO w-cant-rechazados.
           MOVE pas-linea TO w-rch-datos.
           MOVE w-linea-rechazo TO rch-linea.
           WRITE rch-linea.

       800-RESUMEN.
           DISPLAY "Pasadas leidas:     " w-cant-leidos.
           DISPLAY "Pasadas cargadas:   " w-cant-cargados.
           DISPLAY "Pasadas rechazadas: " w-cant-rechazados.

       850-REGISTRAR-LOTE.
           MOVE "G" TO w-lote-accion.
           CALL "CONTROLAR-LOTE" USING w-lote-accion w-lote-archivo
                   w-lote-id w-lote-fecha w-cant-detalle
                   w-total-detalle w-lote-resultado
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el lote procesado"
           END-CALL.

       900-FIN.
           CLOSE PASADAS
                 SOCIOS
                 ACCESOS
                 RECHAZOS.
           IF hay-actividades
               CLOSE ACTIVIDADES
           END-IF.

       END PROGRAM IMPORTAR-ACCESOS.
