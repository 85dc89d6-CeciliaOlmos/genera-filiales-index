      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de asistencia de una filial, sobre
      *          el historial de pasadas por los molinetes
      *          (accesos.dat, que carga IMPORTAR-ACCESOS). Para el
      *          ingreso general al club y para cada actividad de la
      *          filial muestra las pasadas por dia del mes, las
      *          pasadas por socio y los socios que no vinieron nunca
      *          en el mes (en el ingreso general, los socios no dados
      *          de baja; en cada actividad, los inscriptos vigentes).
      *          Sale en informe-asistencia-FFFF-AAAAMM.txt y se
      *          registra en informes.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INFORME-ASISTENCIA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT ACCESOS ASSIGN TO "../accesos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS acc-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-accesos.

       SELECT ACTIVIDADES ASSIGN TO "../actividades.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS act-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-actividades.

       SELECT INSCRIPCIONES ASSIGN TO "../inscripciones.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ins-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-inscripciones.

       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ACCESOS.
           COPY "ACCESO.cpy".

       FD  ACTIVIDADES.
           COPY "ACTIVIDAD.cpy".

       FD  INSCRIPCIONES.
           COPY "INSCRIPCION.cpy".

       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  REPORTE.
       01  rep-linea pic x(70).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-accesos pic xx.
       01 ws-fs-actividades pic xx.
       01 ws-fs-inscripciones pic xx.
       01 w-fin-accesos pic 9 value zero.
           88 fin-accesos value 1.
       01 w-fin-acts pic 9 value zero.
           88 fin-acts value 1.
       01 w-fin-lista pic 9 value zero.
           88 fin-lista value 1.
       01 w-hay-actividades pic x value "N".
           88 hay-actividades value "S".
       01 w-hay-inscripciones pic x value "N".
           88 hay-inscripciones value "S".
       01 w-filial-pedida pic 9(4).
       01 w-periodo pic 9(6).
       01 w-fecha-hoy pic 9(8).
       01 w-actividad-actual pic 999.
       01 w-dia pic 99.
       01 w-ind pic 9(4).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "INFORME-ASISTENCIA".
       01 w-cant-pasadas pic 9(6).
       01 w-cant-concurrentes pic 9(5).
       01 w-cant-ausentes pic 9(5).

       01 w-tabla-dias.
           03 w-vd-cant pic 9(5) occurs 31 times.
       01 w-tabla-socios.
           03 w-vs-cant pic 9(5) occurs 999 times.

       01 w-linea-titulo.
           03 filler pic x(22) value "ASISTENCIA - Filial ".
           03 w-ti-filial pic zzz9.
           03 filler pic x(1) value " ".
           03 w-ti-nombre pic x(20).
           03 filler pic x(9) value " Periodo ".
           03 w-ti-periodo pic 9(6).

       01 w-linea-seccion.
           03 filler pic x(10) value "Actividad ".
           03 w-se-codigo pic zz9.
           03 filler pic x(1) value " ".
           03 w-se-nombre pic x(20).
           03 w-se-estado pic x(12).

       01 w-linea-dia.
           03 filler pic x(8) value "    Dia ".
           03 w-di-dia pic 99.
           03 filler pic x(2) value ": ".
           03 w-di-cant pic zzzz9.
           03 filler pic x(8) value " pasadas".

       01 w-linea-socio.
           03 filler pic x(4) value spaces.
           03 w-so-socio pic zz9.
           03 filler pic x(1) value " ".
           03 w-so-nombre pic x(15).
           03 filler pic x(1) value " ".
           03 w-so-cant pic zzzz9.

       01 w-linea-total.
           03 filler pic x(4) value spaces.
           03 w-to-texto pic x(24).
           03 w-to-cant pic zzzzz9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           MOVE zero TO w-actividad-actual.
           PERFORM 300-INGRESO-GENERAL.
           PERFORM 200-RECORRER-ACTIVIDADES.
           PERFORM 860-REGISTRAR-INFORME.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN INPUT ACCESOS.
           IF ws-fs-accesos NOT = "00"
               DISPLAY "No se pudo abrir accesos.dat, estado "
                       ws-fs-accesos ", no hay pasadas cargadas"
               GOBACK
           END-IF.
           OPEN INPUT ACTIVIDADES.
           IF ws-fs-actividades = "00"
               MOVE "S" TO w-hay-actividades
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ws-fs-inscripciones = "00"
               MOVE "S" TO w-hay-inscripciones
           END-IF.
           OPEN INPUT SOCIOS.
           OPEN INPUT FILIAL.
           DISPLAY "Filial".
           ACCEPT w-filial-pedida.
           MOVE w-filial-pedida TO fil-cod.
           READ FILIAL
               INVALID KEY
                   DISPLAY "La filial no existe"
                   PERFORM 950-CERRAR-ARCHIVOS
                   GOBACK
           END-READ.
           DISPLAY "Periodo AAAAMM (0 = mes actual)".
           ACCEPT w-periodo.
           IF w-periodo = zero
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
               MOVE w-fecha-hoy (1:6) TO w-periodo
           END-IF.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../informe-asistencia-" w-filial-pedida "-"
                   w-periodo ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-filial-pedida TO w-ti-filial.
           MOVE fil-nombre TO w-ti-nombre.
           MOVE w-periodo TO w-ti-periodo.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.

       200-RECORRER-ACTIVIDADES.
           IF hay-actividades
               MOVE w-filial-pedida TO act-filial
               MOVE zero TO act-codigo
               START ACTIVIDADES KEY IS NOT LESS THAN act-clave
                   INVALID KEY MOVE 1 TO w-fin-acts
               END-START
               PERFORM UNTIL fin-acts
                   READ ACTIVIDADES NEXT
                       AT END
                           MOVE 1 TO w-fin-acts
                       NOT AT END
                           IF act-filial = w-filial-pedida
                               PERFORM 350-ACTIVIDAD
                           ELSE
                               MOVE 1 TO w-fin-acts
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       300-INGRESO-GENERAL.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "INGRESO GENERAL AL CLUB" TO rep-linea.
           WRITE rep-linea.
           PERFORM 400-CONTAR-PASADAS.
           PERFORM 500-LISTAR-DIAS.
           PERFORM 550-LISTAR-SOCIOS.
           PERFORM 600-AUSENTES-CLUB.
           PERFORM 700-TOTALES.

       350-ACTIVIDAD.
           MOVE act-codigo TO w-actividad-actual.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE act-codigo TO w-se-codigo.
           MOVE act-nombre TO w-se-nombre.
           MOVE SPACES TO w-se-estado.
           IF act-inactiva
               MOVE " (inactiva)" TO w-se-estado
           END-IF.
           MOVE w-linea-seccion TO rep-linea.
           WRITE rep-linea.
           PERFORM 400-CONTAR-PASADAS.
           PERFORM 500-LISTAR-DIAS.
           PERFORM 550-LISTAR-SOCIOS.
           PERFORM 650-AUSENTES-ACTIVIDAD.
           PERFORM 700-TOTALES.

      * las pasadas estan claveadas por filial y fecha: se lee el
      * mes de la filial y se filtra la actividad en curso
       400-CONTAR-PASADAS.
           INITIALIZE w-tabla-dias w-tabla-socios.
           MOVE zero TO w-cant-pasadas.
           MOVE zero TO w-cant-concurrentes.
           MOVE zero TO w-cant-ausentes.
           MOVE w-filial-pedida TO acc-filial.
           MOVE w-periodo TO acc-fecha (1:6).
           MOVE "01" TO acc-fecha (7:2).
           MOVE zero TO acc-hora.
           MOVE zero TO acc-socio.
           MOVE zero TO acc-actividad.
           MOVE zero TO w-fin-accesos.
           START ACCESOS KEY IS NOT LESS THAN acc-clave
               INVALID KEY MOVE 1 TO w-fin-accesos
           END-START.
           PERFORM UNTIL fin-accesos
               READ ACCESOS NEXT
                   AT END
                       MOVE 1 TO w-fin-accesos
                   NOT AT END
                       IF acc-filial = w-filial-pedida
                          AND acc-fecha (1:6) = w-periodo
                           IF acc-actividad = w-actividad-actual
                               PERFORM 450-SUMAR-PASADA
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-accesos
                       END-IF
               END-READ
           END-PERFORM.

       450-SUMAR-PASADA.
           ADD 1 TO w-cant-pasadas.
           MOVE acc-fecha (7:2) TO w-dia.
           IF w-dia > zero AND w-dia < 32
               ADD 1 TO w-vd-cant (w-dia)
           END-IF.
           IF acc-socio > zero
               IF w-vs-cant (acc-socio) = zero
                   ADD 1 TO w-cant-concurrentes
               END-IF
               ADD 1 TO w-vs-cant (acc-socio)
           END-IF.

       500-LISTAR-DIAS.
           MOVE "  Pasadas por dia" TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING w-dia FROM 1 BY 1 UNTIL w-dia > 31
               IF w-vd-cant (w-dia) > zero
                   MOVE w-dia TO w-di-dia
                   MOVE w-vd-cant (w-dia) TO w-di-cant
                   MOVE w-linea-dia TO rep-linea
                   WRITE rep-linea
               END-IF
           END-PERFORM.

       550-LISTAR-SOCIOS.
           MOVE "  Pasadas por socio" TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 999
               IF w-vs-cant (w-ind) > zero
                   MOVE w-filial-pedida TO soc-filial
                   MOVE w-ind TO soc-socio
                   READ SOCIOS
                       INVALID KEY MOVE SPACES TO soc-nombre
                   END-READ
                   MOVE w-ind TO w-so-socio
                   MOVE soc-nombre TO w-so-nombre
                   MOVE w-vs-cant (w-ind) TO w-so-cant
                   MOVE w-linea-socio TO rep-linea
                   WRITE rep-linea
               END-IF
           END-PERFORM.

      * en el ingreso general cuentan todos los socios no dados de
      * baja de la filial
       600-AUSENTES-CLUB.
           MOVE "  Socios que no vinieron en el mes" TO rep-linea.
           WRITE rep-linea.
           MOVE w-filial-pedida TO soc-filial.
           MOVE zero TO soc-socio.
           MOVE zero TO w-fin-lista.
           START SOCIOS KEY IS NOT LESS THAN soc-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ SOCIOS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF soc-filial = w-filial-pedida
                           IF NOT soc-inactivo AND soc-socio > zero
                               IF w-vs-cant (soc-socio) = zero
                                   PERFORM 680-LINEA-AUSENTE
                               END-IF
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * en una actividad, los inscriptos vigentes
       650-AUSENTES-ACTIVIDAD.
           MOVE "  Inscriptos que no vinieron en el mes" TO rep-linea.
           WRITE rep-linea.
           IF hay-inscripciones
               MOVE w-filial-pedida TO ins-filial
               MOVE zero TO ins-socio
               MOVE zero TO ins-actividad
               MOVE zero TO w-fin-lista
               START INSCRIPCIONES KEY IS NOT LESS THAN ins-clave
                   INVALID KEY MOVE 1 TO w-fin-lista
               END-START
               PERFORM UNTIL fin-lista
                   READ INSCRIPCIONES NEXT
                       AT END
                           MOVE 1 TO w-fin-lista
                       NOT AT END
                           IF ins-filial = w-filial-pedida
                               IF ins-actividad = w-actividad-actual
                                  AND ins-vigente AND ins-socio > zero
                                   PERFORM 670-AUSENTE-INSCRIPTO
                               END-IF
                           ELSE
                               MOVE 1 TO w-fin-lista
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       670-AUSENTE-INSCRIPTO.
           IF w-vs-cant (ins-socio) = zero
               MOVE ins-soc-clave TO soc-clave
               READ SOCIOS
                   INVALID KEY MOVE SPACES TO soc-nombre
               END-READ
               PERFORM 680-LINEA-AUSENTE
           END-IF.

       680-LINEA-AUSENTE.
           ADD 1 TO w-cant-ausentes.
           MOVE soc-socio TO w-so-socio.
           MOVE soc-nombre TO w-so-nombre.
           MOVE zero TO w-so-cant.
           MOVE w-linea-socio TO rep-linea.
           WRITE rep-linea.

       700-TOTALES.
           MOVE "Total de pasadas:" TO w-to-texto.
           MOVE w-cant-pasadas TO w-to-cant.
           MOVE w-linea-total TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios que vinieron:" TO w-to-texto.
           MOVE w-cant-concurrentes TO w-to-cant.
           MOVE w-linea-total TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios que no vinieron:" TO w-to-texto.
           MOVE w-cant-ausentes TO w-to-cant.
           MOVE w-linea-total TO rep-linea.
           WRITE rep-linea.

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa
                   w-filial-pedida w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.
           DISPLAY "Informe generado en " w-nombre-reporte.

       900-FIN.
           CLOSE REPORTE.
           PERFORM 950-CERRAR-ARCHIVOS.

       950-CERRAR-ARCHIVOS.
           CLOSE ACCESOS
                 SOCIOS
                 FILIAL.
           IF hay-actividades
               CLOSE ACTIVIDADES
           END-IF.
           IF hay-inscripciones
               CLOSE INSCRIPCIONES
           END-IF.

       END PROGRAM INFORME-ASISTENCIA.
