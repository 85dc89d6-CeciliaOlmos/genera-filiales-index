      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de documentos repetidos: como cada filial
      *          numera sus socios, una misma persona (mismo
      *          dat-documento) puede quedar registrada dos veces, en
      *          la misma filial o en dos distintas. Ordena por
      *          documento las fichas de datos-socios.dat de los
      *          socios que no estan dados de baja y las solicitudes
      *          pendientes de solicitudes.dat, y lista cada
      *          documento que aparece en mas de un registro, con
      *          filial, socio o solicitud, nombre, estado y saldo,
      *          para decidir la fusion con FUSIONAR-SOCIOS. Los
      *          documentos en cero (no informados) no se comparan.
      *          Deja informe-duplicados-AAAAMMDD.txt, registrado en
      *          informes.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INFORME-DUPLICADOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT DATOS ASSIGN TO "../datos-socios.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS dat-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-datos.

       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-socios.

       SELECT SOLICITUDES ASSIGN TO "../solicitudes.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS sol-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-solicitudes.

       SELECT SORT-DOCUMENTOS ASSIGN TO "SORTWK3".

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  DATOS.
           COPY "DATOS.cpy".

       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  SOLICITUDES.
           COPY "SOLICITUD.cpy".

      * un registro por ficha de socio ("S") o solicitud pendiente
      * ("P"); srt-numero es el socio o el numero de solicitud
       SD  SORT-DOCUMENTOS.
       01  srt-reg.
           03 srt-documento pic 9(8).
           03 srt-origen pic x.
           03 srt-filial pic 9(4).
           03 srt-numero pic 9(5).
           03 srt-nombre pic x(15).
           03 srt-estado pic x.
           03 srt-saldo pic s9(7)v99.
           03 srt-fecha pic 9(8).

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-datos pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-solicitudes pic xx.
       01 w-fin-datos pic 9 value zero.
           88 fin-datos value 1.
       01 w-fin-solicitudes pic 9 value zero.
           88 fin-solicitudes value 1.
       01 w-fin-orden pic 9 value zero.
           88 fin-orden value 1.
       01 w-hay-solicitudes pic x value "N".
           88 hay-solicitudes value "S".

      * registros del documento en curso; mas de 20 se cuentan
      * pero no se detallan
       01 w-documento-corte pic 9(8) value zero.
       01 w-cant-grupo pic 9(3) value zero.
       01 w-cant-socios-grupo pic 9(3) value zero.
       01 w-tabla-grupo.
           03 w-ent-grupo occurs 20 times.
               05 w-tg-reg pic x(51).
       01 w-ind pic 99.

       01 w-fecha-proceso pic 9(8).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "INFORME-DUPLICADOS".
       01 w-filial-informe pic 9(4) value zero.

       01 w-cant-fichas pic 9(6) value zero.
       01 w-cant-pendientes pic 9(6) value zero.
       01 w-cant-documentos pic 9(6) value zero.
       01 w-cant-socios-dup pic 9(6) value zero.
       01 w-cant-sol-dup pic 9(6) value zero.

       01 w-linea-titulo.
           03 filler pic x(44) value
               "DOCUMENTOS REPETIDOS EN SOCIOS Y SOLICITUDES".
           03 filler pic x(8) value "  Fecha ".
           03 w-ti-fecha pic 9(8).

       01 w-linea-documento.
           03 filler pic x(10) value "Documento ".
           03 w-d-documento pic z(7)9.
           03 filler pic x(3) value "  (".
           03 w-d-cant pic zz9.
           03 filler pic x(11) value " registros)".

       01 w-linea-socio.
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "Socio     ".
           03 w-s-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-s-socio pic 999.
           03 filler pic x(3) value spaces.
           03 w-s-nombre pic x(15).
           03 filler pic x(1) value " ".
           03 w-s-estado pic x(10).
           03 filler pic x(1) value " ".
           03 w-s-saldo pic --,---,--9.99.
           03 filler pic x(6) value " alta ".
           03 w-s-fecha pic 9(8).

       01 w-linea-solicitud.
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "Solicitud ".
           03 w-q-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-q-numero pic 9(5).
           03 filler pic x(1) value spaces.
           03 w-q-nombre pic x(15).
           03 filler pic x(1) value " ".
           03 filler pic x(10) value "pendiente".
           03 filler pic x(14) value spaces.
           03 filler pic x(6) value " del  ".
           03 w-q-fecha pic 9(8).

       01 w-linea-mas.
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "... y ".
           03 w-m-cant pic zz9.
           03 filler pic x(16) value " registros mas".

       01 w-linea-resumen.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT SORT-DOCUMENTOS
               ON ASCENDING KEY srt-documento
               ON DESCENDING KEY srt-origen
               ON ASCENDING KEY srt-filial srt-numero
               INPUT PROCEDURE IS 300-PROVEER-REGISTROS
                   THRU 300-F-PROVEER-REGISTROS
               OUTPUT PROCEDURE IS 500-LISTAR-REPETIDOS
                   THRU 500-F-LISTAR-REPETIDOS.
           PERFORM 800-RESUMEN.
           PERFORM 860-REGISTRAR-INFORME.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../informe-duplicados-" w-fecha-proceso ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-fecha-proceso TO w-ti-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.

      * fichas de socios no dados de baja y solicitudes pendientes,
      * con documento informado
       300-PROVEER-REGISTROS.
           OPEN INPUT DATOS.
           IF ws-fs-datos NOT = "00"
               MOVE 1 TO w-fin-datos
           END-IF.
           OPEN INPUT SOCIOS.
           PERFORM UNTIL fin-datos
               READ DATOS NEXT
                   AT END MOVE 1 TO w-fin-datos
                   NOT AT END PERFORM 310-FICHA-SOCIO
               END-READ
           END-PERFORM.
           IF ws-fs-datos = "10"
               CLOSE DATOS
           END-IF.
           CLOSE SOCIOS.
           OPEN INPUT SOLICITUDES.
           IF ws-fs-solicitudes = "00"
               MOVE "S" TO w-hay-solicitudes
           ELSE
               MOVE 1 TO w-fin-solicitudes
           END-IF.
           PERFORM UNTIL fin-solicitudes
               READ SOLICITUDES NEXT
                   AT END MOVE 1 TO w-fin-solicitudes
                   NOT AT END PERFORM 320-SOLICITUD
               END-READ
           END-PERFORM.
           IF hay-solicitudes
               CLOSE SOLICITUDES
           END-IF.

       300-F-PROVEER-REGISTROS.
           EXIT.

       310-FICHA-SOCIO.
           IF dat-documento NOT = zero
               MOVE dat-clave TO soc-clave
               READ SOCIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT soc-inactivo
                           ADD 1 TO w-cant-fichas
                           MOVE dat-documento TO srt-documento
                           MOVE "S" TO srt-origen
                           MOVE soc-filial TO srt-filial
                           MOVE soc-socio TO srt-numero
                           MOVE soc-nombre TO srt-nombre
                           MOVE soc-estado TO srt-estado
                           MOVE soc-saldo TO srt-saldo
                           MOVE dat-fecha-alta TO srt-fecha
                           RELEASE srt-reg
                       END-IF
               END-READ
           END-IF.

       320-SOLICITUD.
           IF sol-pendiente AND sol-documento NOT = zero
               ADD 1 TO w-cant-pendientes
               MOVE sol-documento TO srt-documento
               MOVE "P" TO srt-origen
               MOVE sol-filial TO srt-filial
               MOVE sol-numero TO srt-numero
               MOVE sol-nombre TO srt-nombre
               MOVE sol-estado TO srt-estado
               MOVE zero TO srt-saldo
               MOVE sol-fecha TO srt-fecha
               RELEASE srt-reg
           END-IF.

      * corte por documento: se imprime el grupo si tiene mas de un
      * registro
       500-LISTAR-REPETIDOS.
           PERFORM 510-DEVOLVER.
           PERFORM UNTIL fin-orden
               IF srt-documento NOT = w-documento-corte
                   PERFORM 600-CERRAR-DOCUMENTO
                   MOVE srt-documento TO w-documento-corte
               END-IF
               ADD 1 TO w-cant-grupo
               IF srt-origen = "S"
                   ADD 1 TO w-cant-socios-grupo
               END-IF
               IF w-cant-grupo <= 20
                   MOVE srt-reg TO w-tg-reg (w-cant-grupo)
               END-IF
               PERFORM 510-DEVOLVER
           END-PERFORM.
           PERFORM 600-CERRAR-DOCUMENTO.

       500-F-LISTAR-REPETIDOS.
           EXIT.

       510-DEVOLVER.
           RETURN SORT-DOCUMENTOS
               AT END MOVE 1 TO w-fin-orden
           END-RETURN.

       600-CERRAR-DOCUMENTO.
           IF w-cant-grupo > 1
               ADD 1 TO w-cant-documentos
               ADD w-cant-socios-grupo TO w-cant-socios-dup
               COMPUTE w-cant-sol-dup = w-cant-sol-dup + w-cant-grupo
                   - w-cant-socios-grupo
               MOVE w-documento-corte TO w-d-documento
               MOVE w-cant-grupo TO w-d-cant
               MOVE w-linea-documento TO rep-linea
               WRITE rep-linea
               PERFORM VARYING w-ind FROM 1 BY 1
                       UNTIL w-ind > w-cant-grupo OR w-ind > 20
                   MOVE w-tg-reg (w-ind) TO srt-reg
                   PERFORM 650-LINEA-REGISTRO
               END-PERFORM
               IF w-cant-grupo > 20
                   COMPUTE w-m-cant = w-cant-grupo - 20
                   MOVE w-linea-mas TO rep-linea
                   WRITE rep-linea
               END-IF
           END-IF.
           MOVE zero TO w-cant-grupo.
           MOVE zero TO w-cant-socios-grupo.

       650-LINEA-REGISTRO.
           IF srt-origen = "S"
               MOVE srt-filial TO w-s-filial
               MOVE srt-numero (3:3) TO w-s-socio
               MOVE srt-nombre TO w-s-nombre
               IF srt-estado = "S" OR srt-estado = "s"
                   MOVE "suspendido" TO w-s-estado
               ELSE
                   MOVE "activo" TO w-s-estado
               END-IF
               MOVE srt-saldo TO w-s-saldo
               MOVE srt-fecha TO w-s-fecha
               MOVE w-linea-socio TO rep-linea
           ELSE
               MOVE srt-filial TO w-q-filial
               MOVE srt-numero TO w-q-numero
               MOVE srt-nombre TO w-q-nombre
               MOVE srt-fecha TO w-q-fecha
               MOVE w-linea-solicitud TO rep-linea
           END-IF.
           WRITE rep-linea.

       800-RESUMEN.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Fichas de socios revisadas:" TO w-r-texto.
           MOVE w-cant-fichas TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Solicitudes pendientes:" TO w-r-texto.
           MOVE w-cant-pendientes TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Documentos repetidos:" TO w-r-texto.
           MOVE w-cant-documentos TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios involucrados:" TO w-r-texto.
           MOVE w-cant-socios-dup TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Solicitudes involucradas:" TO w-r-texto.
           MOVE w-cant-sol-dup TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           DISPLAY "Documentos repetidos: " w-cant-documentos
                   " (ver " w-nombre-reporte ")".

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa
                   w-filial-informe w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.

       900-FIN.
           CLOSE REPORTE.

       END PROGRAM INFORME-DUPLICADOS.
