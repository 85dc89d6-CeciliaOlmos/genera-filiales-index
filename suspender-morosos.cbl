      ******************************************************************
      * Author:
      * Date:
      * Purpose: Suspension automatica de morosos cronicos, paso del
      *          proceso nocturno: lee el umbral de mora por filial
      *          (suspension.txt: filial en col 1-4, dias en col 5-7)
      *          y por cada socio no dado de baja mide con
      *          CALCULAR-ANTIGUEDAD, con la misma logica que
      *          INFORME-ANTIGUEDAD, los dias del cargo impago mas
      *          viejo. Si supera el umbral de su filial el socio
      *          pasa a suspendido (soc-estado "S", distinto de la
      *          baja); un suspendido cuya mora volvio a quedar
      *          dentro del umbral se reactiva solo. Cada cambio queda
      *          en auditoria.dat. Las filiales que no figuran en
      *          suspension.txt no se tocan. Deja el listado de
      *          suspendidos y reactivados por filial, con el
      *          telefono, en informe-suspensiones-AAAAMMDD.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUSPENDER-MOROSOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT UMBRALES ASSIGN TO "../suspension.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-umbrales.

       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               FILE STATUS IS ws-fs-socios.

       SELECT DATOS ASSIGN TO "../datos-socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS dat-clave
               FILE STATUS IS ws-fs-datos.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  UMBRALES.
       01  umb-linea.
           03 umb-fil-cod pic 9(4).
           03 umb-dias pic 9(3).

       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  DATOS.
           COPY "DATOS.cpy".

       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-umbrales pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-datos pic xx.
           COPY "OPERADOR.cpy".
       01 w-fin-umbrales pic 9 value zero.
           88 fin-umbrales value 1.
       01 w-fin-socios pic 9 value zero.
           88 fin-socios value 1.
       01 w-tiene-umbral pic x value "N".
           88 tiene-umbral value "S".
       01 w-hay-datos pic x value "N".
           88 hay-datos value "S".
           COPY "ANTIGUEDAD.cpy".

       01 w-cant-umbrales pic 9(3) value zero.
       01 w-tabla-umbrales.
           03 w-ent-umbral occurs 1 to 500 times
                   depending on w-cant-umbrales
                   indexed by umb-idx.
               05 w-tu-filial pic 9(4).
               05 w-tu-dias pic 9(3).

       01 w-fecha-proceso pic 9(8).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "SUSPENDER-MOROSOS".
       01 w-filial-informe pic 9(4) value zero.
       01 w-umbral-filial pic 9(3).
       01 w-dias-mora pic 9(5).
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       01 w-filial-corte pic 9(4) value zero.
       01 w-filial-impresa pic x value "N".
           88 filial-impresa value "S".
       01 w-cant-revisados pic 9(6) value zero.
       01 w-cant-suspendidos pic 9(6) value zero.
       01 w-cant-reactivados pic 9(6) value zero.
       01 w-cant-siguen pic 9(6) value zero.
       01 w-cant-sin-umbral pic 9(6) value zero.
       01 w-cant-errores pic 9(6) value zero.

       01 w-linea-titulo.
           03 filler pic x(40) value
               "SUSPENSIONES Y REACTIVACIONES POR MORA".
           03 filler pic x(7) value "Fecha: ".
           03 w-ti-fecha pic 9(8).

       01 w-linea-filial.
           03 filler pic x(7) value "Filial ".
           03 w-f-cod pic zzz9.
           03 filler pic x(2) value "  ".
           03 w-f-nombre pic x(20).
           03 filler pic x(16) value "  Umbral (dias):".
           03 w-f-umbral pic zz9.

       01 w-linea-detalle.
           03 filler pic x(2) value spaces.
           03 w-d-filial pic zzz9.
           03 filler pic x(1) value "-".
           03 w-d-socio pic zz9.
           03 filler pic x(1) value " ".
           03 w-d-nombre pic x(15).
           03 filler pic x(1) value " ".
           03 w-d-telefono pic x(15).
           03 w-d-deuda pic z,zzz,zz9.99.
           03 filler pic x(1) value " ".
           03 w-d-dias pic zzzz9.
           03 filler pic x(1) value " ".
           03 w-d-accion pic x(11).

       01 w-linea-resumen.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-UMBRALES.
           IF w-cant-umbrales = zero
               DISPLAY "suspension.txt vacio o inexistente, no se "
                       "suspende a nadie"
           ELSE
               PERFORM 300-RECORRER-SOCIOS
               PERFORM 800-RESUMEN
               PERFORM 860-REGISTRAR-INFORME
           END-IF.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.
           OPEN I-O SOCIOS.
           OPEN INPUT DATOS.
           IF ws-fs-datos = "00"
               MOVE "S" TO w-hay-datos
           END-IF.
           OPEN INPUT FILIAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../informe-suspensiones-" w-fecha-proceso ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-fecha-proceso TO w-ti-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.

       200-CARGAR-UMBRALES.
           OPEN INPUT UMBRALES.
           IF ws-fs-umbrales NOT = "00"
               MOVE 1 TO w-fin-umbrales
           END-IF.
           PERFORM UNTIL fin-umbrales
               READ UMBRALES
                   AT END
                       MOVE 1 TO w-fin-umbrales
                   NOT AT END
                       IF w-cant-umbrales < 500
                           ADD 1 TO w-cant-umbrales
                           SET umb-idx TO w-cant-umbrales
                           MOVE umb-fil-cod TO w-tu-filial (umb-idx)
                           MOVE umb-dias TO w-tu-dias (umb-idx)
                       ELSE
                           DISPLAY "Tabla de umbrales llena, se "
                                   "ignora la filial " umb-fil-cod
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-fs-umbrales = "00" OR ws-fs-umbrales = "10"
               CLOSE UMBRALES
           END-IF.

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

      * las bajas voluntarias (soc-inactivo) quedan fuera: solo se
      * mueven socios entre activo y suspendido
       400-PROCESO-SOCIO.
           IF soc-filial NOT = w-filial-corte
               MOVE soc-filial TO w-filial-corte
               MOVE "N" TO w-filial-impresa
               PERFORM 410-BUSCAR-UMBRAL
           END-IF.
           IF soc-activo OR soc-suspendido
               ADD 1 TO w-cant-revisados
               IF tiene-umbral
                   PERFORM 420-MEDIR-MORA
                   EVALUATE TRUE
                       WHEN soc-activo
                        AND w-dias-mora > w-umbral-filial
                           PERFORM 500-SUSPENDER
                       WHEN soc-suspendido
                        AND w-dias-mora NOT > w-umbral-filial
                           PERFORM 600-REACTIVAR
                       WHEN soc-suspendido
                           ADD 1 TO w-cant-siguen
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   ADD 1 TO w-cant-sin-umbral
               END-IF
           END-IF.

       410-BUSCAR-UMBRAL.
           MOVE "N" TO w-tiene-umbral.
           SET umb-idx TO 1.
           SEARCH w-ent-umbral
               WHEN w-tu-filial (umb-idx) = soc-filial
                   MOVE w-tu-dias (umb-idx) TO w-umbral-filial
                   MOVE "S" TO w-tiene-umbral
           END-SEARCH.

       420-MEDIR-MORA.
           MOVE zero TO w-dias-mora.
           MOVE zero TO ant-deuda.
           IF soc-moroso
               MOVE soc-clave TO ant-soc-clave
               COMPUTE ant-deuda = zero - soc-saldo
               MOVE w-fecha-proceso TO ant-fecha
               CALL "CALCULAR-ANTIGUEDAD" USING ant-parametros
                   ON EXCEPTION
                       MOVE zero TO ant-dias-mas-viejo
               END-CALL
               MOVE ant-dias-mas-viejo TO w-dias-mora
           END-IF.

       500-SUSPENDER.
           MOVE soc-reg TO w-imagen-antes.
           MOVE "S" TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "Error al suspender el socio "
                           soc-filial "-" soc-socio
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   ADD 1 TO w-cant-suspendidos
                   MOVE "SUSPENDIDO" TO w-d-accion
                   PERFORM 700-LINEA-DETALLE
                   MOVE "SUSPENSION" TO w-accion
                   PERFORM 780-AUDITAR
           END-REWRITE.

       600-REACTIVAR.
           MOVE soc-reg TO w-imagen-antes.
           MOVE "A" TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "Error al reactivar el socio "
                           soc-filial "-" soc-socio
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   ADD 1 TO w-cant-reactivados
                   MOVE "REACTIVADO" TO w-d-accion
                   PERFORM 700-LINEA-DETALLE
                   MOVE "REACTIVACION" TO w-accion
                   PERFORM 780-AUDITAR
           END-REWRITE.

      * la cabecera de la filial sale solo si tuvo algun cambio
       700-LINEA-DETALLE.
           IF NOT filial-impresa
               PERFORM 710-CABECERA-FILIAL
           END-IF.
           MOVE SPACES TO w-d-telefono.
           IF hay-datos
               MOVE soc-clave TO dat-clave
               READ DATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE dat-telefono TO w-d-telefono
               END-READ
           END-IF.
           MOVE soc-filial TO w-d-filial.
           MOVE soc-socio TO w-d-socio.
           MOVE soc-nombre TO w-d-nombre.
           MOVE ant-deuda TO w-d-deuda.
           MOVE w-dias-mora TO w-d-dias.
           MOVE w-linea-detalle TO rep-linea.
           WRITE rep-linea.

       710-CABECERA-FILIAL.
           MOVE soc-filial TO fil-cod.
           READ FILIAL
               INVALID KEY MOVE SPACES TO fil-nombre
           END-READ.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE soc-filial TO w-f-cod.
           MOVE fil-nombre TO w-f-nombre.
           MOVE w-umbral-filial TO w-f-umbral.
           MOVE w-linea-filial TO rep-linea.
           WRITE rep-linea.
           MOVE "S" TO w-filial-impresa.

       780-AUDITAR.
           MOVE soc-reg TO w-imagen-despues.
           MOVE soc-clave TO w-clave-audit.
           CALL "REGISTRAR-AUDITORIA" USING w-programa w-accion
                   w-clave-audit w-imagen-antes w-imagen-despues
               ON EXCEPTION
                   DISPLAY "No se pudo registrar la auditoria"
           END-CALL.

       800-RESUMEN.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios revisados:" TO w-r-texto.
           MOVE w-cant-revisados TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Suspendidos en esta corrida:" TO w-r-texto.
           MOVE w-cant-suspendidos TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Reactivados en esta corrida:" TO w-r-texto.
           MOVE w-cant-reactivados TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Siguen suspendidos:" TO w-r-texto.
           MOVE w-cant-siguen TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios de filiales sin umbral:" TO w-r-texto.
           MOVE w-cant-sin-umbral TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Errores de grabacion:" TO w-r-texto.
           MOVE w-cant-errores TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           DISPLAY "Suspendidos: " w-cant-suspendidos
                   " Reactivados: " w-cant-reactivados
                   " Errores: " w-cant-errores.

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa
                   w-filial-informe w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.

       900-FIN.
           CLOSE SOCIOS
                 FILIAL
                 REPORTE.
           IF hay-datos
               CLOSE DATOS
           END-IF.

       END PROGRAM SUSPENDER-MOROSOS.
