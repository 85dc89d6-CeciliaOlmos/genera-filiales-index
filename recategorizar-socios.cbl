      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cambio automatico de categoria por edad y
      *          antiguedad, paso mensual del proceso nocturno previo
      *          a COBRAR-CUOTAS: lee los limites por filial
      *          (categorias.txt: filial en col 1-4, edad en anios a
      *          la que el cadete pasa a activo en col 5-6, anios
      *          desde dat-fecha-alta para pasar de activo a
      *          vitalicio en col 7-8; cero = ese cambio no rige en
      *          la filial) y recorre socios.dat. Los cadetes que ya
      *          cumplieron la edad de la filial (dat-fecha-nacimiento)
      *          pasan a activo y los activos con la antiguedad
      *          requerida pasan a vitalicio. Las bajas no se tocan ni
      *          tampoco las filiales que no figuran en categorias.txt;
      *          las fichas sin fecha se informan para completarlas.
      *          Cada cambio queda en auditoria.dat y en el listado
      *          informe-categorias-AAAAMMDD.txt, que se registra en
      *          informes.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RECATEGORIZAR-SOCIOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT LIMITES ASSIGN TO "../categorias.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-limites.

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
       FD  LIMITES.
       01  lim-linea.
           03 lim-fil-cod pic 9(4).
           03 lim-edad-cadete pic 99.
           03 lim-anios-vitalicio pic 99.

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
       01 ws-fs-limites pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-datos pic xx.
           COPY "OPERADOR.cpy".
       01 w-fin-limites pic 9 value zero.
           88 fin-limites value 1.
       01 w-fin-socios pic 9 value zero.
           88 fin-socios value 1.
       01 w-tiene-limite pic x value "N".
           88 tiene-limite value "S".
       01 w-hay-datos pic x value "N".
           88 hay-datos value "S".
       01 w-tiene-ficha pic x value "N".
           88 tiene-ficha value "S".

       01 w-cant-limites pic 9(3) value zero.
       01 w-tabla-limites.
           03 w-ent-limite occurs 1 to 500 times
                   depending on w-cant-limites
                   indexed by lim-idx.
               05 w-tl-filial pic 9(4).
               05 w-tl-edad pic 99.
               05 w-tl-anios pic 99.

       01 w-fecha-proceso pic 9(8).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "RECATEGORIZAR-SOCIOS".
       01 w-filial-informe pic 9(4) value zero.
       01 w-edad-filial pic 99.
       01 w-anios-filial pic 99.
       01 w-anios-cumplidos pic 9(3).
       01 w-categoria-nueva pic x.
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       01 w-filial-corte pic 9(4) value zero.
       01 w-filial-impresa pic x value "N".
           88 filial-impresa value "S".
       01 w-cant-revisados pic 9(6) value zero.
       01 w-cant-a-activo pic 9(6) value zero.
       01 w-cant-a-vitalicio pic 9(6) value zero.
       01 w-cant-sin-nacimiento pic 9(6) value zero.
       01 w-cant-sin-alta pic 9(6) value zero.
       01 w-cant-sin-limite pic 9(6) value zero.
       01 w-cant-errores pic 9(6) value zero.

       01 w-linea-titulo.
           03 filler pic x(40) value
               "CAMBIOS DE CATEGORIA POR EDAD/ANTIGUEDAD".
           03 filler pic x(8) value "  Fecha ".
           03 w-ti-fecha pic 9(8).

       01 w-linea-filial.
           03 filler pic x(7) value "Filial ".
           03 w-f-cod pic zzz9.
           03 filler pic x(2) value "  ".
           03 w-f-nombre pic x(20).
           03 filler pic x(13) value "  Edad cadete".
           03 w-f-edad pic zz9.
           03 filler pic x(19) value "  Anios p/vitalicio".
           03 w-f-anios pic zz9.

       01 w-linea-detalle.
           03 filler pic x(2) value spaces.
           03 w-d-filial pic zzz9.
           03 filler pic x(1) value "-".
           03 w-d-socio pic zz9.
           03 filler pic x(1) value " ".
           03 w-d-nombre pic x(15).
           03 filler pic x(1) value " ".
           03 w-d-cat-antes pic x(9).
           03 filler pic x(4) value " -> ".
           03 w-d-cat-despues pic x(9).
           03 filler pic x(1) value " ".
           03 w-d-motivo pic x(11).
           03 w-d-anios pic zz9.
           03 filler pic x(6) value " anios".

       01 w-linea-resumen.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-LIMITES.
           IF w-cant-limites = zero
               DISPLAY "categorias.txt vacio o inexistente, no se "
                       "recategoriza a nadie"
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
           STRING "../informe-categorias-" w-fecha-proceso ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-fecha-proceso TO w-ti-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.

       200-CARGAR-LIMITES.
           OPEN INPUT LIMITES.
           IF ws-fs-limites NOT = "00"
               MOVE 1 TO w-fin-limites
           END-IF.
           PERFORM UNTIL fin-limites
               READ LIMITES
                   AT END
                       MOVE 1 TO w-fin-limites
                   NOT AT END
                       IF w-cant-limites < 500
                           ADD 1 TO w-cant-limites
                           SET lim-idx TO w-cant-limites
                           MOVE lim-fil-cod TO w-tl-filial (lim-idx)
                           MOVE lim-edad-cadete TO w-tl-edad (lim-idx)
                           MOVE lim-anios-vitalicio
                               TO w-tl-anios (lim-idx)
                       ELSE
                           DISPLAY "Tabla de limites llena, se "
                                   "ignora la filial " lim-fil-cod
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-fs-limites = "00" OR ws-fs-limites = "10"
               CLOSE LIMITES
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

      * las bajas (soc-inactivo) no cambian de categoria; los
      * suspendidos por mora si, porque siguen pagando la cuota
       400-PROCESO-SOCIO.
           IF soc-filial NOT = w-filial-corte
               MOVE soc-filial TO w-filial-corte
               MOVE "N" TO w-filial-impresa
               PERFORM 410-BUSCAR-LIMITE
           END-IF.
           IF (soc-activo OR soc-suspendido)
              AND NOT soc-cat-vitalicio
               ADD 1 TO w-cant-revisados
               IF tiene-limite
                   PERFORM 420-LEER-FICHA
                   EVALUATE TRUE
                       WHEN soc-cat-cadete AND w-edad-filial > zero
                           PERFORM 500-EVALUAR-CADETE
                       WHEN soc-cat-activo AND w-anios-filial > zero
                           PERFORM 600-EVALUAR-ACTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   ADD 1 TO w-cant-sin-limite
               END-IF
           END-IF.

       410-BUSCAR-LIMITE.
           MOVE "N" TO w-tiene-limite.
           SET lim-idx TO 1.
           SEARCH w-ent-limite
               WHEN w-tl-filial (lim-idx) = soc-filial
                   MOVE w-tl-edad (lim-idx) TO w-edad-filial
                   MOVE w-tl-anios (lim-idx) TO w-anios-filial
                   MOVE "S" TO w-tiene-limite
           END-SEARCH.

       420-LEER-FICHA.
           MOVE "N" TO w-tiene-ficha.
           IF hay-datos
               MOVE soc-clave TO dat-clave
               READ DATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-tiene-ficha
               END-READ
           END-IF.

      * anios cumplidos: diferencia de fechas AAAAMMDD dividida por
      * 10000, que ya descuenta si todavia no llego el cumpleanios
       500-EVALUAR-CADETE.
           IF NOT tiene-ficha OR dat-fecha-nacimiento = zero
               ADD 1 TO w-cant-sin-nacimiento
           ELSE
               COMPUTE w-anios-cumplidos =
                   (w-fecha-proceso - dat-fecha-nacimiento) / 10000
               IF w-anios-cumplidos NOT < w-edad-filial
                   MOVE "A" TO w-categoria-nueva
                   MOVE "EDAD" TO w-d-motivo
                   PERFORM 700-CAMBIAR-CATEGORIA
               END-IF
           END-IF.

       600-EVALUAR-ACTIVO.
           IF NOT tiene-ficha OR dat-fecha-alta = zero
               ADD 1 TO w-cant-sin-alta
           ELSE
               COMPUTE w-anios-cumplidos =
                   (w-fecha-proceso - dat-fecha-alta) / 10000
               IF w-anios-cumplidos NOT < w-anios-filial
                   MOVE "V" TO w-categoria-nueva
                   MOVE "ANTIGUEDAD" TO w-d-motivo
                   PERFORM 700-CAMBIAR-CATEGORIA
               END-IF
           END-IF.

       700-CAMBIAR-CATEGORIA.
           MOVE soc-reg TO w-imagen-antes.
           MOVE w-categoria-nueva TO soc-categoria.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "Error al recategorizar el socio "
                           soc-filial "-" soc-socio
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   IF soc-cat-vitalicio
                       ADD 1 TO w-cant-a-vitalicio
                   ELSE
                       ADD 1 TO w-cant-a-activo
                   END-IF
                   PERFORM 750-LINEA-DETALLE
                   MOVE "CATEGORIA" TO w-accion
                   PERFORM 780-AUDITAR
           END-REWRITE.

      * la cabecera de la filial sale solo si tuvo algun cambio
       750-LINEA-DETALLE.
           IF NOT filial-impresa
               PERFORM 760-CABECERA-FILIAL
           END-IF.
           MOVE soc-filial TO w-d-filial.
           MOVE soc-socio TO w-d-socio.
           MOVE soc-nombre TO w-d-nombre.
           MOVE "CADETE" TO w-d-cat-antes.
           MOVE "ACTIVO" TO w-d-cat-despues.
           IF soc-cat-vitalicio
               MOVE "ACTIVO" TO w-d-cat-antes
               MOVE "VITALICIO" TO w-d-cat-despues
           END-IF.
           MOVE w-anios-cumplidos TO w-d-anios.
           MOVE w-linea-detalle TO rep-linea.
           WRITE rep-linea.

       760-CABECERA-FILIAL.
           MOVE soc-filial TO fil-cod.
           READ FILIAL
               INVALID KEY MOVE SPACES TO fil-nombre
           END-READ.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE soc-filial TO w-f-cod.
           MOVE fil-nombre TO w-f-nombre.
           MOVE w-edad-filial TO w-f-edad.
           MOVE w-anios-filial TO w-f-anios.
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
           MOVE "Cadetes pasados a activo:" TO w-r-texto.
           MOVE w-cant-a-activo TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Activos pasados a vitalicio:" TO w-r-texto.
           MOVE w-cant-a-vitalicio TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Cadetes sin fecha de nacimiento:" TO w-r-texto.
           MOVE w-cant-sin-nacimiento TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Activos sin fecha de alta:" TO w-r-texto.
           MOVE w-cant-sin-alta TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios de filiales sin limites:" TO w-r-texto.
           MOVE w-cant-sin-limite TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Errores de grabacion:" TO w-r-texto.
           MOVE w-cant-errores TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           DISPLAY "A activo: " w-cant-a-activo
                   " A vitalicio: " w-cant-a-vitalicio
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

       END PROGRAM RECATEGORIZAR-SOCIOS.
