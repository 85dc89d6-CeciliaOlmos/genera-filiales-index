      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interfase con el sistema contable: para una fecha
      *          dada (0 = hoy) resume los movimientos del dia de
      *          movimientos.dat por filial, concepto, medio de pago
      *          y tipo, y graba un asiento de partida doble
      *          balanceado en asientos-AAAAMMDD.txt (por cada
      *          grupo una linea al debe y otra al haber, con las
      *          cuentas de la tabla de imputacion de CUENTA.cpy),
      *          entre una cabecera "H" y un pie "T" de control
      *          segun LOTE.cpy. El dia queda registrado en
      *          lotes.dat (CONTROLAR-LOTE) y no se exporta dos
      *          veces. Los contra-asientos (REV) se imputan con el
      *          medio del movimiento original, invirtiendo sus
      *          cuentas; los arrastres de cierre (ARR) no se
      *          exportan porque no son operaciones nuevas y se
      *          informan aparte. Deja un listado de control con los
      *          totales por cuenta, registrado en el indice de
      *          informes. Debe correr antes de CERRAR-PERIODO, que
      *          archiva los movimientos del dia. Si una filial tiene
      *          mas grupos de los que entran en la tabla no se
      *          exporta nada: asientos-AAAAMMDD.txt queda vacio, el
      *          dia no se registra y termina con codigo de retorno 8.
      *          Layout de detalle: fecha AAAAMMDD col 1-8, filial
      *          col 9-12, cuenta col 13-18, D-debe H-haber col 19,
      *          importe col 20-30 con 2 decimales implicitos,
      *          concepto col 31-33, medio col 34, cantidad de
      *          movimientos col 35-40. El pie lleva la cantidad de
      *          lineas y el total del debe (igual al del haber).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXPORTAR-ASIENTOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER.

       SELECT MOVIMIENTOS ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-movimientos.

       SELECT ASIENTOS ASSIGN TO w-nombre-asientos
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       FD  ASIENTOS.
       01  asi-linea.
           03 asi-fecha pic 9(8).
           03 asi-filial pic 9(4).
           03 asi-cuenta pic x(6).
           03 asi-debe-haber pic x.
           03 asi-importe pic 9(9)v99.
           03 asi-concepto pic x(3).
           03 asi-medio pic x.
           03 asi-cant pic 9(6).

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-movimientos pic xx.
           COPY "OPERADOR.cpy".
       01 w-fin-filiales pic 9 value zero.
           88 fin-filiales value 1.
       01 w-fin-movs pic 9 value zero.
           88 fin-movs value 1.
       01 w-fecha-asiento pic 9(8).
       01 w-nombre-asientos pic x(44).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "EXPORTAR-ASIENTOS".
       01 w-filial-informe pic 9(4) value zero.
       01 w-puede-exportar pic x value "S".
           88 puede-exportar value "S".
       01 w-tabla-desbordada pic x value "N".
           88 tabla-desbordada value "S".
       01 w-lote-accion pic x.
       01 w-lote-archivo pic x(12) value "ASIENTOS".
       01 w-lote-id pic x(16).
       01 w-lote-fecha pic 9(8).
       01 w-lote-resultado pic x.
           COPY "LOTE.cpy".
           COPY "CUENTA.cpy".
       01 w-imputado pic x value "N".
           88 imputado value "S".
       01 w-cta-debe pic x(6).
       01 w-cta-haber pic x(6).

      * grupos concepto + medio + tipo de la filial en curso
       01 w-cant-grupos pic 999 value zero.
       01 w-max-grupos pic 999 value 150.
       01 w-tabla-grupos.
           03 w-ent-grupo occurs 1 to 150 times
                   depending on w-cant-grupos
                   indexed by grp-idx.
               05 w-tg-concepto pic x(3).
               05 w-tg-medio pic x.
               05 w-tg-tipo pic x.
               05 w-tg-debe pic x(6).
               05 w-tg-haber pic x(6).
               05 w-tg-cant pic 9(6).
               05 w-tg-importe pic 9(9)v99.

      * totales del dia por cuenta para el listado de control
       01 w-acum-cuentas.
           03 w-ak-entrada occurs 20 times.
               05 w-ak-debe pic 9(11)v99.
               05 w-ak-haber pic 9(11)v99.
       01 w-cta-sub pic 99.

       01 w-cant-lineas pic 9(6) value zero.
       01 w-total-debe pic 9(9)v99 value zero.
       01 w-total-haber pic 9(9)v99 value zero.
       01 w-cant-movs pic 9(6) value zero.
       01 w-cant-reversiones pic 9(6) value zero.
       01 w-total-reversiones pic 9(9)v99 value zero.
       01 w-cant-arrastres pic 9(6) value zero.
       01 w-total-arrastres pic 9(9)v99 value zero.
       01 w-cant-a-imputar pic 9(6) value zero.

       01 w-fecha-desarmada.
           03 w-fd-aa pic 9(4).
           03 w-fd-mm pic 99.
           03 w-fd-dd pic 99.

       01 w-linea-titulo.
           03 filler pic x(29) value "ASIENTO CONTABLE DEL DIA ".
           03 w-t-fecha.
               05 w-t-fecha-aa pic 9(4).
               05 filler pic x value "/".
               05 w-t-fecha-mm pic 99.
               05 filler pic x value "/".
               05 w-t-fecha-dd pic 99.

       01 w-linea-cabecera.
           03 filler pic x(32) value "CUENTA".
           03 filler pic x(16) value "            DEBE".
           03 filler pic x(17) value "            HABER".

       01 w-linea-cuenta.
           03 w-k-codigo pic x(6).
           03 filler pic x(2) value "  ".
           03 w-k-nombre pic x(24).
           03 w-k-debe pic zzz,zzz,zz9.99.
           03 filler pic x(3) value spaces.
           03 w-k-haber pic zzz,zzz,zz9.99.

       01 w-linea-total.
           03 filler pic x(32) value "TOTAL DEL ASIENTO".
           03 w-t-debe pic zzz,zzz,zz9.99.
           03 filler pic x(3) value spaces.
           03 w-t-haber pic zzz,zzz,zz9.99.

       01 w-linea-resumen.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 w-r-importe pic zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF NOT puede-exportar
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL fin-filiales OR tabla-desbordada
               READ FILIAL NEXT
                   AT END MOVE 1 TO w-fin-filiales
                   NOT AT END PERFORM 200-PROCESO-FILIAL
               END-READ
           END-PERFORM.
           IF tabla-desbordada
               PERFORM 750-ANULAR-EXPORTACION
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 700-GRABAR-PIE
               PERFORM 800-LISTADO-CONTROL
               PERFORM 850-REGISTRAR-LOTE
               PERFORM 860-REGISTRAR-INFORME
           END-IF.
           PERFORM 900-FIN.
           GOBACK.

      * el dia se controla contra lotes.dat antes de abrir nada en
      * salida, para no pisar el archivo de una exportacion previa
       100-INICIO.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.
           DISPLAY "Fecha a exportar (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-asiento.
           IF w-fecha-asiento = zero
               ACCEPT w-fecha-asiento FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO w-lote-id.
           STRING "DIARIO-" w-fecha-asiento
               DELIMITED BY SIZE INTO w-lote-id.
           MOVE w-fecha-asiento TO w-lote-fecha.
           PERFORM 150-VERIFICAR-LOTE.
           IF puede-exportar
               OPEN INPUT MOVIMIENTOS
               IF ws-fs-movimientos = "35"
                   DISPLAY "No existe movimientos.dat"
                   MOVE "N" TO w-puede-exportar
               END-IF
           END-IF.
           IF puede-exportar
               OPEN INPUT FILIAL
               MOVE SPACES TO w-nombre-asientos
               STRING "../asientos-" w-fecha-asiento ".txt"
                   DELIMITED BY SIZE INTO w-nombre-asientos
               OPEN OUTPUT ASIENTOS
               MOVE "H" TO lot-cab-marca
               MOVE w-lote-id TO lot-cab-id
               MOVE w-fecha-asiento TO lot-cab-fecha
               MOVE lot-cabecera TO asi-linea
               WRITE asi-linea
               MOVE SPACES TO w-nombre-reporte
               STRING "../informe-asientos-" w-fecha-asiento ".txt"
                   DELIMITED BY SIZE INTO w-nombre-reporte
               OPEN OUTPUT REPORTE
               MOVE w-fecha-asiento TO w-fecha-desarmada
               MOVE w-fd-aa TO w-t-fecha-aa
               MOVE w-fd-mm TO w-t-fecha-mm
               MOVE w-fd-dd TO w-t-fecha-dd
               MOVE w-linea-titulo TO rep-linea
               WRITE rep-linea
               INITIALIZE w-acum-cuentas
           END-IF.

       150-VERIFICAR-LOTE.
           MOVE "C" TO w-lote-accion.
           CALL "CONTROLAR-LOTE" USING w-lote-accion w-lote-archivo
                   w-lote-id w-lote-fecha w-cant-lineas
                   w-total-debe w-lote-resultado
               ON EXCEPTION
                   MOVE "N" TO w-lote-resultado
           END-CALL.
           IF w-lote-resultado = "S"
               DISPLAY "El dia " w-fecha-asiento " ya fue exportado "
                       "a contabilidad, no se exporta de nuevo"
               MOVE "N" TO w-puede-exportar
           END-IF.

       200-PROCESO-FILIAL.
           MOVE zero TO w-cant-grupos.
           MOVE fil-cod TO mov-filial.
           MOVE zero TO mov-socio.
           MOVE zero TO mov-fecha.
           MOVE zero TO mov-secuencia.
           MOVE zero TO w-fin-movs.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY MOVE 1 TO w-fin-movs
           END-START.
           PERFORM UNTIL fin-movs
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-movs
                   NOT AT END
                       IF mov-filial = fil-cod
                           PERFORM 300-ACUMULAR-MOVIMIENTO
                       ELSE
                           MOVE 1 TO w-fin-movs
                       END-IF
               END-READ
           END-PERFORM.
           IF w-cant-grupos > zero AND NOT tabla-desbordada
               PERFORM 500-GRABAR-GRUPO
                   VARYING grp-idx FROM 1 BY 1
                   UNTIL grp-idx > w-cant-grupos
           END-IF.

      * el arrastre de cierre resume movimientos ya exportados en su
      * dia: se cuenta para el control pero no va al asiento
       300-ACUMULAR-MOVIMIENTO.
           IF mov-fecha = w-fecha-asiento
               IF mov-con-arrastre
                   ADD 1 TO w-cant-arrastres
                   ADD mov-importe TO w-total-arrastres
               ELSE
                   ADD 1 TO w-cant-movs
                   IF mov-con-reversion
                       ADD 1 TO w-cant-reversiones
                       ADD mov-importe TO w-total-reversiones
                   END-IF
                   PERFORM 310-BUSCAR-IMPUTACION
                   PERFORM 350-ACUMULAR-GRUPO
               END-IF
           END-IF.

      * primero el medio exacto, despues el comodin "*"; sin
      * entrada la contrapartida del socio va a partidas a imputar
       310-BUSCAR-IMPUTACION.
           MOVE "N" TO w-imputado.
           SET pcu-idx TO 1.
           SEARCH pcu-entrada
               WHEN pcu-concepto (pcu-idx) = mov-concepto
                  AND pcu-medio (pcu-idx) = mov-medio
                  AND pcu-tipo (pcu-idx) = mov-tipo
                   MOVE pcu-debe (pcu-idx) TO w-cta-debe
                   MOVE pcu-haber (pcu-idx) TO w-cta-haber
                   MOVE "S" TO w-imputado
           END-SEARCH.
           IF NOT imputado
               SET pcu-idx TO 1
               SEARCH pcu-entrada
                   WHEN pcu-concepto (pcu-idx) = mov-concepto
                      AND pcu-medio (pcu-idx) = "*"
                      AND pcu-tipo (pcu-idx) = mov-tipo
                       MOVE pcu-debe (pcu-idx) TO w-cta-debe
                       MOVE pcu-haber (pcu-idx) TO w-cta-haber
                       MOVE "S" TO w-imputado
               END-SEARCH
           END-IF.
           IF NOT imputado
               ADD 1 TO w-cant-a-imputar
               IF mov-deposito
                   MOVE cta-a-imputar TO w-cta-debe
                   MOVE cta-socios TO w-cta-haber
               ELSE
                   MOVE cta-socios TO w-cta-debe
                   MOVE cta-a-imputar TO w-cta-haber
               END-IF
           END-IF.

       350-ACUMULAR-GRUPO.
           SET grp-idx TO 1.
           IF w-cant-grupos > zero
               SEARCH w-ent-grupo
                   AT END
                       PERFORM 360-NUEVO-GRUPO
                   WHEN w-tg-concepto (grp-idx) = mov-concepto
                      AND w-tg-medio (grp-idx) = mov-medio
                      AND w-tg-tipo (grp-idx) = mov-tipo
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 360-NUEVO-GRUPO
           END-IF.
           ADD 1 TO w-tg-cant (grp-idx).
           ADD mov-importe TO w-tg-importe (grp-idx).

      * con la tabla llena el asiento de la filial quedaria
      * incompleto: se corta la lectura y se anula la exportacion
       360-NUEVO-GRUPO.
           IF w-cant-grupos < w-max-grupos
               ADD 1 TO w-cant-grupos
               SET grp-idx TO w-cant-grupos
               MOVE mov-concepto TO w-tg-concepto (grp-idx)
               MOVE mov-medio TO w-tg-medio (grp-idx)
               MOVE mov-tipo TO w-tg-tipo (grp-idx)
               MOVE w-cta-debe TO w-tg-debe (grp-idx)
               MOVE w-cta-haber TO w-tg-haber (grp-idx)
               MOVE zero TO w-tg-cant (grp-idx)
               MOVE zero TO w-tg-importe (grp-idx)
           ELSE
               DISPLAY "ERROR: tabla de grupos llena en la filial "
                       fil-cod ", mas de " w-max-grupos " grupos"
               MOVE "S" TO w-tabla-desbordada
               MOVE 1 TO w-fin-movs
               SET grp-idx TO w-cant-grupos
           END-IF.

      * cada grupo es un asiento: una linea al debe y otra al haber
      * por el mismo importe
       500-GRABAR-GRUPO.
           MOVE w-fecha-asiento TO asi-fecha.
           MOVE fil-cod TO asi-filial.
           MOVE w-tg-concepto (grp-idx) TO asi-concepto.
           MOVE w-tg-medio (grp-idx) TO asi-medio.
           MOVE w-tg-cant (grp-idx) TO asi-cant.
           MOVE w-tg-importe (grp-idx) TO asi-importe.
           MOVE w-tg-debe (grp-idx) TO asi-cuenta.
           MOVE "D" TO asi-debe-haber.
           WRITE asi-linea.
           MOVE w-tg-haber (grp-idx) TO asi-cuenta.
           MOVE "H" TO asi-debe-haber.
           WRITE asi-linea.
           ADD 2 TO w-cant-lineas.
           ADD w-tg-importe (grp-idx) TO w-total-debe.
           ADD w-tg-importe (grp-idx) TO w-total-haber.
           SET cta-idx TO 1.
           SEARCH cta-entrada
               WHEN cta-codigo (cta-idx) = w-tg-debe (grp-idx)
                   SET w-cta-sub TO cta-idx
                   ADD w-tg-importe (grp-idx) TO w-ak-debe (w-cta-sub)
           END-SEARCH.
           SET cta-idx TO 1.
           SEARCH cta-entrada
               WHEN cta-codigo (cta-idx) = w-tg-haber (grp-idx)
                   SET w-cta-sub TO cta-idx
                   ADD w-tg-importe (grp-idx)
                       TO w-ak-haber (w-cta-sub)
           END-SEARCH.

       700-GRABAR-PIE.
           MOVE "T" TO lot-pie-marca.
           MOVE w-cant-lineas TO lot-pie-cant.
           MOVE w-total-debe TO lot-pie-total.
           MOVE SPACES TO asi-linea.
           MOVE lot-pie TO asi-linea.
           WRITE asi-linea.

      * se vacia el archivo de asientos para que contabilidad no
      * tome un dia a medias; el dia queda sin registrar en lotes.dat
      * y se puede volver a exportar
       750-ANULAR-EXPORTACION.
           CLOSE ASIENTOS.
           OPEN OUTPUT ASIENTOS.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "EXPORTACION ANULADA: tabla de grupos llena"
               TO rep-linea.
           WRITE rep-linea.
           DISPLAY "Exportacion del " w-fecha-asiento " anulada, "
                   w-nombre-asientos " queda vacio".

       800-LISTADO-CONTROL.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-cabecera TO rep-linea.
           WRITE rep-linea.
           PERFORM 810-LINEA-CUENTA
               VARYING w-cta-sub FROM 1 BY 1
               UNTIL w-cta-sub > cta-cant-cuentas.
           MOVE w-total-debe TO w-t-debe.
           MOVE w-total-haber TO w-t-haber.
           MOVE w-linea-total TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           IF w-total-debe = w-total-haber
               MOVE "Asiento balanceado" TO rep-linea
           ELSE
               MOVE "ATENCION: el asiento no balancea" TO rep-linea
           END-IF.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Movimientos exportados:" TO w-r-texto.
           MOVE w-cant-movs TO w-r-cant.
           MOVE zero TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Contra-asientos (REV) incluidos:" TO w-r-texto.
           MOVE w-cant-reversiones TO w-r-cant.
           MOVE w-total-reversiones TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Arrastres (ARR) no exportados:" TO w-r-texto.
           MOVE w-cant-arrastres TO w-r-cant.
           MOVE w-total-arrastres TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Movimientos a imputar:" TO w-r-texto.
           MOVE w-cant-a-imputar TO w-r-cant.
           MOVE zero TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Lineas del asiento:" TO w-r-texto.
           MOVE w-cant-lineas TO w-r-cant.
           MOVE zero TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           DISPLAY "Asiento del " w-fecha-asiento " exportado en "
                   w-nombre-asientos.
           IF w-cant-a-imputar > zero
               DISPLAY "Hay " w-cant-a-imputar " movimientos sin "
                       "imputacion en el plan de cuentas"
           END-IF.

      * una linea por cada cuenta con importes en el dia
       810-LINEA-CUENTA.
           IF w-ak-debe (w-cta-sub) > zero
              OR w-ak-haber (w-cta-sub) > zero
               SET cta-idx TO w-cta-sub
               MOVE cta-codigo (cta-idx) TO w-k-codigo
               MOVE cta-nombre (cta-idx) TO w-k-nombre
               MOVE w-ak-debe (w-cta-sub) TO w-k-debe
               MOVE w-ak-haber (w-cta-sub) TO w-k-haber
               MOVE w-linea-cuenta TO rep-linea
               WRITE rep-linea
           END-IF.

       850-REGISTRAR-LOTE.
           MOVE "G" TO w-lote-accion.
           CALL "CONTROLAR-LOTE" USING w-lote-accion w-lote-archivo
                   w-lote-id w-lote-fecha w-cant-lineas
                   w-total-debe w-lote-resultado
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el dia exportado"
           END-CALL.

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa
                   w-filial-informe w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.

       900-FIN.
           CLOSE FILIAL
                 MOVIMIENTOS
                 ASIENTOS
                 REPORTE.

       END PROGRAM EXPORTAR-ASIENTOS.
