      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subprograma comun de antiguedad de deuda: dado un
      *          socio, su deuda (soc-saldo negativo cambiado de
      *          signo) y una fecha de referencia, reconstruye desde
      *          movimientos.dat que cargos siguen impagos, aplicando
      *          los pagos a los cargos mas viejos, y devuelve la
      *          deuda repartida en tramos de 30/60/90 y mas de 90
      *          dias, los dias del cargo impago mas viejo y la parte
      *          de la deuda que corresponde a cuotas de plan de
      *          pagos (PLN). Parametros segun ANTIGUEDAD.cpy. Lo
      *          usan INFORME-ANTIGUEDAD, COBRAR-PLANES y
      *          COBRAR-INTERESES, para que todos midan la mora de la
      *          misma manera.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCULAR-ANTIGUEDAD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT MOVIMIENTOS ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-movimientos.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-movimientos pic xx.
       01 w-fin-movs pic 9 value zero.
           88 fin-movs value 1.
       01 w-hay-plan pic x value "N".
           88 hay-plan value "S".
       01 w-hay-impago pic x value "N".
           88 hay-impago value "S".
       01 w-dias-hoy pic 9(8).
       01 w-dias-mov pic 9(8).
       01 w-dias-antig pic s9(5).
       01 w-total-cargos pic 9(9)v99.
       01 w-a-saltear pic s9(9)v99.
       01 w-imputable pic 9(7)v99.
       01 w-tramo-sub pic 9.

       LINKAGE SECTION.
      *-----------------------
           COPY "ANTIGUEDAD.cpy".

       PROCEDURE DIVISION USING ant-parametros.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE zero TO ant-tramo (1) ant-tramo (2)
                        ant-tramo (3) ant-tramo (4).
           MOVE zero TO ant-dias-mas-viejo.
           MOVE zero TO ant-plan-impago.
           MOVE zero TO ant-dias-plan.
           MOVE "N" TO w-hay-plan.
           MOVE "N" TO w-hay-impago.
           IF ant-deuda = zero
               GOBACK
           END-IF.
           COMPUTE w-dias-hoy = FUNCTION INTEGER-OF-DATE(ant-fecha).
           OPEN INPUT MOVIMIENTOS.
           IF ws-fs-movimientos NOT = "00"
               MOVE ant-deuda TO ant-tramo (4)
               MOVE 99999 TO ant-dias-mas-viejo
               GOBACK
           END-IF.
           PERFORM 100-CALCULAR-TRAMOS.
           CLOSE MOVIMIENTOS.
           GOBACK.

      * los pagos cancelan los cargos mas viejos, de modo que la
      * deuda vigente corresponde a los ultimos cargos: del total
      * de cargos se saltea la parte ya paga (total - deuda) y el
      * resto se imputa al tramo segun la fecha del cargo; si la
      * deuda supera los cargos registrados (origen anterior al
      * detalle disponible) el excedente va al tramo mas viejo
       100-CALCULAR-TRAMOS.
           PERFORM 200-SUMAR-CARGOS.
           IF w-total-cargos < ant-deuda
               COMPUTE ant-tramo (4) = ant-deuda - w-total-cargos
               MOVE zero TO w-a-saltear
               MOVE 99999 TO ant-dias-mas-viejo
               MOVE "S" TO w-hay-impago
           ELSE
               COMPUTE w-a-saltear = w-total-cargos - ant-deuda
           END-IF.
           PERFORM 300-IMPUTAR-CARGOS.

       200-SUMAR-CARGOS.
           MOVE zero TO w-total-cargos.
           MOVE ant-soc-clave TO mov-soc-clave.
           MOVE zero TO mov-fecha.
           MOVE zero TO mov-secuencia.
           MOVE zero TO w-fin-movs.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY
                   MOVE 1 TO w-fin-movs
           END-START.
           PERFORM UNTIL fin-movs
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-movs
                   NOT AT END
                       IF mov-soc-clave = ant-soc-clave
                           IF mov-retiro AND NOT mov-revertido
                               ADD mov-importe TO w-total-cargos
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-movs
                       END-IF
               END-READ
           END-PERFORM.

       300-IMPUTAR-CARGOS.
           MOVE ant-soc-clave TO mov-soc-clave.
           MOVE zero TO mov-fecha.
           MOVE zero TO mov-secuencia.
           MOVE zero TO w-fin-movs.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY
                   MOVE 1 TO w-fin-movs
           END-START.
           PERFORM UNTIL fin-movs
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-movs
                   NOT AT END
                       IF mov-soc-clave = ant-soc-clave
                           IF mov-retiro AND NOT mov-revertido
                               PERFORM 310-IMPUTAR-CARGO
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-movs
                       END-IF
               END-READ
           END-PERFORM.

      * los movimientos vienen por fecha: el primer cargo impago es
      * el mas viejo, tanto en general como entre las cuotas de plan
       310-IMPUTAR-CARGO.
           IF w-a-saltear >= mov-importe
               SUBTRACT mov-importe FROM w-a-saltear
           ELSE
               COMPUTE w-imputable = mov-importe - w-a-saltear
               MOVE zero TO w-a-saltear
               PERFORM 320-TRAMO-DEL-CARGO
               ADD w-imputable TO ant-tramo (w-tramo-sub)
               IF NOT hay-impago
                   MOVE w-dias-antig TO ant-dias-mas-viejo
                   MOVE "S" TO w-hay-impago
               END-IF
               IF mov-con-cuota-plan
                   ADD w-imputable TO ant-plan-impago
                   IF NOT hay-plan
                       MOVE w-dias-antig TO ant-dias-plan
                       MOVE "S" TO w-hay-plan
                   END-IF
               END-IF
           END-IF.

       320-TRAMO-DEL-CARGO.
           COMPUTE w-dias-mov = FUNCTION INTEGER-OF-DATE(mov-fecha).
           COMPUTE w-dias-antig = w-dias-hoy - w-dias-mov.
           IF w-dias-antig < zero
               MOVE zero TO w-dias-antig
           END-IF.
           EVALUATE TRUE
               WHEN w-dias-antig NOT > 30
                   MOVE 1 TO w-tramo-sub
               WHEN w-dias-antig NOT > 60
                   MOVE 2 TO w-tramo-sub
               WHEN w-dias-antig NOT > 90
                   MOVE 3 TO w-tramo-sub
               WHEN OTHER
                   MOVE 4 TO w-tramo-sub
           END-EVALUATE.

       END PROGRAM CALCULAR-ANTIGUEDAD.
