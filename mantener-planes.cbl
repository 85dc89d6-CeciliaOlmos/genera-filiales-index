      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de planes de pago (planes.dat) para
      *          socios morosos. El alta congela la deuda del socio
      *          (soc-saldo negativo) en N cuotas mensuales: graba un
      *          deposito "REF" por la deuda, que deja el saldo en
      *          cero, y el plan, cuyas cuotas "PLN" carga despues
      *          COBRAR-PLANES en la corrida mensual. La anulacion
      *          (con clave de supervisor) deja sin efecto un plan
      *          vigente y devuelve de una vez a la cuenta corriente
      *          lo que faltaba cargar. Un socio tiene a lo sumo un
      *          plan vigente. Todo queda en la pista de auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENER-PLANES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT PLANES ASSIGN TO "../planes.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS pln-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-planes.

       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS ws-fs-socios.

       SELECT MOVIMIENTOS ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-movimientos.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  PLANES.
           COPY "PLAN.cpy".

       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-planes pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
           COPY "OPERADOR.cpy".
       01 w-opcion pic 9.
           88 fin-mantenimiento value 9.
       01 w-fin-lista pic 9 value zero.
           88 fin-lista value 1.
       01 w-fin-busqueda pic 9 value zero.
           88 fin-busqueda value 1.
       01 w-puede-grabar pic x value "S".
           88 puede-grabar value "S".
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".
       01 w-tiene-vigente pic x value "N".
           88 tiene-vigente value "S".
       01 w-confirma pic x.
           88 confirma value "S" "s".
       01 w-clave-supervisor pic x(6) value "SUP392".
       01 w-clave-ingresada pic x(6).
       01 w-fecha-hoy pic 9(8).
       01 w-periodo-hoy pic 9(6).
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-ultimo-numero pic 99 value zero.
       01 w-numero-vigente pic 99 value zero.
       01 w-cant-listados pic 9(3) value zero.
       01 w-deuda pic 9(7)v99.
       01 w-cant-cuotas pic 99.
       01 w-importe-cuota pic 9(7)v99.
       01 w-a-cargar pic 9(7)v99.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-mov-tipo pic x.
       01 w-mov-concepto pic x(3).
       01 w-mov-importe pic 9(7)v99.
       01 w-programa pic x(20) value "MANTENER-PLANES".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       01 w-linea-plan.
           03 filler pic x(5) value "Plan ".
           03 w-l-numero pic 99.
           03 filler pic x(5) value " del ".
           03 w-l-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 w-l-total pic z,zzz,zz9.99.
           03 filler pic x(4) value " en ".
           03 w-l-cuotas pic z9.
           03 filler pic x(12) value " cuotas de ".
           03 w-l-cuota pic z,zzz,zz9.99.
           03 filler pic x(11) value " cargadas: ".
           03 w-l-cargadas pic z9.
           03 filler pic x(1) value spaces.
           03 w-l-estado pic x(9).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL fin-mantenimiento
               EVALUATE w-opcion
                   WHEN 1 PERFORM 300-ALTA-PLAN
                   WHEN 2 PERFORM 500-CONSULTA-PLANES
                   WHEN 3 PERFORM 600-ANULAR-PLAN
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN I-O PLANES.
           IF ws-fs-planes = "35"
               OPEN OUTPUT PLANES
               CLOSE PLANES
               OPEN I-O PLANES
           END-IF.
           OPEN I-O SOCIOS.
           OPEN I-O MOVIMIENTOS.
           IF ws-fs-movimientos = "35"
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN I-O MOVIMIENTOS
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy (1:6) TO w-periodo-hoy.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.

       200-MENU.
           DISPLAY "1-Alta de plan de pagos 2-Planes del socio "
                   "3-Anular plan 9-Fin".
           ACCEPT w-opcion.

      * el registro del socio queda tomado desde la lectura hasta
      * el REWRITE del saldo, como en REGISTRAR-MOVIMIENTO
       300-ALTA-PLAN.
           MOVE "S" TO w-puede-grabar.
           PERFORM 310-LEER-SOCIO.
           IF puede-grabar
               IF NOT soc-moroso
                   DISPLAY "El socio no registra deuda"
                   MOVE "N" TO w-puede-grabar
               END-IF
           END-IF.
           IF puede-grabar
               PERFORM 350-BUSCAR-PLANES
               IF tiene-vigente
                   DISPLAY "El socio ya tiene vigente el plan "
                           w-numero-vigente
                   MOVE "N" TO w-puede-grabar
               END-IF
           END-IF.
           IF puede-grabar
               PERFORM 360-VERIFICAR-PERIODO
           END-IF.
           IF puede-grabar
               PERFORM 320-PEDIR-CUOTAS
           END-IF.
           IF puede-grabar
               PERFORM 400-GRABAR-PLAN
           END-IF.
           IF ws-fs-socios = "00" AND NOT puede-grabar
               UNLOCK SOCIOS
           END-IF.

       310-LEER-SOCIO.
           DISPLAY "Ingrese filial del socio".
           ACCEPT soc-filial.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT soc-socio.
           READ SOCIOS WITH LOCK
               INVALID KEY
                   DISPLAY "Socio no encontrado"
                   MOVE "N" TO w-puede-grabar
           END-READ.
           IF ws-fs-socios = "51"
               DISPLAY "Registro tomado por otro puesto, reintente"
               MOVE "N" TO w-puede-grabar
           END-IF.

      * la cuota se redondea; la ultima absorbe la diferencia
       320-PEDIR-CUOTAS.
           COMPUTE w-deuda = zero - soc-saldo.
           DISPLAY soc-nombre " deuda a refinanciar: " w-deuda.
           DISPLAY "Cantidad de cuotas mensuales (2 a 36)".
           ACCEPT w-cant-cuotas.
           IF w-cant-cuotas < 2 OR w-cant-cuotas > 36
               DISPLAY "Cantidad de cuotas invalida"
               MOVE "N" TO w-puede-grabar
           ELSE
               COMPUTE w-importe-cuota ROUNDED =
                   w-deuda / w-cant-cuotas
               DISPLAY w-cant-cuotas " cuotas de " w-importe-cuota
               DISPLAY "Confirma el plan (S/N)"
               ACCEPT w-confirma
               IF NOT confirma
                   DISPLAY "Plan no registrado"
                   MOVE "N" TO w-puede-grabar
               END-IF
           END-IF.

      * recorre los planes del socio: ultimo numero usado y plan
      * vigente, si lo hay
       350-BUSCAR-PLANES.
           MOVE "N" TO w-tiene-vigente.
           MOVE zero TO w-ultimo-numero.
           MOVE zero TO w-numero-vigente.
           MOVE soc-clave TO pln-soc-clave.
           MOVE soc-clave TO w-clave-buscada.
           MOVE zero TO pln-numero.
           MOVE zero TO w-fin-lista.
           START PLANES KEY IS NOT LESS THAN pln-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ PLANES NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF pln-soc-clave = w-clave-buscada
                           MOVE pln-numero TO w-ultimo-numero
                           IF pln-vigente
                               MOVE "S" TO w-tiene-vigente
                               MOVE pln-numero TO w-numero-vigente
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

       360-VERIFICAR-PERIODO.
           CALL "VALIDAR-PERIODO" USING w-fecha-hoy w-periodo-abierto
               ON EXCEPTION
                   MOVE "S" TO w-periodo-abierto
           END-CALL.
           IF NOT periodo-abierto
               DISPLAY "El periodo " w-periodo-hoy " esta cerrado, "
                       "no se puede registrar"
               MOVE "N" TO w-puede-grabar
           END-IF.

      * plan, deposito REF y saldo: si falla un paso se deshacen
      * los anteriores
       400-GRABAR-PLAN.
           MOVE soc-reg TO w-imagen-antes.
           MOVE soc-clave TO pln-soc-clave.
           COMPUTE pln-numero = w-ultimo-numero + 1.
           MOVE w-fecha-hoy TO pln-fecha-alta.
           MOVE w-deuda TO pln-importe-total.
           MOVE w-cant-cuotas TO pln-cant-cuotas.
           MOVE w-importe-cuota TO pln-importe-cuota.
           MOVE zero TO pln-cuotas-cargadas.
           MOVE zero TO pln-importe-cargado.
           MOVE zero TO pln-ultimo-periodo.
           MOVE "V" TO pln-estado.
           MOVE w-fecha-hoy TO pln-fecha-estado.
           MOVE oper-id TO pln-operador.
           WRITE pln-reg
               INVALID KEY
                   DISPLAY "Error al grabar el plan"
                   MOVE "N" TO w-puede-grabar
           END-WRITE.
           IF puede-grabar
               MOVE "D" TO w-mov-tipo
               MOVE "REF" TO w-mov-concepto
               MOVE w-deuda TO w-mov-importe
               PERFORM 700-CALC-SECUENCIA
               WRITE mov-reg
                   INVALID KEY
                       DISPLAY "Error al grabar la refinanciacion"
                       DELETE PLANES RECORD
                       MOVE "N" TO w-puede-grabar
               END-WRITE
           END-IF.
           IF puede-grabar
               COMPUTE w-saldo-nuevo = soc-saldo + w-deuda
               MOVE w-saldo-nuevo TO soc-saldo
               REWRITE soc-reg
                   INVALID KEY
                       DISPLAY "Error al actualizar el saldo, no se "
                               "registra el plan"
                       DELETE MOVIMIENTOS RECORD
                       DELETE PLANES RECORD
                       MOVE "N" TO w-puede-grabar
               END-REWRITE
           END-IF.
           IF puede-grabar
               DISPLAY "Plan " pln-numero " registrado. Saldo del "
                       "socio: " soc-saldo
               MOVE pln-reg TO w-imagen-despues
               MOVE "ALTA PLAN" TO w-accion
               PERFORM 800-AUDITAR
               UNLOCK SOCIOS
           END-IF.

       500-CONSULTA-PLANES.
           DISPLAY "Ingrese filial del socio".
           ACCEPT pln-filial.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT pln-socio.
           MOVE pln-soc-clave TO w-clave-buscada.
           MOVE zero TO pln-numero.
           MOVE zero TO w-cant-listados.
           MOVE zero TO w-fin-lista.
           START PLANES KEY IS NOT LESS THAN pln-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ PLANES NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF pln-soc-clave = w-clave-buscada
                           PERFORM 510-MOSTRAR-PLAN
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.
           IF w-cant-listados = zero
               DISPLAY "El socio no tiene planes de pago"
           END-IF.

       510-MOSTRAR-PLAN.
           ADD 1 TO w-cant-listados.
           MOVE pln-numero TO w-l-numero.
           MOVE pln-fecha-alta TO w-l-fecha.
           MOVE pln-importe-total TO w-l-total.
           MOVE pln-cant-cuotas TO w-l-cuotas.
           MOVE pln-importe-cuota TO w-l-cuota.
           MOVE pln-cuotas-cargadas TO w-l-cargadas.
           EVALUATE TRUE
               WHEN pln-vigente MOVE "VIGENTE" TO w-l-estado
               WHEN pln-cumplido MOVE "CUMPLIDO" TO w-l-estado
               WHEN pln-caido MOVE "CAIDO" TO w-l-estado
               WHEN pln-anulado MOVE "ANULADO" TO w-l-estado
               WHEN OTHER MOVE SPACES TO w-l-estado
           END-EVALUATE.
           DISPLAY w-linea-plan.

      * lo que faltaba cargar vuelve a la cuenta corriente como una
      * cuota PLN por el resto, igual que cuando el plan cae
       600-ANULAR-PLAN.
           MOVE "S" TO w-puede-grabar.
           PERFORM 310-LEER-SOCIO.
           IF puede-grabar
               PERFORM 350-BUSCAR-PLANES
               IF NOT tiene-vigente
                   DISPLAY "El socio no tiene un plan vigente"
                   MOVE "N" TO w-puede-grabar
               END-IF
           END-IF.
           IF puede-grabar
               PERFORM 360-VERIFICAR-PERIODO
           END-IF.
           IF puede-grabar
               DISPLAY "Clave de supervisor para anular el plan "
                       w-numero-vigente " (blanco = cancela)"
               ACCEPT w-clave-ingresada
               IF w-clave-ingresada NOT = w-clave-supervisor
                   DISPLAY "Anulacion no autorizada"
                   MOVE "N" TO w-puede-grabar
               END-IF
           END-IF.
           IF puede-grabar
               PERFORM 650-GRABAR-ANULACION
           END-IF.
           IF ws-fs-socios = "00" AND NOT puede-grabar
               UNLOCK SOCIOS
           END-IF.

       650-GRABAR-ANULACION.
           MOVE soc-clave TO pln-soc-clave.
           MOVE w-numero-vigente TO pln-numero.
           READ PLANES
               INVALID KEY
                   DISPLAY "Error al leer el plan"
                   MOVE "N" TO w-puede-grabar
           END-READ.
           IF puede-grabar
               MOVE pln-reg TO w-imagen-antes
               COMPUTE w-a-cargar =
                   pln-importe-total - pln-importe-cargado
               IF w-a-cargar > zero
                   MOVE "R" TO w-mov-tipo
                   MOVE "PLN" TO w-mov-concepto
                   MOVE w-a-cargar TO w-mov-importe
                   PERFORM 700-CALC-SECUENCIA
                   WRITE mov-reg
                       INVALID KEY
                           DISPLAY "Error al grabar el cargo del resto "
                                   "del plan"
                           MOVE "N" TO w-puede-grabar
                   END-WRITE
               END-IF
           END-IF.
           IF puede-grabar AND w-a-cargar > zero
               COMPUTE w-saldo-nuevo = soc-saldo - w-a-cargar
               MOVE w-saldo-nuevo TO soc-saldo
               REWRITE soc-reg
                   INVALID KEY
                       DISPLAY "Error al actualizar el saldo, no se "
                               "anula el plan"
                       DELETE MOVIMIENTOS RECORD
                       MOVE "N" TO w-puede-grabar
               END-REWRITE
           END-IF.
           IF puede-grabar
               ADD w-a-cargar TO pln-importe-cargado
               MOVE "A" TO pln-estado
               MOVE w-fecha-hoy TO pln-fecha-estado
               MOVE oper-id TO pln-operador
               REWRITE pln-reg
                   INVALID KEY
                       DISPLAY "Error al actualizar el plan"
               END-REWRITE
               DISPLAY "Plan anulado. Saldo del socio: " soc-saldo
               MOVE pln-reg TO w-imagen-despues
               MOVE "ANULA PLAN" TO w-accion
               PERFORM 800-AUDITAR
               UNLOCK SOCIOS
           END-IF.

      * misma regla de secuenciacion que 400-CALC-SECUENCIA de
      * REGISTRAR-MOVIMIENTO, sobre la fecha de hoy
       700-CALC-SECUENCIA.
           MOVE soc-filial TO mov-filial.
           MOVE soc-socio TO mov-socio.
           MOVE w-fecha-hoy TO mov-fecha.
           MOVE mov-soc-clave TO w-clave-buscada.
           MOVE zero TO mov-secuencia.
           MOVE zero TO w-ultima-secuencia.
           MOVE zero TO w-fin-busqueda.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY
                   MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF mov-soc-clave = w-clave-buscada
                          AND mov-fecha = w-fecha-hoy
                           MOVE mov-secuencia TO w-ultima-secuencia
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.
           MOVE soc-filial TO mov-filial.
           MOVE soc-socio TO mov-socio.
           MOVE w-fecha-hoy TO mov-fecha.
           COMPUTE mov-secuencia = w-ultima-secuencia + 1.
           MOVE w-mov-tipo TO mov-tipo.
           MOVE w-mov-importe TO mov-importe.
           MOVE SPACE TO mov-estado.
           MOVE w-mov-concepto TO mov-concepto.
           MOVE w-periodo-hoy TO mov-periodo.
           MOVE zero TO mov-recibo.
           MOVE SPACE TO mov-medio.
           MOVE oper-id TO mov-operador.

       800-AUDITAR.
           MOVE soc-clave TO w-clave-audit.
           CALL "REGISTRAR-AUDITORIA" USING w-programa w-accion
                   w-clave-audit w-imagen-antes w-imagen-despues
               ON EXCEPTION
                   DISPLAY "No se pudo registrar la auditoria"
           END-CALL.

       900-FIN.
           CLOSE PLANES
                 SOCIOS
                 MOVIMIENTOS.

       END PROGRAM MANTENER-PLANES.
