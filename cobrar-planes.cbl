      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga batch mensual de las cuotas de los planes de
      *          pago (planes.dat), a correr junto con COBRAR-CUOTAS:
      *          por cada plan vigente graba la cuota del mes como un
      *          retiro "PLN" en movimientos.dat con la misma
      *          secuenciacion que REGISTRAR-MOVIMIENTO, bajando
      *          soc-saldo (la ultima cuota absorbe el redondeo). Un
      *          plan no recibe dos cuotas en el mismo periodo, con
      *          lo que la corrida es repetible: cada cuota (y la
      *          carga de un plan caido) queda en cargos-periodo.dat
      *          con concepto PLN antes de grabar el movimiento, y si
      *          una corrida cortada ya la habia cargado solo se
      *          actualiza el plan. Antes de cargar mide
      *          la mora del socio con CALCULAR-ANTIGUEDAD: si la
      *          cuota de plan impaga mas vieja supera los dias de
      *          gracia el plan cae y se carga de una vez lo que
      *          faltaba; un plan con todas las cuotas cargadas y
      *          pagas queda cumplido. Caidas y cumplimientos quedan
      *          en la pista de auditoria. Deja el detalle en
      *          informe-planes-AAAAMMDD.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COBRAR-PLANES.
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
               FILE STATUS IS ws-fs-planes.

       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               FILE STATUS IS ws-fs-socios.

       SELECT MOVIMIENTOS ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave
               FILE STATUS IS ws-fs-movimientos.

       SELECT CARGOS ASSIGN TO "../cargos-periodo.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS car-clave
               FILE STATUS IS ws-fs-cargos.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  PLANES.
           COPY "PLAN.cpy".

       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       FD  CARGOS.
           COPY "CARGO.cpy".

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-planes pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-cargos pic xx.
           COPY "OPERADOR.cpy".
       01 w-fin-planes pic 9 value zero.
           88 fin-planes value 1.
       01 w-fin-busqueda pic 9 value zero.
           88 fin-busqueda value 1.
       01 w-puede-grabar pic x.
           88 puede-grabar value "S".
       01 w-ya-cargado pic x value "N".
           88 ya-cargado value "S".
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".
           COPY "ANTIGUEDAD.cpy".

       01 w-fecha-proceso pic 9(8).
       01 w-periodo-proceso pic 9(6).
       01 w-dias-gracia pic 9(3).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "COBRAR-PLANES".
       01 w-filial-informe pic 9(4) value zero.
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-importe-cargo pic 9(7)v99.
       01 w-referencia-cargo pic 999.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       01 w-cant-vigentes pic 9(6) value zero.
       01 w-cant-cuotas pic 9(6) value zero.
       01 w-cant-ya-cargados pic 9(6) value zero.
       01 w-cant-caidos pic 9(6) value zero.
       01 w-cant-cumplidos pic 9(6) value zero.
       01 w-cant-errores pic 9(6) value zero.
       01 w-total-cargado pic 9(9)v99 value zero.

       01 w-linea-detalle.
           03 w-d-filial pic zzz9.
           03 filler pic x(1) value "-".
           03 w-d-socio pic zz9.
           03 filler pic x(1) value " ".
           03 w-d-nombre pic x(15).
           03 filler pic x(6) value " Plan ".
           03 w-d-numero pic 99.
           03 filler pic x(1) value " ".
           03 w-d-accion pic x(20).
           03 w-d-importe pic z,zzz,zz9.99.

       01 w-linea-cuota.
           03 filler pic x(6) value "CUOTA ".
           03 w-q-numero pic z9.
           03 filler pic x(1) value "/".
           03 w-q-total pic z9.

       01 w-linea-resumen.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.

       01 w-linea-total.
           03 filler pic x(26) value "TOTAL CUOTAS DE PLANES    ".
           03 w-t-total pic zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF NOT periodo-abierto
               PERFORM 900-FIN
               GOBACK
           END-IF.
           IF ws-fs-planes NOT = "00"
               DISPLAY "No existe planes.dat, nada que cargar"
           ELSE
               PERFORM 300-RECORRER-PLANES
           END-IF.
           PERFORM 800-RESUMEN.
           PERFORM 860-REGISTRAR-INFORME.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.
           DISPLAY "Dias de gracia para cuotas de plan impagas "
                   "(0 = 60)".
           ACCEPT w-dias-gracia.
           IF w-dias-gracia = zero
               MOVE 60 TO w-dias-gracia
           END-IF.
           OPEN I-O PLANES.
           OPEN I-O SOCIOS.
           OPEN I-O MOVIMIENTOS.
           IF ws-fs-movimientos = "35"
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN I-O MOVIMIENTOS
           END-IF.
           OPEN I-O CARGOS.
           IF ws-fs-cargos = "35"
               OPEN OUTPUT CARGOS
               CLOSE CARGOS
               OPEN I-O CARGOS
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE w-fecha-proceso (1:6) TO w-periodo-proceso.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../informe-planes-" w-fecha-proceso ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           CALL "VALIDAR-PERIODO" USING w-fecha-proceso
                   w-periodo-abierto
               ON EXCEPTION
                   MOVE "S" TO w-periodo-abierto
           END-CALL.
           IF NOT periodo-abierto
               DISPLAY "El periodo " w-fecha-proceso (1:6) " esta "
                       "cerrado, no se carga nada"
           END-IF.

       300-RECORRER-PLANES.
           MOVE LOW-VALUES TO pln-clave.
           START PLANES KEY IS NOT LESS THAN pln-clave
               INVALID KEY MOVE 1 TO w-fin-planes
           END-START.
           PERFORM UNTIL fin-planes
               READ PLANES NEXT
                   AT END MOVE 1 TO w-fin-planes
                   NOT AT END
                       IF pln-vigente
                           PERFORM 400-PROCESO-PLAN
                       END-IF
               END-READ
           END-PERFORM.

      * primero la mora: una cuota de plan impaga fuera de la gracia
      * hace caer el plan aunque resten cuotas por cargar
       400-PROCESO-PLAN.
           ADD 1 TO w-cant-vigentes.
           MOVE pln-soc-clave TO soc-clave.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "Plan " pln-clave " de un socio inexistente"
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   PERFORM 410-EVALUAR-PLAN
           END-READ.

       410-EVALUAR-PLAN.
           MOVE zero TO ant-plan-impago.
           MOVE zero TO ant-dias-plan.
           IF soc-moroso
               MOVE soc-clave TO ant-soc-clave
               COMPUTE ant-deuda = zero - soc-saldo
               MOVE w-fecha-proceso TO ant-fecha
               CALL "CALCULAR-ANTIGUEDAD" USING ant-parametros
                   ON EXCEPTION
                       MOVE zero TO ant-plan-impago
               END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN ant-plan-impago > zero
                AND ant-dias-plan > w-dias-gracia
                   PERFORM 500-CAER-PLAN
               WHEN pln-cuotas-cargadas < pln-cant-cuotas
                AND pln-ultimo-periodo < w-periodo-proceso
                   PERFORM 600-CARGAR-CUOTA
               WHEN pln-cuotas-cargadas < pln-cant-cuotas
                   ADD 1 TO w-cant-ya-cargados
               WHEN ant-plan-impago = zero
                   PERFORM 700-CUMPLIR-PLAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * lo que faltaba cargar del plan vuelve de una vez a la cuenta
      * corriente del socio; en cargos-periodo.dat la caida lleva el
      * numero de plan mas 100, para no chocar con la cuota del mes
       500-CAER-PLAN.
           MOVE pln-reg TO w-imagen-antes.
           MOVE "S" TO w-puede-grabar.
           MOVE "N" TO w-ya-cargado.
           COMPUTE w-importe-cargo =
               pln-importe-total - pln-importe-cargado.
           IF w-importe-cargo > zero
               COMPUTE w-referencia-cargo = pln-numero + 100
               PERFORM 650-GRABAR-CARGO
           END-IF.
           IF puede-grabar OR ya-cargado
               ADD w-importe-cargo TO pln-importe-cargado
               MOVE "R" TO pln-estado
               MOVE w-fecha-proceso TO pln-fecha-estado
               MOVE oper-id TO pln-operador
               PERFORM 680-REGRABAR-PLAN
               ADD 1 TO w-cant-caidos
               MOVE "PLAN CAIDO" TO w-d-accion
               PERFORM 750-LINEA-DETALLE
               MOVE "PLAN CAIDO" TO w-accion
               PERFORM 780-AUDITAR
           ELSE
               ADD 1 TO w-cant-errores
           END-IF.

      * una cuota que ya figura en cargos-periodo.dat quedo cargada
      * por una corrida cortada antes de regrabar el plan: solo se
      * pone al dia el plan con el importe registrado
       600-CARGAR-CUOTA.
           MOVE "S" TO w-puede-grabar.
           MOVE "N" TO w-ya-cargado.
           IF pln-cuotas-cargadas + 1 = pln-cant-cuotas
               COMPUTE w-importe-cargo =
                   pln-importe-total - pln-importe-cargado
           ELSE
               MOVE pln-importe-cuota TO w-importe-cargo
           END-IF.
           MOVE pln-numero TO w-referencia-cargo.
           PERFORM 650-GRABAR-CARGO.
           IF puede-grabar OR ya-cargado
               ADD 1 TO pln-cuotas-cargadas
               ADD w-importe-cargo TO pln-importe-cargado
               MOVE w-periodo-proceso TO pln-ultimo-periodo
               PERFORM 680-REGRABAR-PLAN
               IF ya-cargado
                   ADD 1 TO w-cant-ya-cargados
               ELSE
                   ADD 1 TO w-cant-cuotas
               END-IF
               MOVE pln-cuotas-cargadas TO w-q-numero
               MOVE pln-cant-cuotas TO w-q-total
               MOVE w-linea-cuota TO w-d-accion
               PERFORM 750-LINEA-DETALLE
           ELSE
               ADD 1 TO w-cant-errores
           END-IF.

      * el cargo del periodo se graba antes que el movimiento, como
      * en COBRAR-CUOTAS; si el movimiento o el saldo no se pueden
      * grabar, el cargo se borra
       650-GRABAR-CARGO.
           PERFORM 660-CALC-SECUENCIA.
           PERFORM 652-REGISTRAR-CARGO.
           IF puede-grabar
               COMPUTE w-saldo-nuevo = soc-saldo - w-importe-cargo
               WRITE mov-reg
                   INVALID KEY
                       DISPLAY "Error al grabar la cuota del plan del "
                               "socio " soc-filial "-" soc-socio
                       MOVE "N" TO w-puede-grabar
                   NOT INVALID KEY
                       PERFORM 670-APLICAR-SALDO
               END-WRITE
               IF NOT puede-grabar
                   PERFORM 656-ANULAR-CARGO
               END-IF
           END-IF.
           IF puede-grabar
               ADD w-importe-cargo TO w-total-cargado
           END-IF.

       652-REGISTRAR-CARGO.
           MOVE pln-soc-clave TO car-soc-clave.
           MOVE w-periodo-proceso TO car-periodo.
           MOVE "PLN" TO car-concepto.
           MOVE w-referencia-cargo TO car-referencia.
           MOVE mov-soc-clave TO car-mov-soc-clave.
           MOVE mov-fecha TO car-mov-fecha.
           MOVE mov-secuencia TO car-mov-secuencia.
           MOVE w-importe-cargo TO car-importe.
           WRITE car-reg
               INVALID KEY
                   MOVE "N" TO w-puede-grabar
                   IF ws-fs-cargos = "22"
                       PERFORM 654-LEER-CARGO
                   ELSE
                       DISPLAY "No se pudo registrar el cargo del "
                               "plan " pln-clave
                               " en cargos-periodo.dat"
                   END-IF
           END-WRITE.

       654-LEER-CARGO.
           READ CARGOS
               INVALID KEY
                   DISPLAY "No se pudo leer el cargo del plan "
                           pln-clave " en cargos-periodo.dat"
               NOT INVALID KEY
                   MOVE "S" TO w-ya-cargado
                   MOVE car-importe TO w-importe-cargo
                   DISPLAY "Plan " pln-clave " ya cargado en el "
                           "periodo, se actualiza el plan"
           END-READ.

       656-ANULAR-CARGO.
           DELETE CARGOS RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar el cargo del plan "
                           pln-clave " en cargos-periodo.dat"
           END-DELETE.

      * misma regla de secuenciacion que 400-CALC-SECUENCIA de
      * REGISTRAR-MOVIMIENTO: ultima secuencia del socio en la fecha + 1
       660-CALC-SECUENCIA.
           MOVE soc-filial TO mov-filial.
           MOVE soc-socio TO mov-socio.
           MOVE w-fecha-proceso TO mov-fecha.
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
                          AND mov-fecha = w-fecha-proceso
                           MOVE mov-secuencia TO w-ultima-secuencia
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.
           MOVE soc-filial TO mov-filial.
           MOVE soc-socio TO mov-socio.
           MOVE w-fecha-proceso TO mov-fecha.
           COMPUTE mov-secuencia = w-ultima-secuencia + 1.
           MOVE "R" TO mov-tipo.
           MOVE w-importe-cargo TO mov-importe.
           MOVE SPACE TO mov-estado.
           MOVE "PLN" TO mov-concepto.
           MOVE w-periodo-proceso TO mov-periodo.
           MOVE zero TO mov-recibo.
           MOVE SPACE TO mov-medio.
           MOVE oper-id TO mov-operador.

       670-APLICAR-SALDO.
           MOVE w-saldo-nuevo TO soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "Error al actualizar el saldo del socio "
                           soc-filial "-" soc-socio
                           ", revirtiendo el movimiento"
                   DELETE MOVIMIENTOS RECORD
                   MOVE "N" TO w-puede-grabar
           END-REWRITE.

       680-REGRABAR-PLAN.
           REWRITE pln-reg
               INVALID KEY
                   DISPLAY "Error al actualizar el plan " pln-clave
                   ADD 1 TO w-cant-errores
           END-REWRITE.

       700-CUMPLIR-PLAN.
           MOVE pln-reg TO w-imagen-antes.
           MOVE "C" TO pln-estado.
           MOVE w-fecha-proceso TO pln-fecha-estado.
           PERFORM 680-REGRABAR-PLAN.
           ADD 1 TO w-cant-cumplidos.
           MOVE zero TO w-importe-cargo.
           MOVE "PLAN CUMPLIDO" TO w-d-accion.
           PERFORM 750-LINEA-DETALLE.
           MOVE "PLAN CUMPLIDO" TO w-accion.
           PERFORM 780-AUDITAR.

       750-LINEA-DETALLE.
           MOVE soc-filial TO w-d-filial.
           MOVE soc-socio TO w-d-socio.
           MOVE soc-nombre TO w-d-nombre.
           MOVE pln-numero TO w-d-numero.
           MOVE w-importe-cargo TO w-d-importe.
           MOVE w-linea-detalle TO rep-linea.
           WRITE rep-linea.

       780-AUDITAR.
           MOVE pln-reg TO w-imagen-despues.
           MOVE soc-clave TO w-clave-audit.
           CALL "REGISTRAR-AUDITORIA" USING w-programa w-accion
                   w-clave-audit w-imagen-antes w-imagen-despues
               ON EXCEPTION
                   DISPLAY "No se pudo registrar la auditoria"
           END-CALL.

       800-RESUMEN.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Planes vigentes procesados:" TO w-r-texto.
           MOVE w-cant-vigentes TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Cuotas cargadas:" TO w-r-texto.
           MOVE w-cant-cuotas TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Omitidos (cuota del mes cargada):" TO w-r-texto.
           MOVE w-cant-ya-cargados TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Planes caidos:" TO w-r-texto.
           MOVE w-cant-caidos TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Planes cumplidos:" TO w-r-texto.
           MOVE w-cant-cumplidos TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Errores de grabacion:" TO w-r-texto.
           MOVE w-cant-errores TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE w-total-cargado TO w-t-total.
           MOVE w-linea-total TO rep-linea.
           WRITE rep-linea.
           DISPLAY "Cuotas de plan cargadas: " w-cant-cuotas
                   " Caidos: " w-cant-caidos
                   " Errores: " w-cant-errores.

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa
                   w-filial-informe w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.

       900-FIN.
           CLOSE SOCIOS
                 MOVIMIENTOS
                 CARGOS
                 REPORTE.
           IF ws-fs-planes NOT = "35"
               CLOSE PLANES
           END-IF.

       END PROGRAM COBRAR-PLANES.
