      *          presentacion de debitos automaticos generada por
      *          GENERAR-DEBITOS (debitos-respuesta.txt: referencia
      *          filial+socio en col 1-7, fecha AAAAMMDD en col 8-15,
      *          importe en col 16-24 con 2 decimales implicitos,
      *          estado A-aceptado R-rechazado en col 25 y motivo del
      *          banco en col 26-27, entre una cabecera "H" y un pie
      *          "T" de control segun LOTE.cpy). Antes de aplicar
      *          nada valida cabecera, pie y que el lote no este ya
      *          registrado en lotes.dat (CONTROLAR-LOTE); al
      *          soc-saldo; los rechazos del banco y las lineas
      *          invalidas van a debitos-rechazados.txt para el
      *          retrabajo de la oficina, como pagos-rechazados.txt.
      *          Los rechazos del banco se agregan ademas al
      *          historial debitos-rechazos-hist.txt (RECHAZO.cpy)
      *          para la tasa de rechazo de INFORME-COBRANZA.
      *          Motivos propios: 01 referencia no numerica, 02 socio
      *          inexistente, 03 socio inactivo, 04 importe invalido,
      *          05 error de grabacion, 06 fecha en periodo cerrado;
      *          los rechazos del banco llevan el motivo que informo
      *          el banco. En modo simulacion (SIMULACION.cpy) hace
      *          las mismas validaciones pero no graba movimientos,
      *          saldos ni el lote, y los rechazos van a
      *          debitos-rechazados-sim.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS mov-clave
               FILE STATUS IS ws-fs-movimientos.

       SELECT RECHAZOS ASSIGN TO w-nombre-rechazos
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HIST-RECHAZOS ASSIGN TO "../debitos-rechazos-hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-hist-rechazos.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
                   07 res-filial pic 9(4).
                   07 res-socio pic 999.
               05 res-fecha pic 9(8).
               05 res-importe pic 9(7)v99.
               05 res-estado pic x.
                   88 res-aceptado value "A".
                   88 res-rechazado value "R".
       FD  RECHAZOS.
       01  rch-linea pic x(40).

       FD  HIST-RECHAZOS.
           COPY "RECHAZO.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-respuesta pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-hist-rechazos pic xx.
           COPY "OPERADOR.cpy".
           COPY "SIMULACION.cpy".
       01 w-nombre-rechazos pic x(44)
               value "../debitos-rechazados.txt".
       01 w-fin-respuesta pic 9 value zero.
           88 fin-respuesta value 1.
       01 w-archivo-valido pic x value "N".
       01 w-fecha-debito pic 9(8).
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".
       01 w-cant-leidos pic 9(6) value zero.
       01 w-total-aplicado pic 9(9)v99 value zero.

       01 w-linea-rechazo.
           03 w-rch-datos pic x(27).
           03 filler pic x(9) value " MOTIVO: ".
           03 w-rch-motivo pic xx.

               END-READ
           END-PERFORM.
           PERFORM 800-RESUMEN.
           IF NOT sim-activa
               PERFORM 850-REGISTRAR-LOTE
           END-IF.
           PERFORM 900-FIN.
           GOBACK.

      * corriendo suelto (sin modo fijado por el menu o el proceso
      * nocturno) se pregunta si es una simulacion
       050-PEDIR-MODO.
           IF NOT sim-definida
               DISPLAY "Correr en modo simulacion, sin grabar nada "
                       "(S/N)"
               ACCEPT sim-modo
               IF sim-modo = "s"
                   MOVE "S" TO sim-modo
               END-IF
               IF NOT sim-activa
                   MOVE "N" TO sim-modo
               END-IF
           END-IF.

       100-INICIO.
           PERFORM 050-PEDIR-MODO.
           OPEN INPUT RESPUESTA.
           IF ws-fs-respuesta NOT = "00"
               DISPLAY "No se pudo abrir debitos-respuesta.txt, "
               GOBACK
           END-IF.
           OPEN INPUT RESPUESTA.
           IF sim-activa
               OPEN INPUT SOCIOS
               OPEN INPUT MOVIMIENTOS
               MOVE "../debitos-rechazados-sim.txt"
                   TO w-nombre-rechazos
               OPEN OUTPUT RECHAZOS
               MOVE "SIMULACION - NO SE GRABO NADA" TO rch-linea
               WRITE rch-linea
           ELSE
               OPEN I-O SOCIOS
               OPEN I-O MOVIMIENTOS
               IF ws-fs-movimientos = "35"
                   OPEN OUTPUT MOVIMIENTOS
                   CLOSE MOVIMIENTOS
                   OPEN I-O MOVIMIENTOS
               END-IF
               OPEN OUTPUT RECHAZOS
               OPEN EXTEND HIST-RECHAZOS
               IF ws-fs-hist-rechazos = "35"
                   OPEN OUTPUT HIST-RECHAZOS
               END-IF
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.

      * primera pasada, sin aplicar nada: cabecera "H" presente,
               WHEN res-rechazado
                   MOVE res-motivo TO w-rch-motivo
                   PERFORM 700-RECHAZAR
                   IF NOT sim-activa
                       PERFORM 750-HISTORIAL-RECHAZO
                   END-IF
               WHEN res-referencia NOT NUMERIC
                   MOVE "01" TO w-rch-motivo
                   PERFORM 700-RECHAZAR
               MOVE w-fecha-proceso TO w-fecha-debito
           END-IF.
           PERFORM 450-VERIFICAR-PERIODO.
           IF puede-grabar AND NOT sim-activa
               PERFORM 500-CALC-SECUENCIA
               COMPUTE w-saldo-nuevo = soc-saldo + res-importe
               PERFORM 600-GRABAR-MOVIMIENTO
           MOVE w-linea-rechazo TO rch-linea.
           WRITE rch-linea.

      * solo los rechazos del banco: los motivos propios son errores
      * de la respuesta, no debitos que el banco no pudo cobrar
       750-HISTORIAL-RECHAZO.
           IF res-referencia IS NUMERIC
               MOVE res-referencia TO drc-soc-clave
           ELSE
               MOVE zero TO drc-soc-clave
           END-IF.
           IF res-fecha IS NUMERIC AND res-fecha NOT = zero
               MOVE res-fecha TO drc-fecha
           ELSE
               MOVE w-fecha-proceso TO drc-fecha
           END-IF.
           IF res-importe IS NUMERIC
               MOVE res-importe TO drc-importe
           ELSE
               MOVE zero TO drc-importe
           END-IF.
           MOVE res-motivo TO drc-motivo.
           MOVE w-fecha-proceso TO drc-fecha-proceso.
           MOVE w-lote-id TO drc-lote.
           WRITE drc-linea.

       800-RESUMEN.
           IF sim-activa
               DISPLAY "SIMULACION: no se grabo nada"
           END-IF.
           DISPLAY "Respuestas leidas:   " w-cant-leidos.
           DISPLAY "Debitos aplicados:   " w-cant-aplicados.
           DISPLAY "Debitos rechazados:  " w-cant-rechazados.
                 SOCIOS
                 MOVIMIENTOS
                 RECHAZOS.
           IF NOT sim-activa
               CLOSE HIST-RECHAZOS
           END-IF.

       END PROGRAM PROCESAR-DEBITOS.
