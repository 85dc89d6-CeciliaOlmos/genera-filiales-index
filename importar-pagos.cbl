      * Purpose: Importacion del archivo diario de acreditaciones del
      *          banco (pagos-banco.txt: referencia filial+socio en
      *          col 1-7, fecha AAAAMMDD en col 8-15, importe en col
      *          16-24 con 2 decimales implicitos, entre una cabecera
      *          "H" y un pie "T" de control segun LOTE.cpy). Antes
      *          de aplicar nada valida cabecera, pie (cantidad y
      *          total contra el detalle) y que el lote no este ya
      *          Motivos: 01 referencia no numerica, 02 socio
      *          inexistente, 03 socio inactivo, 04 importe invalido,
      *          05 error de grabacion, 06 fecha en periodo cerrado.
      *          En modo simulacion (SIMULACION.cpy) hace las mismas
      *          validaciones pero no graba movimientos, saldos ni el
      *          lote, y los rechazos van a pagos-rechazados-sim.txt
      *          para no pisar el retrabajo de la oficina.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS mov-clave
               FILE STATUS IS ws-fs-movimientos.

       SELECT RECHAZOS ASSIGN TO w-nombre-rechazos
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   07 pag-filial pic 9(4).
                   07 pag-socio pic 999.
               05 pag-fecha pic 9(8).
               05 pag-importe pic 9(7)v99.
           03 filler pic x(1).

       FD  SOCIOS.
           COPY "SOCIOS.cpy".
       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
           COPY "OPERADOR.cpy".
           COPY "SIMULACION.cpy".
       01 w-nombre-rechazos pic x(44)
               value "../pagos-rechazados.txt".
       01 w-fin-pagos pic 9 value zero.
           88 fin-pagos value 1.
       01 w-archivo-valido pic x value "N".
       01 w-fecha-pago pic 9(8).
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".
       01 w-cant-leidos pic 9(6) value zero.
       01 w-total-aplicado pic 9(9)v99 value zero.

       01 w-linea-rechazo.
           03 w-rch-datos pic x(24).
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
           OPEN INPUT PAGOS.
           IF ws-fs-pagos NOT = "00"
               DISPLAY "No se pudo abrir pagos-banco.txt, estado "
               GOBACK
           END-IF.
           OPEN INPUT PAGOS.
           IF sim-activa
               OPEN INPUT SOCIOS
               OPEN INPUT MOVIMIENTOS
               MOVE "../pagos-rechazados-sim.txt" TO w-nombre-rechazos
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
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.

      * primera pasada, sin aplicar nada: cabecera "H" presente,
               MOVE w-fecha-proceso TO w-fecha-pago
           END-IF.
           PERFORM 450-VERIFICAR-PERIODO.
           IF puede-grabar AND NOT sim-activa
               PERFORM 500-CALC-SECUENCIA
               COMPUTE w-saldo-nuevo = soc-saldo + pag-importe
               PERFORM 600-GRABAR-MOVIMIENTO
           WRITE rch-linea.

       800-RESUMEN.
           IF sim-activa
               DISPLAY "SIMULACION: no se grabo nada"
           END-IF.
           DISPLAY "Pagos leidos:     " w-cant-leidos.
           DISPLAY "Pagos aplicados:  " w-cant-aplicados.
           DISPLAY "Pagos rechazados: " w-cant-rechazados.
