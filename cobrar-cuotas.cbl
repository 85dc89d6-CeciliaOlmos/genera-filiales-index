      * Purpose: Cobro batch de la cuota social mensual: lee un archivo
      *          de parametros con el importe de cuota por filial y
      *          categoria (cuotas.txt: filial en col 1-4, categoria
      *          C/A en col 5, importe en col 6-14 con 2 decimales
      *          implicitos, entre una cabecera "H" y un pie "T" de
      *          control segun LOTE.cpy), y por cada soc-activo de
      *          socios.dat
      *          cabecera y el pie del archivo (cantidad y total) y
      *          que el lote no haya sido procesado ya (lotes.dat
      *          via CONTROLAR-LOTE); al terminar registra el lote.
      *          Despues de cada socio deja el punto de control en
      *          cuotas-restart.txt (lote y ultimo socio terminado):
      *          si la corrida se corta, al relanzarla con el mismo
      *          lote sigue desde el socio siguiente. Ademas cada
      *          cuota queda en cargos-periodo.dat por socio, periodo
      *          y concepto antes de grabar el movimiento, y no se
      *          vuelve a cargar si ya figura.
      *          En modo simulacion (SIMULACION.cpy) hace las mismas
      *          validaciones y el mismo informe, con el detalle por
      *          socio, bajo el titulo SIMULACION, pero no graba
      *          movimientos, saldos, cargos, lote ni punto de
      *          control.
      *          Deja un informe con cobrados, omitidos y totales
      *          por filial.
      * Tectonics: cobc
               RECORD KEY IS grp-clave
               FILE STATUS IS ws-fs-grupos.

       SELECT CARGOS ASSIGN TO "../cargos-periodo.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS car-clave
               FILE STATUS IS ws-fs-cargos.

       SELECT RESTART ASSIGN TO "../cuotas-restart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-restart.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 cuo-detalle.
               05 cuo-fil-cod pic 9(4).
               05 cuo-categoria pic x.
               05 cuo-importe pic 9(7)v99.
           03 filler pic x(11).

       FD  SOCIOS.
           COPY "SOCIOS.cpy".
       FD  GRUPOS.
           COPY "GRUPO.cpy".

       FD  CARGOS.
           COPY "CARGO.cpy".

       FD  RESTART.
       01  rs-reg.
           03 rs-lote-id pic x(16).
           03 rs-ultimo-socio pic 9(7).

       FD  REPORTE.
       01  rep-linea pic x(70).

       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-grupos pic xx.
       01 ws-fs-cargos pic xx.
       01 ws-fs-restart pic xx.
           COPY "OPERADOR.cpy".
           COPY "SIMULACION.cpy".
       01 w-fin-cuotas pic 9 value zero.
           88 fin-cuotas value 1.
       01 w-fin-socios pic 9 value zero.
       01 w-cobrar-resp pic x value "N".
           88 cobrar-resp value "S".
       01 w-clave-actual pic 9(7).
       01 w-clave-cargo pic 9(7).
       01 w-nombre-cargo pic x(15).
       01 w-hay-cargos pic x value "N".
           88 hay-cargos value "S".
       01 w-ya-cargado pic x value "N".
           88 ya-cargado value "S".
       01 w-ultimo-socio pic 9(7) value zero.
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".

                   indexed by cuo-idx.
               05 w-tc-filial pic 9(4).
               05 w-tc-categoria pic x.
               05 w-tc-importe pic 9(7)v99.

       01 w-fecha-proceso pic 9(8).
       01 w-nombre-reporte pic x(44).
       01 w-filial-informe pic 9(4) value zero.
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-importe-cuota pic 9(7)v99.
       01 w-saldo-nuevo pic s9(7)v99.

       01 w-filial-corte pic 9(4) value zero.
       01 w-cant-fil-cobrados pic 9(5) value zero.
       01 w-total-fil-cobrado pic 9(9)v99 value zero.
       01 w-cant-cobrados pic 9(6) value zero.
       01 w-cant-inactivos pic 9(6) value zero.
       01 w-cant-vitalicios pic 9(6) value zero.
       01 w-cant-bonificados pic 9(6) value zero.
       01 w-cant-sin-cuota pic 9(6) value zero.
       01 w-cant-errores pic 9(6) value zero.
       01 w-cant-ya-cargados pic 9(6) value zero.
       01 w-total-cobrado pic 9(9)v99 value zero.

       01 w-linea-filial.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.

       01 w-linea-titulo-sim.
           03 filler pic x(40) value
               "SIMULACION - COBRO DE CUOTAS - FECHA ".
           03 w-ts-fecha pic 9(8).
           03 filler pic x(20) value "  (NO SE GRABO NADA)".

       01 w-linea-simulacion.
           03 filler pic x(2) value spaces.
           03 w-si-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-si-socio pic 999.
           03 filler pic x(1) value " ".
           03 w-si-nombre pic x(15).
           03 filler pic x(1) value " ".
           03 w-si-importe pic z,zzz,zz9.99.
           03 filler pic x(1) value " ".
           03 w-si-cuenta pic x(20).

       01 w-linea-cuenta-resp.
           03 filler pic x(11) value "A CTA. RESP".
           03 filler pic x(1) value " ".
           03 w-cr-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-cr-socio pic 999.

       01 w-linea-reanudacion.
           03 filler pic x(36) value
               "Corrida reanudada despues del socio ".
           03 w-re-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-re-socio pic 999.

       01 w-linea-total.
           03 filler pic x(26) value "TOTAL COBRADO DEL CLUB    ".
           03 w-t-total pic zzz,zzz,zz9.99.
               WHEN w-cant-cuotas = zero
                   DISPLAY "cuotas.txt sin detalle, nada que cobrar"
               WHEN OTHER
                   IF NOT sim-activa
                       PERFORM 280-LEER-RESTART
                   END-IF
                   PERFORM 300-RECORRER-SOCIOS
                   PERFORM 700-CERRAR-FILIAL
                   PERFORM 800-RESUMEN
                   IF NOT sim-activa
                       PERFORM 850-REGISTRAR-LOTE
                       PERFORM 860-REGISTRAR-INFORME
                       PERFORM 370-LIMPIAR-RESTART
                   END-IF
           END-EVALUATE.
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

      * en simulacion los archivos se abren solo para lectura
       100-INICIO.
           PERFORM 050-PEDIR-MODO.
           IF sim-activa
               OPEN INPUT SOCIOS
               OPEN INPUT MOVIMIENTOS
               OPEN INPUT CARGOS
           ELSE
               OPEN I-O SOCIOS
               OPEN I-O MOVIMIENTOS
               IF ws-fs-movimientos = "35"
                   OPEN OUTPUT MOVIMIENTOS
                   CLOSE MOVIMIENTOS
                   OPEN I-O MOVIMIENTOS
               END-IF
               OPEN I-O CARGOS
               IF ws-fs-cargos = "35"
                   OPEN OUTPUT CARGOS
                   CLOSE CARGOS
                   OPEN I-O CARGOS
               END-IF
           END-IF.
           IF ws-fs-cargos = "00"
               MOVE "S" TO w-hay-cargos
           END-IF.
           OPEN INPUT FILIAL.
           OPEN INPUT GRUPOS.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-reporte.
           IF sim-activa
               STRING "../informe-cuotas-sim-" w-fecha-proceso
                   ".txt" DELIMITED BY SIZE INTO w-nombre-reporte
           ELSE
               STRING "../informe-cuotas-" w-fecha-proceso ".txt"
                   DELIMITED BY SIZE INTO w-nombre-reporte
           END-IF.
           OPEN OUTPUT REPORTE.
           IF sim-activa
               MOVE w-fecha-proceso TO w-ts-fecha
               MOVE w-linea-titulo-sim TO rep-linea
               WRITE rep-linea
           END-IF.
           CALL "VALIDAR-PERIODO" USING w-fecha-proceso
                   w-periodo-abierto
               ON EXCEPTION
               MOVE "N" TO w-archivo-valido
           END-IF.

      * un punto de control de otro lote es de una corrida vieja ya
      * terminada o abandonada y no se tiene en cuenta
       280-LEER-RESTART.
           MOVE zero TO w-ultimo-socio.
           OPEN INPUT RESTART.
           IF ws-fs-restart = "00"
               READ RESTART
                   AT END CONTINUE
                   NOT AT END
                       IF rs-lote-id = w-lote-id
                           MOVE rs-ultimo-socio TO w-ultimo-socio
                       END-IF
               END-READ
               CLOSE RESTART
           END-IF.
           IF w-ultimo-socio > zero
               DISPLAY "Corrida interrumpida del lote " w-lote-id
                       ": se reanuda despues del socio "
                       w-ultimo-socio
               MOVE w-ultimo-socio (1:4) TO w-re-filial
               MOVE w-ultimo-socio (5:3) TO w-re-socio
               MOVE w-linea-reanudacion TO rep-linea
               WRITE rep-linea
           END-IF.

       850-REGISTRAR-LOTE.
           MOVE "G" TO w-lote-accion.
           CALL "CONTROLAR-LOTE" USING w-lote-accion w-lote-archivo
           END-CALL.

       300-RECORRER-SOCIOS.
           IF w-ultimo-socio > zero
               MOVE w-ultimo-socio TO soc-clave
               START SOCIOS KEY IS GREATER THAN soc-clave
                   INVALID KEY MOVE 1 TO w-fin-socios
               END-START
           ELSE
               MOVE LOW-VALUES TO soc-clave
               START SOCIOS KEY IS NOT LESS THAN soc-clave
                   INVALID KEY MOVE 1 TO w-fin-socios
               END-START
           END-IF.
           PERFORM UNTIL fin-socios
               READ SOCIOS NEXT
                   AT END MOVE 1 TO w-fin-socios
                   NOT AT END
                       PERFORM 400-PROCESO-SOCIO
                       IF NOT sim-activa
                           PERFORM 360-GRABAR-RESTART
                       END-IF
               END-READ
           END-PERFORM.

      * punto de control: lote y ultimo socio terminado
       360-GRABAR-RESTART.
           OPEN OUTPUT RESTART.
           MOVE w-lote-id TO rs-lote-id.
           MOVE soc-clave TO rs-ultimo-socio.
           WRITE rs-reg.
           CLOSE RESTART.

      * corrida completa: el punto de control vuelve a cero
       370-LIMPIAR-RESTART.
           OPEN OUTPUT RESTART.
           MOVE SPACES TO rs-lote-id.
           MOVE zero TO rs-ultimo-socio.
           WRITE rs-reg.
           CLOSE RESTART.

       400-PROCESO-SOCIO.
           IF soc-filial NOT = w-filial-corte
               PERFORM 700-CERRAR-FILIAL
                   IF tiene-cuota
                       PERFORM 430-VER-GRUPO
                   END-IF
                   IF tiene-cuota
                       PERFORM 440-VERIFICAR-CARGO
                   END-IF
                   IF tiene-cuota
                       IF cobrar-resp
                           PERFORM 450-COBRAR-A-RESPONSABLE
                           PERFORM 500-COBRAR-SOCIO
                       END-IF
                   ELSE
                       EVALUATE w-tiene-cuota
                           WHEN "B"
                               CONTINUE
                           WHEN "Y"
                               ADD 1 TO w-cant-ya-cargados
                           WHEN OTHER
                               ADD 1 TO w-cant-sin-cuota
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
               MOVE "B" TO w-tiene-cuota
           END-IF.

      * la cuota del mes de este socio (aunque vaya a la cuenta del
      * responsable del grupo) se carga una sola vez por periodo
       440-VERIFICAR-CARGO.
           MOVE soc-clave TO w-clave-cargo.
           MOVE soc-nombre TO w-nombre-cargo.
           IF hay-cargos
               MOVE soc-clave TO car-soc-clave
               MOVE w-fecha-proceso (1:6) TO car-periodo
               MOVE "CUO" TO car-concepto
               MOVE zero TO car-referencia
               READ CARGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO w-tiene-cuota
               END-READ
           END-IF.

      * la cuota del integrante se cobra sobre la cuenta del
      * responsable; despues se reposiciona el recorrido en el
      * integrante para seguir la pasada secuencial
                   CONTINUE
           END-READ.

      * el cargo del periodo se graba antes que el movimiento: si
      * la corrida se corta en el medio, al reanudar el socio ya
      * figura cargado y la cuota no se cobra dos veces. Si el
      * movimiento o el saldo no se pueden grabar, el cargo se borra
       500-COBRAR-SOCIO.
           MOVE "S" TO w-puede-grabar.
           MOVE "N" TO w-ya-cargado.
           IF sim-activa
               PERFORM 560-LINEA-SIMULACION
           ELSE
               PERFORM 510-CALC-SECUENCIA
               PERFORM 540-REGISTRAR-CARGO
               IF puede-grabar
                   COMPUTE w-saldo-nuevo = soc-saldo - w-importe-cuota
                   PERFORM 520-GRABAR-MOVIMIENTO
                   IF NOT puede-grabar
                       PERFORM 545-ANULAR-CARGO
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN puede-grabar
                   ADD 1 TO w-cant-cobrados
                   ADD 1 TO w-cant-fil-cobrados
                   ADD w-importe-cuota TO w-total-fil-cobrado
                   ADD w-importe-cuota TO w-total-cobrado
               WHEN ya-cargado
                   ADD 1 TO w-cant-ya-cargados
               WHEN OTHER
                   ADD 1 TO w-cant-errores
           END-EVALUATE.

      * misma regla de secuenciacion que 400-CALC-SECUENCIA de
      * REGISTRAR-MOVIMIENTO: ultima secuencia del socio en la fecha + 1
                   MOVE "N" TO w-puede-grabar
           END-REWRITE.

       540-REGISTRAR-CARGO.
           MOVE w-clave-cargo TO car-soc-clave.
           MOVE w-fecha-proceso (1:6) TO car-periodo.
           MOVE "CUO" TO car-concepto.
           MOVE zero TO car-referencia.
           MOVE mov-soc-clave TO car-mov-soc-clave.
           MOVE mov-fecha TO car-mov-fecha.
           MOVE mov-secuencia TO car-mov-secuencia.
           MOVE w-importe-cuota TO car-importe.
           WRITE car-reg
               INVALID KEY
                   MOVE "N" TO w-puede-grabar
                   IF ws-fs-cargos = "22"
                       MOVE "S" TO w-ya-cargado
                   ELSE
                       DISPLAY "No se pudo registrar el cargo del "
                               "socio " w-clave-cargo
                               " en cargos-periodo.dat"
                   END-IF
           END-WRITE.

       545-ANULAR-CARGO.
           DELETE CARGOS RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar el cargo del socio "
                           w-clave-cargo " en cargos-periodo.dat"
           END-DELETE.

      * detalle por socio de lo que se cobraria; la cuota de un
      * integrante de grupo indica la cuenta del responsable
       560-LINEA-SIMULACION.
           MOVE w-clave-cargo (1:4) TO w-si-filial.
           MOVE w-clave-cargo (5:3) TO w-si-socio.
           MOVE w-nombre-cargo TO w-si-nombre.
           MOVE w-importe-cuota TO w-si-importe.
           IF soc-clave = w-clave-cargo
               MOVE SPACES TO w-si-cuenta
           ELSE
               MOVE soc-filial TO w-cr-filial
               MOVE soc-socio TO w-cr-socio
               MOVE w-linea-cuenta-resp TO w-si-cuenta
           END-IF.
           MOVE w-linea-simulacion TO rep-linea.
           WRITE rep-linea.

       700-CERRAR-FILIAL.
           IF w-filial-corte NOT = zero
              AND w-cant-fil-cobrados > zero
           MOVE w-cant-sin-cuota TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Omitidos (cuota ya cargada):" TO w-r-texto.
           MOVE w-cant-ya-cargados TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios con error de grabacion:" TO w-r-texto.
           MOVE w-cant-errores TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           MOVE w-total-cobrado TO w-t-total.
           MOVE w-linea-total TO rep-linea.
           WRITE rep-linea.
           IF sim-activa
               DISPLAY "SIMULACION: no se grabo nada"
           END-IF.
           DISPLAY "Cuotas cobradas: " w-cant-cobrados
                   " Errores: " w-cant-errores.

                 MOVIMIENTOS
                 FILIAL
                 GRUPOS
                 CARGOS
                 REPORTE.

       END PROGRAM COBRAR-CUOTAS.
