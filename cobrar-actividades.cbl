      *          bajando soc-saldo. Se corre junto con COBRAR-CUOTAS,
      *          una vez por mes. Deja un informe con cobrados,
      *          omitidos y totales por filial en
      *          informe-actividades.txt. Al terminar cada socio deja
      *          el punto de control en actividades-restart.txt
      *          (periodo y ultimo socio terminado): si la corrida se
      *          corta, al relanzarla en el mismo periodo sigue desde
      *          el socio siguiente. Cada arancel queda ademas en
      *          cargos-periodo.dat por socio, periodo, concepto y
      *          actividad antes de grabar el movimiento, y no se
      *          vuelve a cargar si ya figura.
      *          En modo simulacion (SIMULACION.cpy) hace las mismas
      *          validaciones y el mismo informe, con el detalle por
      *          socio, bajo el titulo SIMULACION, pero no graba
      *          movimientos, saldos, cargos ni punto de control.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod.

       SELECT CARGOS ASSIGN TO "../cargos-periodo.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS car-clave
               FILE STATUS IS ws-fs-cargos.

       SELECT RESTART ASSIGN TO "../actividades-restart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-restart.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  CARGOS.
           COPY "CARGO.cpy".

       FD  RESTART.
       01  rs-reg.
           03 rs-periodo pic 9(6).
           03 rs-ultimo-socio pic 9(7).

       FD  REPORTE.
       01  rep-linea pic x(70).

       01 ws-fs-actividades pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-cargos pic xx.
       01 ws-fs-restart pic xx.
           COPY "OPERADOR.cpy".
           COPY "SIMULACION.cpy".
       01 w-fin-inscrip pic 9 value zero.
           88 fin-inscrip value 1.
       01 w-fin-busqueda pic 9 value zero.
           88 puede-grabar value "S".
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".
       01 w-ya-cargado pic x value "N".
           88 ya-cargado value "S".
       01 w-ultimo-socio pic 9(7) value zero.
       01 w-socio-corte pic 9(7) value zero.
       01 w-hay-cargos pic x value "N".
           88 hay-cargos value "S".

       01 w-fecha-proceso pic 9(8).
       01 w-periodo-proceso pic 9(6).
       01 w-filial-informe pic 9(4) value zero.
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-importe-arancel pic 9(7)v99.
       01 w-saldo-nuevo pic s9(7)v99.

       01 w-filial-corte pic 9(4) value zero.
       01 w-cant-fil-cobrados pic 9(5) value zero.
       01 w-total-fil-cobrado pic 9(9)v99 value zero.
       01 w-cant-cobrados pic 9(6) value zero.
       01 w-cant-de-baja pic 9(6) value zero.
       01 w-cant-omitidos pic 9(6) value zero.
       01 w-cant-errores pic 9(6) value zero.
       01 w-cant-ya-cargados pic 9(6) value zero.
       01 w-total-cobrado pic 9(9)v99 value zero.

       01 w-linea-filial.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.

       01 w-linea-titulo-sim.
           03 filler pic x(36) value
               "SIMULACION - COBRO DE ACTIVIDADES - ".
           03 filler pic x(6) value "FECHA ".
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
           03 w-si-actividad pic x(20).

       01 w-linea-reanudacion.
           03 filler pic x(36) value
               "Corrida reanudada despues del socio ".
           03 w-re-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-re-socio pic 999.

       01 w-linea-total.
           03 filler pic x(26) value "TOTAL ACTIVIDADES DEL CLUB".
           03 w-t-total pic zzz,zzz,zz9.99.
               PERFORM 900-FIN
               GOBACK
           END-IF.
           IF NOT sim-activa
               PERFORM 200-LEER-RESTART
           END-IF.
           PERFORM UNTIL fin-inscrip
               READ INSCRIPCIONES NEXT
                   AT END MOVE 1 TO w-fin-inscrip
           END-PERFORM.
           PERFORM 700-CERRAR-FILIAL.
           PERFORM 800-RESUMEN.
           IF NOT sim-activa
               PERFORM 860-REGISTRAR-INFORME
               PERFORM 270-LIMPIAR-RESTART
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

      * en simulacion los archivos se abren solo para lectura
       100-INICIO.
           PERFORM 050-PEDIR-MODO.
           OPEN INPUT INSCRIPCIONES.
           IF ws-fs-inscripciones NOT = "00"
               DISPLAY "No se pudo abrir inscripciones.dat, estado "
               GOBACK
           END-IF.
           OPEN INPUT ACTIVIDADES.
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
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE w-fecha-proceso (1:6) TO w-periodo-proceso.
           MOVE SPACES TO w-nombre-reporte.
           IF sim-activa
               STRING "../informe-actividades-sim-" w-fecha-proceso
                   ".txt" DELIMITED BY SIZE INTO w-nombre-reporte
           ELSE
               STRING "../informe-actividades-" w-fecha-proceso
                   ".txt" DELIMITED BY SIZE INTO w-nombre-reporte
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
                       "cerrado, no se cobra nada"
           END-IF.

      * un punto de control de otro periodo es de una corrida vieja
      * y no se tiene en cuenta; si corresponde, se posiciona en la
      * primera inscripcion del socio siguiente al ultimo terminado
       200-LEER-RESTART.
           MOVE zero TO w-ultimo-socio.
           OPEN INPUT RESTART.
           IF ws-fs-restart = "00"
               READ RESTART
                   AT END CONTINUE
                   NOT AT END
                       IF rs-periodo = w-periodo-proceso
                           MOVE rs-ultimo-socio TO w-ultimo-socio
                       END-IF
               END-READ
               CLOSE RESTART
           END-IF.
           IF w-ultimo-socio > zero
               DISPLAY "Corrida interrumpida del periodo "
                       w-periodo-proceso ": se reanuda despues del "
                       "socio " w-ultimo-socio
               MOVE w-ultimo-socio (1:4) TO w-re-filial
               MOVE w-ultimo-socio (5:3) TO w-re-socio
               MOVE w-linea-reanudacion TO rep-linea
               WRITE rep-linea
               MOVE w-ultimo-socio TO ins-soc-clave
               MOVE 999 TO ins-actividad
               START INSCRIPCIONES KEY IS GREATER THAN ins-clave
                   INVALID KEY MOVE 1 TO w-fin-inscrip
               END-START
           END-IF.

      * punto de control: se graba al pasar al socio siguiente, con
      * todas las inscripciones del anterior ya procesadas
       260-GRABAR-RESTART.
           OPEN OUTPUT RESTART.
           MOVE w-periodo-proceso TO rs-periodo.
           MOVE w-socio-corte TO rs-ultimo-socio.
           WRITE rs-reg.
           CLOSE RESTART.

      * corrida completa: el punto de control vuelve a cero
       270-LIMPIAR-RESTART.
           OPEN OUTPUT RESTART.
           MOVE zero TO rs-periodo.
           MOVE zero TO rs-ultimo-socio.
           WRITE rs-reg.
           CLOSE RESTART.

       300-PROCESO-INSCRIPCION.
           IF ins-soc-clave NOT = w-socio-corte
               IF w-socio-corte NOT = zero AND NOT sim-activa
                   PERFORM 260-GRABAR-RESTART
               END-IF
               MOVE ins-soc-clave TO w-socio-corte
           END-IF.
           IF ins-filial NOT = w-filial-corte
               PERFORM 700-CERRAR-FILIAL
               MOVE ins-filial TO w-filial-corte
                       ADD 1 TO w-cant-omitidos
                   ELSE
                       MOVE act-arancel TO w-importe-arancel
                       PERFORM 440-VERIFICAR-CARGO
                       IF ya-cargado
                           ADD 1 TO w-cant-ya-cargados
                       ELSE
                           PERFORM 500-COBRAR-SOCIO
                       END-IF
                   END-IF
           END-READ.

      * el arancel de cada actividad se carga una sola vez por
      * socio y periodo
       440-VERIFICAR-CARGO.
           MOVE "N" TO w-ya-cargado.
           IF hay-cargos
               MOVE ins-soc-clave TO car-soc-clave
               MOVE w-periodo-proceso TO car-periodo
               MOVE "ACT" TO car-concepto
               MOVE ins-actividad TO car-referencia
               READ CARGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-ya-cargado
               END-READ
           END-IF.

      * el cargo del periodo se graba antes que el movimiento: si
      * la corrida se corta en el medio, al reanudar el arancel ya
      * figura cargado y no se cobra dos veces. Si el movimiento o
      * el saldo no se pueden grabar, el cargo se borra
       500-COBRAR-SOCIO.
           MOVE "S" TO w-puede-grabar.
           IF sim-activa
               PERFORM 560-LINEA-SIMULACION
           ELSE
               PERFORM 510-CALC-SECUENCIA
               PERFORM 540-REGISTRAR-CARGO
               IF puede-grabar
                   COMPUTE w-saldo-nuevo =
                       soc-saldo - w-importe-arancel
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
                   ADD w-importe-arancel TO w-total-fil-cobrado
                   ADD w-importe-arancel TO w-total-cobrado
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
           MOVE ins-soc-clave TO car-soc-clave.
           MOVE w-periodo-proceso TO car-periodo.
           MOVE "ACT" TO car-concepto.
           MOVE ins-actividad TO car-referencia.
           MOVE mov-soc-clave TO car-mov-soc-clave.
           MOVE mov-fecha TO car-mov-fecha.
           MOVE mov-secuencia TO car-mov-secuencia.
           MOVE w-importe-arancel TO car-importe.
           WRITE car-reg
               INVALID KEY
                   MOVE "N" TO w-puede-grabar
                   IF ws-fs-cargos = "22"
                       MOVE "S" TO w-ya-cargado
                   ELSE
                       DISPLAY "No se pudo registrar el cargo del "
                               "socio " ins-soc-clave
                               " en cargos-periodo.dat"
                   END-IF
           END-WRITE.

       545-ANULAR-CARGO.
           DELETE CARGOS RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar el cargo del socio "
                           ins-soc-clave " en cargos-periodo.dat"
           END-DELETE.

       560-LINEA-SIMULACION.
           MOVE soc-filial TO w-si-filial.
           MOVE soc-socio TO w-si-socio.
           MOVE soc-nombre TO w-si-nombre.
           MOVE w-importe-arancel TO w-si-importe.
           MOVE act-nombre TO w-si-actividad.
           MOVE w-linea-simulacion TO rep-linea.
           WRITE rep-linea.

       700-CERRAR-FILIAL.
           IF w-filial-corte NOT = zero
              AND w-cant-fil-cobrados > zero
           MOVE w-cant-omitidos TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Omitidas (arancel ya cargado):" TO w-r-texto.
           MOVE w-cant-ya-cargados TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Inscripciones con error:" TO w-r-texto.
           MOVE w-cant-errores TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           MOVE w-total-cobrado TO w-t-total.
           MOVE w-linea-total TO rep-linea.
           WRITE rep-linea.
           IF sim-activa
               DISPLAY "SIMULACION: no se grabo nada"
           END-IF.
           DISPLAY "Aranceles cobrados: " w-cant-cobrados
                   " Errores: " w-cant-errores.

                 SOCIOS
                 MOVIMIENTOS
                 FILIAL
                 CARGOS
                 REPORTE.

       END PROGRAM COBRAR-ACTIVIDADES.
