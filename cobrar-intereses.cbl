      *          bajando soc-saldo. No capitaliza dentro del mes: si
      *          el socio ya tiene un interes vigente del periodo en
      *          curso se lo omite, con lo que la corrida ademas es
      *          repetible. Si el socio tiene un plan de pagos
      *          vigente (planes.dat) la deuda refinanciada no genera
      *          interes: la base se reduce en las cuotas de plan
      *          impagas que informa CALCULAR-ANTIGUEDAD. Deja un
      *          informe de importes cobrados por filial en
      *          informe-intereses.txt. Despues de cada socio deja el
      *          punto de control en intereses-restart.txt (periodo y
      *          ultimo socio terminado): si la corrida se corta, al
      *          relanzarla en el mismo periodo sigue desde el socio
      *          siguiente. En modo simulacion (SIMULACION.cpy) hace
      *          las mismas validaciones y el mismo informe, con el
      *          detalle por socio, bajo el titulo SIMULACION, pero
      *          no graba movimientos, saldos ni punto de control.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS mov-clave
               FILE STATUS IS ws-fs-movimientos.

       SELECT PLANES ASSIGN TO "../planes.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS pln-clave
               FILE STATUS IS ws-fs-planes.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod.

       SELECT RESTART ASSIGN TO "../intereses-restart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-restart.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       FD  PLANES.
           COPY "PLAN.cpy".

       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  RESTART.
       01  rs-reg.
           03 rs-periodo pic 9(6).
           03 rs-ultimo-socio pic 9(7).

       FD  REPORTE.
       01  rep-linea pic x(70).

       01 ws-fs-tasas pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-planes pic xx.
       01 ws-fs-restart pic xx.
           COPY "OPERADOR.cpy".
           COPY "SIMULACION.cpy".
       01 w-fin-tasas pic 9 value zero.
           88 fin-tasas value 1.
       01 w-fin-socios pic 9 value zero.
           88 puede-grabar value "S".
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".
       01 w-hay-planes pic x value "N".
           88 hay-planes value "S".
       01 w-tiene-plan pic x value "N".
           88 tiene-plan value "S".
       01 w-fin-planes pic 9 value zero.
           88 fin-planes value 1.
           COPY "ANTIGUEDAD.cpy".

       01 w-cant-tasas pic 9(3) value zero.
       01 w-tabla-tasas.
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-tasa-filial pic 99v99.
       01 w-importe-interes pic 9(7)v99.
       01 w-base-interes pic s9(7)v99.
       01 w-ultimo-socio pic 9(7) value zero.
       01 w-saldo-nuevo pic s9(7)v99.

       01 w-filial-corte pic 9(4) value zero.
       01 w-cant-fil-cobrados pic 9(5) value zero.
       01 w-total-fil-cobrado pic 9(9)v99 value zero.
       01 w-cant-cobrados pic 9(6) value zero.
       01 w-cant-ya-cobrados pic 9(6) value zero.
       01 w-cant-sin-tasa pic 9(6) value zero.
       01 w-cant-en-plan pic 9(6) value zero.
       01 w-cant-errores pic 9(6) value zero.
       01 w-total-cobrado pic 9(9)v99 value zero.

           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.

       01 w-linea-titulo-sim.
           03 filler pic x(36) value
               "SIMULACION - INTERESES POR MORA - ".
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
           03 filler pic x(7) value " base $".
           03 w-si-base pic z,zzz,zz9.99.

       01 w-linea-reanudacion.
           03 filler pic x(36) value
               "Corrida reanudada despues del socio ".
           03 w-re-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-re-socio pic 999.

       01 w-linea-total.
           03 filler pic x(26) value "TOTAL INTERESES DEL CLUB  ".
           03 w-t-total pic zzz,zzz,zz9.99.
               DISPLAY "intereses.txt vacio o inexistente, nada que "
                       "cobrar"
           ELSE
               IF NOT sim-activa
                   PERFORM 280-LEER-RESTART
               END-IF
               PERFORM 300-RECORRER-SOCIOS
               PERFORM 700-CERRAR-FILIAL
               PERFORM 800-RESUMEN
               IF NOT sim-activa
                   PERFORM 860-REGISTRAR-INFORME
                   PERFORM 370-LIMPIAR-RESTART
               END-IF
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
           IF sim-activa
               OPEN INPUT SOCIOS
               OPEN INPUT MOVIMIENTOS
           ELSE
               OPEN I-O SOCIOS
               OPEN I-O MOVIMIENTOS
               IF ws-fs-movimientos = "35"
                   OPEN OUTPUT MOVIMIENTOS
                   CLOSE MOVIMIENTOS
                   OPEN I-O MOVIMIENTOS
               END-IF
           END-IF.
           OPEN INPUT PLANES.
           IF ws-fs-planes = "00"
               MOVE "S" TO w-hay-planes
           END-IF.
           OPEN INPUT FILIAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE w-fecha-proceso (1:6) TO w-periodo-proceso.
           MOVE SPACES TO w-nombre-reporte.
           IF sim-activa
               STRING "../informe-intereses-sim-" w-fecha-proceso
                   ".txt" DELIMITED BY SIZE INTO w-nombre-reporte
           ELSE
               STRING "../informe-intereses-" w-fecha-proceso ".txt"
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
               CLOSE TASAS
           END-IF.

      * un punto de control de otro periodo es de una corrida vieja
      * y no se tiene en cuenta
       280-LEER-RESTART.
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
           END-IF.

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

      * punto de control: periodo y ultimo socio terminado
       360-GRABAR-RESTART.
           OPEN OUTPUT RESTART.
           MOVE w-periodo-proceso TO rs-periodo.
           MOVE soc-clave TO rs-ultimo-socio.
           WRITE rs-reg.
           CLOSE RESTART.

      * corrida completa: el punto de control vuelve a cero
       370-LIMPIAR-RESTART.
           OPEN OUTPUT RESTART.
           MOVE zero TO rs-periodo.
           MOVE zero TO rs-ultimo-socio.
           WRITE rs-reg.
           CLOSE RESTART.

       400-PROCESO-SOCIO.
           IF soc-filial NOT = w-filial-corte
               PERFORM 700-CERRAR-FILIAL
                   IF ya-cobrado
                       ADD 1 TO w-cant-ya-cobrados
                   ELSE
                       PERFORM 430-CALCULAR-BASE
                       IF w-base-interes > zero
                           PERFORM 500-COBRAR-INTERES
                       ELSE
                           ADD 1 TO w-cant-en-plan
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO w-cant-sin-tasa
               END-READ
           END-PERFORM.

      * la deuda refinanciada no devenga interes: con plan vigente
      * se descuentan de la base las cuotas de plan todavia impagas
       430-CALCULAR-BASE.
           COMPUTE w-base-interes = zero - soc-saldo.
           PERFORM 440-BUSCAR-PLAN.
           IF tiene-plan
               MOVE soc-clave TO ant-soc-clave
               COMPUTE ant-deuda = zero - soc-saldo
               MOVE w-fecha-proceso TO ant-fecha
               CALL "CALCULAR-ANTIGUEDAD" USING ant-parametros
                   ON EXCEPTION
                       MOVE zero TO ant-plan-impago
               END-CALL
               SUBTRACT ant-plan-impago FROM w-base-interes
           END-IF.

       440-BUSCAR-PLAN.
           MOVE "N" TO w-tiene-plan.
           IF hay-planes
               MOVE soc-clave TO pln-soc-clave
               MOVE zero TO pln-numero
               MOVE zero TO w-fin-planes
               START PLANES KEY IS NOT LESS THAN pln-clave
                   INVALID KEY
                       MOVE 1 TO w-fin-planes
               END-START
               PERFORM UNTIL fin-planes
                   READ PLANES NEXT
                       AT END
                           MOVE 1 TO w-fin-planes
                       NOT AT END
                           IF pln-soc-clave = soc-clave
                               IF pln-vigente
                                   MOVE "S" TO w-tiene-plan
                                   MOVE 1 TO w-fin-planes
                               END-IF
                           ELSE
                               MOVE 1 TO w-fin-planes
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       500-COBRAR-INTERES.
           COMPUTE w-importe-interes ROUNDED =
               w-base-interes * w-tasa-filial / 100.
           IF w-importe-interes = zero
               CONTINUE
           ELSE
               MOVE "S" TO w-puede-grabar
               IF sim-activa
                   PERFORM 560-LINEA-SIMULACION
               ELSE
                   PERFORM 510-CALC-SECUENCIA
                   COMPUTE w-saldo-nuevo =
                       soc-saldo - w-importe-interes
                   PERFORM 520-GRABAR-MOVIMIENTO
               END-IF
               IF puede-grabar
                   ADD 1 TO w-cant-cobrados
                   ADD 1 TO w-cant-fil-cobrados
                   MOVE "N" TO w-puede-grabar
           END-REWRITE.

       560-LINEA-SIMULACION.
           MOVE soc-filial TO w-si-filial.
           MOVE soc-socio TO w-si-socio.
           MOVE soc-nombre TO w-si-nombre.
           MOVE w-importe-interes TO w-si-importe.
           MOVE w-base-interes TO w-si-base.
           MOVE w-linea-simulacion TO rep-linea.
           WRITE rep-linea.

       700-CERRAR-FILIAL.
           IF w-filial-corte NOT = zero
              AND w-cant-fil-cobrados > zero
           MOVE w-cant-sin-tasa TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Omitidos (deuda en plan pagos):" TO w-r-texto.
           MOVE w-cant-en-plan TO w-r-cant.
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
           DISPLAY "Intereses cobrados: " w-cant-cobrados
                   " Errores: " w-cant-errores.

                 MOVIMIENTOS
                 FILIAL
                 REPORTE.
           IF hay-planes
               CLOSE PLANES
           END-IF.

       END PROGRAM COBRAR-INTERESES.
