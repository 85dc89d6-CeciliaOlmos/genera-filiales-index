      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de efectividad de la cobranza por
      *          filial (o de todas, con el total del club). Compara
      *          los cargos del periodo (CUO, ACT e INT por
      *          mov-periodo) con lo cobrado en el mes por cada
      *          canal: mostrador en efectivo, cheque y transferencia
      *          (segun mov-medio), pagos en banco (PAG) y debito
      *          automatico (DEB), menos los cheques que volvieron
      *          rechazados (CHR). Lee movimientos.dat y
      *          movimientos-hist.dat, asi los meses ya cerrados
      *          tambien cuentan, y no toma los movimientos
      *          revertidos. Muestra la tasa de rechazo de cheques
      *          (cheques.dat, por fecha de recepcion) y la de
      *          debitos automaticos (DEB aceptados contra el
      *          historial de rechazos del banco que deja
      *          PROCESAR-DEBITOS), y una comparacion de los doce
      *          meses que terminan en el periodo pedido. Sale en
      *          informe-cobranza-FFFF-AAAAMM.txt (filial 0000 =
      *          todas) y se registra en informes.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INFORME-COBRANZA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-filial.

       SELECT MOVIMIENTOS ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-movimientos.

       SELECT HISTORIAL ASSIGN TO "../movimientos-hist.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS his-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-historial.

       SELECT CHEQUES ASSIGN TO "../cheques.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS chq-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-cheques.

       SELECT HIST-RECHAZOS ASSIGN TO "../debitos-rechazos-hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-hist-rechazos.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       FD  HISTORIAL.
           COPY "MOVIMIENTOS.cpy" REPLACING LEADING ==mov== BY ==his==.

       FD  CHEQUES.
           COPY "CHEQUE.cpy".

       FD  HIST-RECHAZOS.
           COPY "RECHAZO.cpy".

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-filial pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-historial pic xx.
       01 ws-fs-cheques pic xx.
       01 ws-fs-hist-rechazos pic xx.
       01 w-hay-historial pic x value "N".
           88 hay-historial value "S".
       01 w-hay-cheques pic x value "N".
           88 hay-cheques value "S".
       01 w-fin-filiales pic 9 value zero.
           88 fin-filiales value 1.
       01 w-fin-lista pic 9 value zero.
           88 fin-lista value 1.
       01 w-filial-pedida pic 9(4).
       01 w-filial-actual pic 9(4).
       01 w-cant-filiales pic 9(4) value zero.
       01 w-periodo pic 9(6).
       01 filler redefines w-periodo.
           03 w-pe-aa pic 9(4).
           03 w-pe-mm pic 99.
       01 w-per-buscado pic 9(6).
       01 filler redefines w-per-buscado.
           03 w-pb-aa pic 9(4).
           03 w-pb-mm pic 99.
       01 w-fecha-hoy pic 9(8).
       01 w-base pic 9(6).
       01 w-num-mes pic 9(6).
       01 w-dif pic s9(6).
       01 w-aa-calc pic 9(4).
       01 w-mm-calc pic 99.
       01 w-mes pic 99.
       01 w-sub pic 9.
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "INFORME-COBRANZA".

      * acumulados de los doce meses que terminan en el periodo
      * pedido (la entrada 12 es el periodo pedido); cargos: 1 CUO
      * 2 ACT 3 INT; cobros: 1 efectivo 2 cheque 3 transferencia
      * 4 pago en banco 5 debito automatico
       01 w-tabla-meses.
           03 w-ent-mes occurs 12 times.
               05 w-tm-periodo pic 9(6).
               05 w-tm-cargo pic 9(9)v99 occurs 3 times.
               05 w-tm-cobro pic 9(9)v99 occurs 5 times.
               05 w-tm-chr pic 9(9)v99.
               05 w-tm-chq-recibidos pic 9(5).
               05 w-tm-chq-rechazados pic 9(5).
               05 w-tm-deb-aceptados pic 9(5).
               05 w-tm-deb-rechazados pic 9(5).

      * mismo esquema, acumulado de todas las filiales
       01 w-tabla-club.
           03 w-ent-club occurs 12 times.
               05 w-tc-periodo pic 9(6).
               05 w-tc-cargo pic 9(9)v99 occurs 3 times.
               05 w-tc-cobro pic 9(9)v99 occurs 5 times.
               05 w-tc-chr pic 9(9)v99.
               05 w-tc-chq-recibidos pic 9(5).
               05 w-tc-chq-rechazados pic 9(5).
               05 w-tc-deb-aceptados pic 9(5).
               05 w-tc-deb-rechazados pic 9(5).

       01 w-total-cargado pic 9(9)v99.
       01 w-total-cobrado pic 9(9)v99.
       01 w-cobrado-neto pic s9(9)v99.
       01 w-parte pic s9(9)v99.
       01 w-todo pic s9(9)v99.
       01 w-porcentaje pic s9(5)v9.
       01 w-tasa pic 9(3)v9.
       01 w-presentados pic 9(6).

       01 w-linea-borde pic x(70) value ALL "=".
       01 w-linea-guiones pic x(70) value ALL "-".

       01 w-linea-titulo.
           03 filler pic x(34)
                   value "EFECTIVIDAD DE COBRANZA - Periodo ".
           03 w-t-aa pic 9(4).
           03 filler pic x value "/".
           03 w-t-mm pic 99.
           03 filler pic x(11) value "   Emitido ".
           03 w-t-dd-hoy pic 99.
           03 filler pic x value "/".
           03 w-t-mm-hoy pic 99.
           03 filler pic x value "/".
           03 w-t-aa-hoy pic 9(4).

       01 w-linea-filial.
           03 filler pic x(8) value "Filial: ".
           03 w-f-cod pic zzz9.
           03 filler pic x(2) value "  ".
           03 w-f-nombre pic x(20).

       01 w-linea-seccion.
           03 filler pic x(2) value spaces.
           03 w-se-texto pic x(60).

       01 w-linea-importe.
           03 filler pic x(4) value spaces.
           03 w-i-texto pic x(32).
           03 filler pic x(3) value " $ ".
           03 w-i-importe pic -,---,---,--9.99.
           03 filler pic x(2) value spaces.
           03 w-i-porc.
               05 w-i-porc-num pic -zzzz9.9.
               05 w-i-porc-signo pic x.

       01 w-linea-tasa.
           03 filler pic x(4) value spaces.
           03 w-ta-texto pic x(20).
           03 w-ta-cant pic zzzzz9.
           03 filler pic x(14) value "  rechazados: ".
           03 w-ta-rech pic zzzz9.
           03 filler pic x(8) value "  tasa: ".
           03 w-ta-tasa pic zz9.9.
           03 filler pic x value "%".

       01 w-linea-cabecera.
           03 filler pic x(7) value "PERIODO".
           03 filler pic x(16) value "         CARGADO".
           03 filler pic x(16) value "    COBRADO NETO".
           03 filler pic x(11) value "   EFECTIV.".
           03 filler pic x(9) value " CHQ.RECH".
           03 filler pic x(9) value " DEB.RECH".

       01 w-linea-mes.
           03 w-m-aa pic 9(4).
           03 filler pic x value "/".
           03 w-m-mm pic 99.
           03 filler pic x(2) value spaces.
           03 w-m-cargado pic zzz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 w-m-neto pic ---,---,--9.99.
           03 filler pic x(2) value spaces.
           03 w-m-efect pic -zzzz9.9.
           03 filler pic x value "%".
           03 filler pic x(3) value spaces.
           03 w-m-chq pic zz9.9.
           03 filler pic x value "%".
           03 filler pic x(3) value spaces.
           03 w-m-deb pic zz9.9.
           03 filler pic x value "%".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-filial-pedida = zero
               PERFORM 150-TODAS-LAS-FILIALES
               IF w-cant-filiales > 1
                   PERFORM 600-TOTAL-CLUB
               END-IF
           ELSE
               MOVE w-filial-pedida TO fil-cod
               READ FILIAL
                   INVALID KEY
                       DISPLAY "La filial no existe"
                   NOT INVALID KEY
                       PERFORM 200-PROCESO-FILIAL
               END-READ
           END-IF.
           IF w-cant-filiales > zero
               PERFORM 860-REGISTRAR-INFORME
           END-IF.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN INPUT FILIAL.
           OPEN INPUT MOVIMIENTOS.
           OPEN INPUT HISTORIAL.
           IF ws-fs-historial = "00"
               MOVE "S" TO w-hay-historial
           END-IF.
           OPEN INPUT CHEQUES.
           IF ws-fs-cheques = "00"
               MOVE "S" TO w-hay-cheques
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Filial (0 = todas)".
           ACCEPT w-filial-pedida.
           DISPLAY "Periodo AAAAMM (0 = mes actual)".
           ACCEPT w-periodo.
           IF w-periodo = zero
               MOVE w-fecha-hoy (1:6) TO w-periodo
           END-IF.
           COMPUTE w-base = w-pe-aa * 12 + w-pe-mm.
           PERFORM 120-ARMAR-PERIODOS.
           MOVE w-tabla-meses TO w-tabla-club.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../informe-cobranza-" w-filial-pedida "-"
                   w-periodo ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-pe-aa TO w-t-aa.
           MOVE w-pe-mm TO w-t-mm.
           MOVE w-fecha-hoy (7:2) TO w-t-dd-hoy.
           MOVE w-fecha-hoy (5:2) TO w-t-mm-hoy.
           MOVE w-fecha-hoy (1:4) TO w-t-aa-hoy.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.

      * tabla en cero con los doce periodos, del mas viejo al
      * pedido
       120-ARMAR-PERIODOS.
           MOVE zeros TO w-tabla-meses.
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
               COMPUTE w-num-mes = w-base - (12 - w-mes)
               COMPUTE w-aa-calc = (w-num-mes - 1) / 12
               COMPUTE w-mm-calc = w-num-mes - w-aa-calc * 12
               COMPUTE w-tm-periodo (w-mes) =
                   w-aa-calc * 100 + w-mm-calc
           END-PERFORM.

       150-TODAS-LAS-FILIALES.
           MOVE zero TO fil-cod.
           START FILIAL KEY IS GREATER THAN fil-cod
               INVALID KEY MOVE 1 TO w-fin-filiales
           END-START.
           PERFORM UNTIL fin-filiales
               READ FILIAL NEXT
                   AT END
                       MOVE 1 TO w-fin-filiales
                   NOT AT END
                       PERFORM 200-PROCESO-FILIAL
               END-READ
           END-PERFORM.

       200-PROCESO-FILIAL.
           ADD 1 TO w-cant-filiales.
           MOVE fil-cod TO w-filial-actual.
           PERFORM 120-ARMAR-PERIODOS.
           PERFORM 300-MOVIMIENTOS.
           IF hay-historial
               PERFORM 320-HISTORIAL
           END-IF.
           IF hay-cheques
               PERFORM 350-CHEQUES
           END-IF.
           PERFORM 370-RECHAZOS-DEBITO.
           PERFORM 480-SUMAR-CLUB
               VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12.
           MOVE w-filial-actual TO w-f-cod.
           MOVE fil-nombre TO w-f-nombre.
           MOVE w-linea-filial TO rep-linea.
           WRITE rep-linea.
           PERFORM 500-IMPRIMIR-TABLA.

       300-MOVIMIENTOS.
           MOVE w-filial-actual TO mov-filial.
           MOVE zero TO mov-socio.
           MOVE zero TO mov-fecha.
           MOVE zero TO mov-secuencia.
           MOVE zero TO w-fin-lista.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF mov-filial = w-filial-actual
                           PERFORM 400-ACUMULAR-MOVIMIENTO
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * lo archivado por CERRAR-PERIODO se lee sobre el mismo
      * registro para acumularlo igual que lo vigente
       320-HISTORIAL.
           MOVE w-filial-actual TO his-filial.
           MOVE zero TO his-socio.
           MOVE zero TO his-fecha.
           MOVE zero TO his-secuencia.
           MOVE zero TO w-fin-lista.
           START HISTORIAL KEY IS NOT LESS THAN his-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ HISTORIAL NEXT INTO mov-reg
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF mov-filial = w-filial-actual
                           PERFORM 400-ACUMULAR-MOVIMIENTO
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * cheques recibidos en el mes y, de esos, los rechazados
       350-CHEQUES.
           MOVE LOW-VALUES TO chq-clave.
           MOVE zero TO w-fin-lista.
           START CHEQUES KEY IS NOT LESS THAN chq-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ CHEQUES NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF chq-filial = w-filial-actual
                           MOVE chq-fecha-recibido (1:6)
                               TO w-per-buscado
                           PERFORM 420-UBICAR-PERIODO
                           IF w-mes > zero
                               PERFORM 360-CONTAR-CHEQUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       360-CONTAR-CHEQUE.
           ADD 1 TO w-tm-chq-recibidos (w-mes).
           IF chq-rechazado
               ADD 1 TO w-tm-chq-rechazados (w-mes)
           END-IF.

      * debitos que el banco rechazo, por la fecha del debito
       370-RECHAZOS-DEBITO.
           OPEN INPUT HIST-RECHAZOS.
           IF ws-fs-hist-rechazos = "00"
               MOVE zero TO w-fin-lista
               PERFORM UNTIL fin-lista
                   READ HIST-RECHAZOS
                       AT END
                           MOVE 1 TO w-fin-lista
                       NOT AT END
                           IF drc-filial = w-filial-actual
                               MOVE drc-fecha (1:6) TO w-per-buscado
                               PERFORM 420-UBICAR-PERIODO
                               IF w-mes > zero
                                   ADD 1 TO w-tm-deb-rechazados (w-mes)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-RECHAZOS
           END-IF.

      * los cargos van al mes de mov-periodo (o al de la fecha si
      * no lo tienen); los cobros y los CHR al mes de la fecha. Los
      * depositos de mostrador sin medio son anteriores a mov-medio
      * y se toman como efectivo
       400-ACUMULAR-MOVIMIENTO.
           IF NOT mov-revertido
               EVALUATE TRUE
                   WHEN mov-retiro AND (mov-con-cuota
                        OR mov-con-actividad OR mov-con-interes)
                       PERFORM 410-ACUMULAR-CARGO
                   WHEN mov-retiro AND mov-con-chq-rechazado
                       MOVE mov-fecha (1:6) TO w-per-buscado
                       PERFORM 420-UBICAR-PERIODO
                       IF w-mes > zero
                           ADD mov-importe TO w-tm-chr (w-mes)
                       END-IF
                   WHEN mov-deposito AND (mov-con-deposito
                        OR mov-con-pago-banco OR mov-con-debito)
                       PERFORM 430-ACUMULAR-COBRO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       410-ACUMULAR-CARGO.
           IF mov-periodo NOT = zero
               MOVE mov-periodo TO w-per-buscado
           ELSE
               MOVE mov-fecha (1:6) TO w-per-buscado
           END-IF.
           PERFORM 420-UBICAR-PERIODO.
           IF w-mes > zero
               EVALUATE TRUE
                   WHEN mov-con-cuota MOVE 1 TO w-sub
                   WHEN mov-con-actividad MOVE 2 TO w-sub
                   WHEN OTHER MOVE 3 TO w-sub
               END-EVALUATE
               ADD mov-importe TO w-tm-cargo (w-mes, w-sub)
           END-IF.

      * devuelve en w-mes la entrada de la tabla del periodo
      * w-per-buscado, o cero si cae fuera de los doce meses
       420-UBICAR-PERIODO.
           MOVE zero TO w-mes.
           IF w-per-buscado IS NUMERIC
               COMPUTE w-dif = w-base - (w-pb-aa * 12 + w-pb-mm)
               IF w-dif >= zero AND w-dif < 12
                   COMPUTE w-mes = 12 - w-dif
               END-IF
           END-IF.

       430-ACUMULAR-COBRO.
           MOVE mov-fecha (1:6) TO w-per-buscado.
           PERFORM 420-UBICAR-PERIODO.
           IF w-mes > zero
               EVALUATE TRUE
                   WHEN mov-con-pago-banco
                       MOVE 4 TO w-sub
                   WHEN mov-con-debito
                       MOVE 5 TO w-sub
                       ADD 1 TO w-tm-deb-aceptados (w-mes)
                   WHEN mov-cheque
                       MOVE 2 TO w-sub
                   WHEN mov-transferencia
                       MOVE 3 TO w-sub
                   WHEN OTHER
                       MOVE 1 TO w-sub
               END-EVALUATE
               ADD mov-importe TO w-tm-cobro (w-mes, w-sub)
           END-IF.

       480-SUMAR-CLUB.
           ADD w-tm-cargo (w-mes, 1) TO w-tc-cargo (w-mes, 1).
           ADD w-tm-cargo (w-mes, 2) TO w-tc-cargo (w-mes, 2).
           ADD w-tm-cargo (w-mes, 3) TO w-tc-cargo (w-mes, 3).
           ADD w-tm-cobro (w-mes, 1) TO w-tc-cobro (w-mes, 1).
           ADD w-tm-cobro (w-mes, 2) TO w-tc-cobro (w-mes, 2).
           ADD w-tm-cobro (w-mes, 3) TO w-tc-cobro (w-mes, 3).
           ADD w-tm-cobro (w-mes, 4) TO w-tc-cobro (w-mes, 4).
           ADD w-tm-cobro (w-mes, 5) TO w-tc-cobro (w-mes, 5).
           ADD w-tm-chr (w-mes) TO w-tc-chr (w-mes).
           ADD w-tm-chq-recibidos (w-mes)
               TO w-tc-chq-recibidos (w-mes).
           ADD w-tm-chq-rechazados (w-mes)
               TO w-tc-chq-rechazados (w-mes).
           ADD w-tm-deb-aceptados (w-mes)
               TO w-tc-deb-aceptados (w-mes).
           ADD w-tm-deb-rechazados (w-mes)
               TO w-tc-deb-rechazados (w-mes).

      * detalle del periodo pedido (entrada 12) y comparacion de
      * los doce meses, sobre w-tabla-meses
       500-IMPRIMIR-TABLA.
           MOVE 12 TO w-mes.
           PERFORM 700-TOTALES-MES.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE "Cargos del periodo" TO w-se-texto.
           MOVE w-linea-seccion TO rep-linea.
           WRITE rep-linea.
           MOVE w-total-cargado TO w-todo.
           MOVE "Cuotas sociales (CUO)" TO w-i-texto.
           MOVE w-tm-cargo (12, 1) TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Aranceles de actividades (ACT)" TO w-i-texto.
           MOVE w-tm-cargo (12, 2) TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Intereses por mora (INT)" TO w-i-texto.
           MOVE w-tm-cargo (12, 3) TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Total cargado" TO w-i-texto.
           MOVE w-total-cargado TO w-parte.
           PERFORM 510-LINEA-IMPORTE.

           MOVE "Cobranza del mes por canal" TO w-se-texto.
           MOVE w-linea-seccion TO rep-linea.
           WRITE rep-linea.
           MOVE w-total-cobrado TO w-todo.
           MOVE "Mostrador - efectivo" TO w-i-texto.
           MOVE w-tm-cobro (12, 1) TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Mostrador - cheque" TO w-i-texto.
           MOVE w-tm-cobro (12, 2) TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Mostrador - transferencia" TO w-i-texto.
           MOVE w-tm-cobro (12, 3) TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Pagos en banco (PAG)" TO w-i-texto.
           MOVE w-tm-cobro (12, 4) TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Debito automatico (DEB)" TO w-i-texto.
           MOVE w-tm-cobro (12, 5) TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Total cobrado" TO w-i-texto.
           MOVE w-total-cobrado TO w-parte.
           PERFORM 510-LINEA-IMPORTE.
           MOVE "Menos cheques rechazados (CHR)" TO w-i-texto.
           COMPUTE w-parte = zero - w-tm-chr (12).
           MOVE w-parte TO w-i-importe.
           MOVE SPACES TO w-i-porc.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.
           MOVE "Cobrado neto / efectividad" TO w-i-texto.
           MOVE w-cobrado-neto TO w-parte.
           MOVE w-total-cargado TO w-todo.
           PERFORM 510-LINEA-IMPORTE.

           MOVE "Rechazos del mes" TO w-se-texto.
           MOVE w-linea-seccion TO rep-linea.
           WRITE rep-linea.
           MOVE "Cheques recibidos:" TO w-ta-texto.
           MOVE w-tm-chq-recibidos (12) TO w-ta-cant.
           MOVE w-tm-chq-rechazados (12) TO w-ta-rech.
           PERFORM 720-TASA-CHEQUES.
           MOVE w-tasa TO w-ta-tasa.
           MOVE w-linea-tasa TO rep-linea.
           WRITE rep-linea.
           MOVE "Debitos presentados:" TO w-ta-texto.
           COMPUTE w-presentados = w-tm-deb-aceptados (12)
                   + w-tm-deb-rechazados (12).
           MOVE w-presentados TO w-ta-cant.
           MOVE w-tm-deb-rechazados (12) TO w-ta-rech.
           PERFORM 730-TASA-DEBITOS.
           MOVE w-tasa TO w-ta-tasa.
           MOVE w-linea-tasa TO rep-linea.
           WRITE rep-linea.

           MOVE "Ultimos doce meses" TO w-se-texto.
           MOVE w-linea-seccion TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-cabecera TO rep-linea.
           WRITE rep-linea.
           PERFORM 520-LINEA-MES
               VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.

      * importe w-parte con su porcentaje sobre w-todo
       510-LINEA-IMPORTE.
           MOVE w-parte TO w-i-importe.
           PERFORM 710-PORCENTAJE.
           MOVE w-porcentaje TO w-i-porc-num.
           MOVE "%" TO w-i-porc-signo.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.

       520-LINEA-MES.
           PERFORM 700-TOTALES-MES.
           MOVE w-tm-periodo (w-mes) TO w-per-buscado.
           MOVE w-pb-aa TO w-m-aa.
           MOVE w-pb-mm TO w-m-mm.
           MOVE w-total-cargado TO w-m-cargado.
           MOVE w-cobrado-neto TO w-m-neto.
           MOVE w-cobrado-neto TO w-parte.
           MOVE w-total-cargado TO w-todo.
           PERFORM 710-PORCENTAJE.
           MOVE w-porcentaje TO w-m-efect.
           PERFORM 720-TASA-CHEQUES.
           MOVE w-tasa TO w-m-chq.
           PERFORM 730-TASA-DEBITOS.
           MOVE w-tasa TO w-m-deb.
           MOVE w-linea-mes TO rep-linea.
           WRITE rep-linea.

      * el total del club usa la misma impresion que una filial
       600-TOTAL-CLUB.
           MOVE w-tabla-club TO w-tabla-meses.
           MOVE "TOTAL DEL CLUB" TO rep-linea.
           WRITE rep-linea.
           PERFORM 500-IMPRIMIR-TABLA.

       700-TOTALES-MES.
           COMPUTE w-total-cargado = w-tm-cargo (w-mes, 1)
                   + w-tm-cargo (w-mes, 2) + w-tm-cargo (w-mes, 3).
           COMPUTE w-total-cobrado = w-tm-cobro (w-mes, 1)
                   + w-tm-cobro (w-mes, 2) + w-tm-cobro (w-mes, 3)
                   + w-tm-cobro (w-mes, 4) + w-tm-cobro (w-mes, 5).
           COMPUTE w-cobrado-neto = w-total-cobrado
                   - w-tm-chr (w-mes).

       710-PORCENTAJE.
           IF w-todo = zero
               MOVE zero TO w-porcentaje
           ELSE
               COMPUTE w-porcentaje ROUNDED = w-parte * 100 / w-todo
                   ON SIZE ERROR MOVE zero TO w-porcentaje
               END-COMPUTE
           END-IF.

       720-TASA-CHEQUES.
           IF w-tm-chq-recibidos (w-mes) = zero
               MOVE zero TO w-tasa
           ELSE
               COMPUTE w-tasa ROUNDED = w-tm-chq-rechazados (w-mes)
                   * 100 / w-tm-chq-recibidos (w-mes)
           END-IF.

       730-TASA-DEBITOS.
           COMPUTE w-presentados = w-tm-deb-aceptados (w-mes)
                   + w-tm-deb-rechazados (w-mes).
           IF w-presentados = zero
               MOVE zero TO w-tasa
           ELSE
               COMPUTE w-tasa ROUNDED = w-tm-deb-rechazados (w-mes)
                   * 100 / w-presentados
           END-IF.

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa
                   w-filial-pedida w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.
           DISPLAY "Informe generado en " w-nombre-reporte.

       900-FIN.
           CLOSE FILIAL
                 MOVIMIENTOS
                 REPORTE.
           IF hay-historial
               CLOSE HISTORIAL
           END-IF.
           IF hay-cheques
               CLOSE CHEQUES
           END-IF.

       END PROGRAM INFORME-COBRANZA.
