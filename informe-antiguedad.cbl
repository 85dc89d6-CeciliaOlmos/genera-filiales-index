      *          con el domicilio de la ficha personal, con el mismo
      *          armado de direccion que IMPRIMIR-ETIQUETAS. La deuda
      *          anterior al ultimo cierre queda representada por el
      *          arrastre, fechado en el corte del cierre. El calculo
      *          de tramos lo hace CALCULAR-ANTIGUEDAD. La deuda
      *          refinanciada en un plan de pagos vigente (planes.dat)
      *          no figura como vencida: solo pesan las cuotas ya
      *          cargadas, y el informe y la carta muestran el plan
      *          con lo que resta cargar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER.

       SELECT PLANES ASSIGN TO "../planes.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS pln-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-planes.

       SELECT DATOS ASSIGN TO "../datos-socios.dat"
               ACCESS MODE IS RANDOM
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  PLANES.
           COPY "PLAN.cpy".

       FD  DATOS.
           COPY "DATOS.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-planes pic xx.
       01 ws-fs-datos pic xx.
       01 w-fin-socios pic 9 value zero.
           88 fin-socios value 1.
       01 w-fin-planes pic 9 value zero.
           88 fin-planes value 1.
       01 w-tiene-plan pic x value "N".
           88 tiene-plan value "S".
       01 w-hay-planes pic x value "N".
           88 hay-planes value "S".
       01 w-fecha-hoy pic 9(8).
       01 w-nombre-reporte pic x(44).
       01 w-nombre-cartas pic x(44).
       01 w-programa pic x(20) value "INFORME-ANTIGUEDAD".
       01 w-filial-informe pic 9(4) value zero.
       01 w-clave-buscada pic 9(7).
       01 w-deuda pic 9(7)v99.
       01 w-plan-a-cargar pic 9(7)v99.
           COPY "ANTIGUEDAD.cpy".
       01 w-cant-morosos pic 9(5) value zero.
       01 w-cant-con-plan pic 9(5) value zero.
       01 w-cant-cartas pic 9(5) value zero.
       01 w-cant-sin-ficha pic 9(5) value zero.

           03 filler pic x(1) value " ".
           03 w-d-nombre pic x(15).
           03 filler pic x(5) value spaces.
           03 w-d-tramo-1 pic z,zzz,zz9.99.
           03 filler pic x(1) value spaces.
           03 w-d-tramo-2 pic z,zzz,zz9.99.
           03 filler pic x(1) value spaces.
           03 w-d-tramo-3 pic z,zzz,zz9.99.
           03 filler pic x(1) value spaces.
           03 w-d-tramo-4 pic z,zzz,zz9.99.
           03 filler pic x(1) value spaces.
           03 w-d-total pic z,zzz,zz9.99.

       01 w-linea-subtotal.
           03 filler pic x(16) value "Subtotal filial ".
           03 w-s-cod pic zzz9.
           03 filler pic x(8) value spaces.
           03 w-s-tramo-1 pic zz,zzz,zz9.99.
           03 w-s-tramo-2 pic zz,zzz,zz9.99.
           03 w-s-tramo-3 pic zz,zzz,zz9.99.
           03 w-s-tramo-4 pic zz,zzz,zz9.99.
           03 w-s-total pic zz,zzz,zz9.99.

       01 w-linea-total.
           03 filler pic x(28) value "TOTAL CLUB".
           03 w-t-tramo-1 pic zz,zzz,zz9.99.
           03 w-t-tramo-2 pic zz,zzz,zz9.99.
           03 w-t-tramo-3 pic zz,zzz,zz9.99.
           03 w-t-tramo-4 pic zz,zzz,zz9.99.
           03 w-t-total pic zz,zzz,zz9.99.

       01 w-linea-localidad.
           03 w-l-localidad pic x(20).
           03 filler pic x(38) value
               "Le recordamos que registra una deuda".
           03 filler pic x(5) value "de $ ".
           03 w-c-importe pic z,zzz,zz9.99.
           03 filler pic x(13) value " con el club.".

       01 w-linea-socio-carta.
           03 filler pic x(1) value "-".
           03 w-c-socio pic zz9.

       01 w-linea-plan.
           03 filler pic x(10) value spaces.
           03 filler pic x(15) value "Plan de pagos ".
           03 w-p-numero pic 99.
           03 filler pic x(9) value " cuotas ".
           03 w-p-cargadas pic z9.
           03 filler pic x(4) value " de ".
           03 w-p-cuotas pic z9.
           03 filler pic x(15) value " impago plan $ ".
           03 w-p-impago pic z,zzz,zz9.99.
           03 filler pic x(13) value " a cargar $ ".
           03 w-p-a-cargar pic z,zzz,zz9.99.

       01 w-linea-plan-carta.
           03 filler pic x(38) value
               "Tiene vigente el plan de pagos nro.".
           03 w-cp-numero pic 99.
           03 filler pic x(12) value ", restan ".
           03 w-cp-restan pic z9.
           03 filler pic x(8) value " cuotas.".

       01 w-linea-plan-carta2.
           03 filler pic x(38) value
               "De la deuda, corresponden al plan".
           03 filler pic x(5) value "$ ".
           03 w-cp-impago pic z,zzz,zz9.99.
           03 filler pic x(1) value ".".

       01 w-linea-separador pic x(60) value ALL "-".

       PROCEDURE DIVISION.

       100-INICIO.
           OPEN INPUT SOCIOS.
           OPEN INPUT PLANES.
           IF ws-fs-planes = "00"
               MOVE "S" TO w-hay-planes
           END-IF.
           OPEN INPUT DATOS.
           OPEN INPUT FILIAL.
               DELIMITED BY SIZE INTO w-nombre-cartas.
           OPEN OUTPUT REPORTE.
           OPEN OUTPUT CARTAS.
           MOVE LOW-VALUES TO soc-clave.
           START SOCIOS KEY IS NOT LESS THAN soc-clave
               INVALID KEY MOVE 1 TO w-fin-socios
           ADD 1 TO w-cant-fil-morosos.
           COMPUTE w-deuda = zero - soc-saldo.
           PERFORM 300-CALCULAR-TRAMOS.
           PERFORM 400-BUSCAR-PLAN.
           PERFORM 500-LINEA-MOROSO.
           PERFORM 600-CARTA-MOROSO.

      * mismo calculo de tramos que usan COBRAR-PLANES y
      * COBRAR-INTERESES
       300-CALCULAR-TRAMOS.
           MOVE soc-clave TO ant-soc-clave.
           MOVE w-deuda TO ant-deuda.
           MOVE w-fecha-hoy TO ant-fecha.
           CALL "CALCULAR-ANTIGUEDAD" USING ant-parametros
               ON EXCEPTION
                   MOVE zero TO ant-tramo (1) ant-tramo (2)
                                ant-tramo (3) ant-plan-impago
                   MOVE w-deuda TO ant-tramo (4)
           END-CALL.
           MOVE ant-tramo (1) TO w-ts-tramo (1).
           MOVE ant-tramo (2) TO w-ts-tramo (2).
           MOVE ant-tramo (3) TO w-ts-tramo (3).
           MOVE ant-tramo (4) TO w-ts-tramo (4).

      * plan vigente del socio, si tiene
       400-BUSCAR-PLAN.
           MOVE "N" TO w-tiene-plan.
           IF hay-planes
               MOVE soc-clave TO pln-soc-clave
               MOVE soc-clave TO w-clave-buscada
               MOVE zero TO pln-numero
               MOVE zero TO w-fin-planes
               START PLANES KEY IS NOT LESS THAN pln-clave
                   INVALID KEY MOVE 1 TO w-fin-planes
               END-START
               PERFORM UNTIL fin-planes
                   READ PLANES NEXT
                       AT END
                           MOVE 1 TO w-fin-planes
                       NOT AT END
                           IF pln-soc-clave = w-clave-buscada
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
           IF tiene-plan
               ADD 1 TO w-cant-con-plan
               COMPUTE w-plan-a-cargar =
                   pln-importe-total - pln-importe-cargado
           END-IF.

       500-LINEA-MOROSO.
           MOVE soc-filial TO w-d-filial.
           MOVE w-deuda TO w-d-total.
           MOVE w-linea-detalle TO rep-linea.
           WRITE rep-linea.
           IF tiene-plan
               MOVE pln-numero TO w-p-numero
               MOVE pln-cuotas-cargadas TO w-p-cargadas
               MOVE pln-cant-cuotas TO w-p-cuotas
               MOVE ant-plan-impago TO w-p-impago
               MOVE w-plan-a-cargar TO w-p-a-cargar
               MOVE w-linea-plan TO rep-linea
               WRITE rep-linea
           END-IF.
           PERFORM VARYING w-tramo-sub FROM 1 BY 1
                   UNTIL w-tramo-sub > 4
               ADD w-ts-tramo (w-tramo-sub)
           MOVE w-deuda TO w-c-importe.
           MOVE w-linea-deuda TO car-linea.
           WRITE car-linea.
           IF tiene-plan
               MOVE pln-numero TO w-cp-numero
               COMPUTE w-cp-restan =
                   pln-cant-cuotas - pln-cuotas-cargadas
               MOVE w-linea-plan-carta TO car-linea
               WRITE car-linea
               MOVE ant-plan-impago TO w-cp-impago
               MOVE w-linea-plan-carta2 TO car-linea
               WRITE car-linea
           END-IF.
           MOVE "Le pedimos regularizarla a la brevedad en su filial."
               TO car-linea.
           WRITE car-linea.
           END-CALL.
           DISPLAY "Morosos listados: " w-cant-morosos.
           DISPLAY "Cartas generadas: " w-cant-cartas.
           IF w-cant-con-plan > zero
               DISPLAY "Morosos con plan de pagos: " w-cant-con-plan
           END-IF.
           IF w-cant-sin-ficha > zero
               DISPLAY "Morosos sin ficha personal: " w-cant-sin-ficha
           END-IF.

       900-FIN.
           CLOSE SOCIOS
                 DATOS
                 FILIAL
                 REPORTE
                 CARTAS.
           IF hay-planes
               CLOSE PLANES
           END-IF.

       END PROGRAM INFORME-ANTIGUEDAD.
