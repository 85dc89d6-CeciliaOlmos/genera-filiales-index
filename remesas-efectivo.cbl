      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remesas del efectivo de las filiales a la tesoreria
      *          central. El efectivo de una sesion de caja cerrada
      *          (SESION-CAJA, cajas.dat) es lo contado en el cierre
      *          menos el fondo inicial, que queda en la filial como
      *          cambio. La filial remesa todo o parte de lo que
      *          tienen sus sesiones cerradas, de la mas vieja a la
      *          mas nueva, con una remesa numerada por filial
      *          (numeradores.dat) que se imprime para acompanar el
      *          efectivo y queda en el indice de informes; las
      *          sesiones cubiertas quedan en remesas-cajas.dat. La
      *          remesa sale en transito (remesas.dat) y la tesoreria
      *          confirma la recepcion con lo que conto, a ciegas;
      *          la diferencia queda en la remesa. Informa las
      *          remesas en transito y las recibidas con diferencia,
      *          y por filial el efectivo cobrado que todavia no se
      *          remeso. Todo queda en auditoria.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REMESAS-EFECTIVO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT CAJAS ASSIGN TO "../cajas.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS caj-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-cajas.

       SELECT REMESAS ASSIGN TO "../remesas.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS rem-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-remesas.

       SELECT REMESAS-CAJAS ASSIGN TO "../remesas-cajas.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS rca-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-remesas-cajas.

       SELECT NUMERADORES ASSIGN TO "../numeradores.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS num-clave
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS ws-fs-numeradores.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-filial.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  CAJAS.
           COPY "CAJA.cpy".

       FD  REMESAS.
           COPY "REMESA.cpy".

       FD  REMESAS-CAJAS.
           COPY "REMESACAJA.cpy".

       FD  NUMERADORES.
           COPY "NUMERADOR.cpy".

       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  REPORTE.
       01  rep-linea pic x(70).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-cajas pic xx.
       01 ws-fs-remesas pic xx.
       01 ws-fs-remesas-cajas pic xx.
       01 ws-fs-numeradores pic xx.
       01 ws-fs-filial pic xx.
           COPY "OPERADOR.cpy".
       01 w-opcion pic 9.
           88 fin-remesas value 9.
       01 w-fin-lista pic 9 value zero.
           88 fin-lista value 1.
       01 w-fin-busqueda pic 9 value zero.
           88 fin-busqueda value 1.
       01 w-fin-filiales pic 9 value zero.
           88 fin-filiales value 1.
       01 w-puede-seguir pic x.
           88 puede-seguir value "S".
       01 w-mostrar pic x value "N".
           88 mostrar-sesiones value "S".
       01 w-tabla-llena pic x value "N".
           88 tabla-llena value "S".
       01 w-numerador-nuevo pic x value "N".
           88 numerador-nuevo value "S".
       01 w-confirma pic x.
           88 confirma-remesa value "S" "s".
       01 w-destino pic x.
           88 destino-valido value "C" "B".

       01 w-filial-pedida pic 9(4).
       01 w-numero-pedido pic 9(6).
       01 w-numero-remesa pic 9(6) value zero.
       01 w-fecha-hoy pic 9(8).
       01 w-hora-hoy pic 9(8).
       01 w-referencia pic x(20).
       01 w-efectivo-sesion pic s9(7)v99.
       01 w-remesado-sesion pic 9(9)v99.
       01 w-pendiente-sesion pic s9(9)v99.
       01 w-total-pendiente pic 9(9)v99.
       01 w-a-remesar pic 9(7)v99.
       01 w-resto pic 9(7)v99.
       01 w-aplicado pic 9(7)v99.
       01 w-contado pic 9(7)v99.
       01 w-en-transito pic 9(9)v99.
       01 w-cant-transito pic 9(4).
       01 w-cant-abiertas pic 9(4).
       01 w-cant-listadas pic 9(4).
       01 w-dias pic 9(5).
       01 w-tot-pendiente pic 9(9)v99 value zero.
       01 w-tot-transito pic 9(9)v99 value zero.
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "REMESAS-EFECTIVO".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).
       01 w-imagen-remesa.
           03 w-ir-numero pic 9(6).
           03 w-ir-importe pic -(7)9.99.
           03 w-ir-estado pic x.
           03 w-ir-contado pic -(7)9.99.
           03 w-ir-diferencia pic -(7)9.99.
           03 w-ir-destino pic x.

      * sesiones cerradas con efectivo sin remesar, de la mas vieja
      * a la mas nueva (orden de la clave de cajas.dat)
       01 w-cant-sesiones pic 9(3) value zero.
       01 w-tabla-sesiones.
           03 w-ent-sesion occurs 1 to 500 times
                   depending on w-cant-sesiones
                   indexed by ses-idx.
               05 w-ts-fecha pic 9(8).
               05 w-ts-operador pic x(8).
               05 w-ts-pendiente pic 9(7)v99.
               05 w-ts-aplicado pic 9(7)v99.

       01 w-fecha-desarmada.
           03 w-fx-aa pic 9(4).
           03 w-fx-mm pic 99.
           03 w-fx-dd pic 99.
       01 w-fecha-edit.
           03 w-fe-dd pic 99.
           03 filler pic x value "/".
           03 w-fe-mm pic 99.
           03 filler pic x value "/".
           03 w-fe-aa pic 9(4).
       01 w-importe-edit pic -,---,---,--9.99.

       01 w-linea-borde pic x(70) value ALL "=".
       01 w-linea-guiones pic x(70) value ALL "-".

       01 w-linea-titulo.
           03 w-t-cabecera.
               05 w-t-texto pic x(30).
               05 w-t-numero pic x(6).
           03 w-t-texto-largo redefines w-t-cabecera pic x(36).
           03 filler pic x(17) value spaces.
           03 filler pic x(7) value "Fecha: ".
           03 w-t-fecha pic x(10).

       01 w-linea-filial.
           03 filler pic x(8) value "Filial: ".
           03 w-f-cod pic zzz9.
           03 filler pic x(2) value "  ".
           03 w-f-nombre pic x(20).

       01 w-linea-destino.
           03 filler pic x(9) value "Destino: ".
           03 w-de-texto pic x(22).
           03 filler pic x(13) value "  Referencia ".
           03 w-de-referencia pic x(20).

       01 w-linea-sesion.
           03 filler pic x(4) value spaces.
           03 filler pic x(6) value "Caja  ".
           03 w-ss-fecha pic x(10).
           03 filler pic x(2) value spaces.
           03 w-ss-operador pic x(8).
           03 filler pic x(13) value spaces.
           03 filler pic x(3) value " $ ".
           03 w-ss-importe pic -,---,---,--9.99.

       01 w-linea-importe.
           03 filler pic x(2) value spaces.
           03 w-i-texto pic x(44).
           03 filler pic x(3) value " $ ".
           03 w-i-importe pic -,---,---,--9.99.

       01 w-linea-firma.
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value ALL "_".
           03 filler pic x(10) value spaces.
           03 filler pic x(24) value ALL "_".

       01 w-linea-firmantes.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "Entrega (".
           03 w-fi-operador pic x(8).
           03 filler pic x(16) value ")".
           03 filler pic x(24) value "Recibe (tesoreria)".

       01 w-linea-remesa.
           03 w-r-filial pic 9(4).
           03 filler pic x value "-".
           03 w-r-numero pic 9(6).
           03 filler pic x(1) value " ".
           03 w-r-fecha pic x(10).
           03 filler pic x(1) value " ".
           03 w-r-destino pic x.
           03 filler pic x(1) value " ".
           03 w-r-enviado pic z,zzz,zz9.99.
           03 filler pic x(1) value " ".
           03 w-r-contado pic z,zzz,zz9.99.
           03 w-r-contado-x redefines w-r-contado pic x(12).
           03 filler pic x(1) value " ".
           03 w-r-diferencia pic --,---,--9.99.
           03 w-r-diferencia-x redefines w-r-diferencia pic x(13).
           03 filler pic x(1) value " ".
           03 w-r-dias pic zzzz9.
           03 w-r-dias-x redefines w-r-dias pic x(5).

       01 w-linea-cab-remesa.
           03 filler pic x(37)
                   value "REMESA      FECHA      D      ENVIADO".
           03 filler pic x(33)
                   value "      CONTADO    DIFERENCIA  DIAS".

       01 w-linea-efectivo.
           03 w-e-filial pic zzz9.
           03 filler pic x(1) value " ".
           03 w-e-nombre pic x(20).
           03 w-e-sesiones pic zzz9.
           03 filler pic x(1) value " ".
           03 w-e-pendiente pic zzz,zzz,zz9.99.
           03 filler pic x(1) value " ".
           03 w-e-transito pic zzz,zzz,zz9.99.
           03 filler pic x(1) value " ".
           03 w-e-abiertas pic zzz9.

       01 w-linea-cab-efectivo.
           03 filler pic x(35)
                   value "FILIAL NOMBRE            CAJAS  SIN".
           03 filler pic x(35)
                   value " REMESAR    EN TRANSITO ABIERTAS".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL fin-remesas
               EVALUATE w-opcion
                   WHEN 1 PERFORM 300-EMITIR-REMESA
                   WHEN 2 PERFORM 400-CONFIRMAR-RECEPCION
                   WHEN 3 PERFORM 500-INFORME-REMESAS
                   WHEN 4 PERFORM 600-INFORME-EFECTIVO
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN INPUT CAJAS.
           IF ws-fs-cajas = "35"
               OPEN OUTPUT CAJAS
               CLOSE CAJAS
               OPEN INPUT CAJAS
           END-IF.
           OPEN I-O REMESAS.
           IF ws-fs-remesas = "35"
               OPEN OUTPUT REMESAS
               CLOSE REMESAS
               OPEN I-O REMESAS
           END-IF.
           OPEN I-O REMESAS-CAJAS.
           IF ws-fs-remesas-cajas = "35"
               OPEN OUTPUT REMESAS-CAJAS
               CLOSE REMESAS-CAJAS
               OPEN I-O REMESAS-CAJAS
           END-IF.
           OPEN I-O NUMERADORES.
           IF ws-fs-numeradores = "35"
               OPEN OUTPUT NUMERADORES
               CLOSE NUMERADORES
               OPEN I-O NUMERADORES
           END-IF.
           OPEN INPUT FILIAL.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.

       200-MENU.
           DISPLAY "1-Emitir remesa 2-Confirmar recepcion "
                   "3-Remesas en transito y diferencias".
           DISPLAY "4-Efectivo sin remesar por filial 9-Fin".
           ACCEPT w-opcion.

       300-EMITIR-REMESA.
           MOVE "S" TO w-puede-seguir.
           DISPLAY "Filial que remesa".
           ACCEPT w-filial-pedida.
           MOVE w-filial-pedida TO fil-cod.
           READ FILIAL
               INVALID KEY
                   DISPLAY "La filial no existe"
                   MOVE "N" TO w-puede-seguir
           END-READ.
           IF puede-seguir
               MOVE "S" TO w-mostrar
               PERFORM 310-PENDIENTE-FILIAL
               MOVE "N" TO w-mostrar
               IF w-total-pendiente = zero
                   DISPLAY "La filial no tiene efectivo de cajas "
                           "cerradas para remesar"
                   MOVE "N" TO w-puede-seguir
               END-IF
           END-IF.
           IF puede-seguir
               PERFORM 330-PEDIR-DATOS
           END-IF.
           IF puede-seguir
               PERFORM 340-TOMAR-NUMERO
               IF ws-fs-numeradores = "51"
                   DISPLAY "Numerador tomado por otro puesto; la "
                           "remesa no se emitio"
               ELSE
                   PERFORM 350-GRABAR-REMESA
               END-IF
           END-IF.

      * efectivo sin remesar de las sesiones cerradas de la filial
      * pedida; deja las sesiones en la tabla y cuenta las cajas
      * todavia abiertas (su efectivo no esta contado)
       310-PENDIENTE-FILIAL.
           MOVE zero TO w-cant-sesiones.
           MOVE zero TO w-total-pendiente.
           MOVE zero TO w-cant-abiertas.
           MOVE "N" TO w-tabla-llena.
           MOVE w-filial-pedida TO caj-filial.
           MOVE zero TO caj-fecha.
           MOVE LOW-VALUES TO caj-operador.
           MOVE zero TO w-fin-lista.
           START CAJAS KEY IS NOT LESS THAN caj-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ CAJAS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF caj-filial = w-filial-pedida
                           IF caj-cerrada
                               PERFORM 315-SESION-CERRADA
                           ELSE
                               ADD 1 TO w-cant-abiertas
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.
           IF tabla-llena
               DISPLAY "Hay mas de 500 cajas con efectivo sin "
                       "remesar: las mas nuevas quedan para la "
                       "proxima remesa"
           END-IF.
           IF mostrar-sesiones
               MOVE w-total-pendiente TO w-importe-edit
               DISPLAY "Efectivo sin remesar: " w-importe-edit
                       " en " w-cant-sesiones " caja(s)"
           END-IF.

       315-SESION-CERRADA.
           COMPUTE w-efectivo-sesion =
               caj-declarado - caj-fondo-inicial.
           IF w-efectivo-sesion > zero
               PERFORM 320-SUMAR-REMESADO
               COMPUTE w-pendiente-sesion =
                   w-efectivo-sesion - w-remesado-sesion
               IF w-pendiente-sesion > zero
                   PERFORM 325-AGREGAR-SESION
               END-IF
           END-IF.

       320-SUMAR-REMESADO.
           MOVE zero TO w-remesado-sesion.
           MOVE caj-clave TO rca-caj-clave.
           MOVE zero TO rca-numero.
           MOVE zero TO w-fin-busqueda.
           START REMESAS-CAJAS KEY IS NOT LESS THAN rca-clave
               INVALID KEY MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ REMESAS-CAJAS NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF rca-caj-clave = caj-clave
                           ADD rca-importe TO w-remesado-sesion
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

       325-AGREGAR-SESION.
           IF w-cant-sesiones < 500
               ADD 1 TO w-cant-sesiones
               SET ses-idx TO w-cant-sesiones
               MOVE caj-fecha TO w-ts-fecha (ses-idx)
               MOVE caj-operador TO w-ts-operador (ses-idx)
               MOVE w-pendiente-sesion TO w-ts-pendiente (ses-idx)
               MOVE zero TO w-ts-aplicado (ses-idx)
               ADD w-pendiente-sesion TO w-total-pendiente
               IF mostrar-sesiones
                   MOVE w-pendiente-sesion TO w-importe-edit
                   DISPLAY "  Caja " caj-fecha " " caj-operador
                           " sin remesar " w-importe-edit
               END-IF
           ELSE
               MOVE "S" TO w-tabla-llena
           END-IF.

       330-PEDIR-DATOS.
           DISPLAY "Importe a remesar (0 = todo)".
           ACCEPT w-a-remesar.
           IF w-a-remesar = zero
               MOVE w-total-pendiente TO w-a-remesar
           END-IF.
           IF w-a-remesar > w-total-pendiente
               DISPLAY "El importe supera el efectivo sin remesar"
               MOVE "N" TO w-puede-seguir
           END-IF.
           IF puede-seguir
               MOVE SPACE TO w-destino
               PERFORM UNTIL destino-valido
                   DISPLAY "Destino (C-Tesoreria central "
                           "B-Deposito en banco)"
                   ACCEPT w-destino
                   IF w-destino = "c"
                       MOVE "C" TO w-destino
                   END-IF
                   IF w-destino = "b"
                       MOVE "B" TO w-destino
                   END-IF
               END-PERFORM
               DISPLAY "Referencia (boleta de deposito o traslado)"
               ACCEPT w-referencia
               MOVE w-a-remesar TO w-importe-edit
               DISPLAY "Confirma la remesa de " w-importe-edit
                       " (S/N)"
               ACCEPT w-confirma
               IF NOT confirma-remesa
                   DISPLAY "Remesa cancelada"
                   MOVE "N" TO w-puede-seguir
               END-IF
           END-IF.

      * misma numeracion correlativa por filial que la constancia
      * de baja: el numero se confirma recien con la remesa grabada
       340-TOMAR-NUMERO.
           MOVE "N" TO w-numerador-nuevo.
           MOVE "REM" TO num-tipo.
           MOVE w-filial-pedida TO num-filial.
           READ NUMERADORES WITH LOCK
               INVALID KEY
                   MOVE "S" TO w-numerador-nuevo
                   MOVE "REM" TO num-tipo
                   MOVE w-filial-pedida TO num-filial
                   MOVE zero TO num-ultimo
           END-READ.
           IF ws-fs-numeradores NOT = "51"
               COMPUTE w-numero-remesa = num-ultimo + 1
           END-IF.

       345-CONFIRMAR-NUMERO.
           MOVE "REM" TO num-tipo.
           MOVE w-filial-pedida TO num-filial.
           MOVE w-numero-remesa TO num-ultimo.
           IF numerador-nuevo
               WRITE num-reg
                   INVALID KEY
                       DISPLAY "Error al grabar el numerador de la "
                               "filial " num-filial
               END-WRITE
           ELSE
               REWRITE num-reg
                   INVALID KEY
                       DISPLAY "Error al actualizar el numerador de "
                               "la filial " num-filial
               END-REWRITE
           END-IF.
           UNLOCK NUMERADORES.

      * las cajas se registran antes que la remesa: si alguna no se
      * puede registrar se deshacen las ya grabadas y la remesa no
      * sale, para que rem-importe sea siempre lo aplicado a cajas
       350-GRABAR-REMESA.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-hoy FROM TIME.
           PERFORM 360-APLICAR-SESIONES.
           IF NOT puede-seguir
               PERFORM 365-DESHACER-SESIONES
               UNLOCK NUMERADORES
               DISPLAY "Remesa rechazada: no se pudieron registrar "
                       "las cajas que cubre"
           ELSE
               MOVE w-filial-pedida TO rem-filial
               MOVE w-numero-remesa TO rem-numero
               MOVE w-fecha-hoy TO rem-fecha
               MOVE w-hora-hoy TO rem-hora
               MOVE oper-id TO rem-operador
               MOVE w-destino TO rem-destino
               MOVE w-referencia TO rem-referencia
               MOVE w-a-remesar TO rem-importe
               MOVE "T" TO rem-estado
               MOVE zero TO rem-fecha-recepcion
               MOVE zero TO rem-importe-contado
               MOVE zero TO rem-diferencia
               MOVE SPACES TO rem-operador-recepcion
               WRITE rem-reg
                   INVALID KEY
                       DISPLAY "Ya existe la remesa " w-numero-remesa
                               " de la filial: revisar numeradores.dat"
                       PERFORM 365-DESHACER-SESIONES
                       UNLOCK NUMERADORES
                   NOT INVALID KEY
                       PERFORM 345-CONFIRMAR-NUMERO
                       MOVE SPACES TO w-imagen-antes
                       PERFORM 880-IMAGEN-REMESA
                       MOVE "REMESA" TO w-accion
                       PERFORM 850-AUDITAR
                       PERFORM 370-IMPRIMIR-REMESA
                       PERFORM 860-REGISTRAR-INFORME
                       DISPLAY "Remesa " w-numero-remesa " en "
                               w-nombre-reporte
               END-WRITE
           END-IF.

      * el importe cubre las sesiones de la mas vieja a la mas nueva
       360-APLICAR-SESIONES.
           MOVE w-a-remesar TO w-resto.
           PERFORM VARYING ses-idx FROM 1 BY 1
                   UNTIL ses-idx > w-cant-sesiones
                      OR w-resto = zero
                      OR NOT puede-seguir
               IF w-ts-pendiente (ses-idx) < w-resto
                   MOVE w-ts-pendiente (ses-idx) TO w-aplicado
               ELSE
                   MOVE w-resto TO w-aplicado
               END-IF
               MOVE w-filial-pedida TO rca-filial
               MOVE w-ts-fecha (ses-idx) TO rca-fecha
               MOVE w-ts-operador (ses-idx) TO rca-operador
               MOVE w-numero-remesa TO rca-numero
               MOVE w-aplicado TO rca-importe
               WRITE rca-reg
                   INVALID KEY
                       DISPLAY "Error al registrar la caja "
                               rca-fecha " " rca-operador
                               " en la remesa"
                       MOVE "N" TO w-puede-seguir
                   NOT INVALID KEY
                       MOVE w-aplicado TO w-ts-aplicado (ses-idx)
                       SUBTRACT w-aplicado FROM w-resto
               END-WRITE
           END-PERFORM.
           IF w-resto NOT = zero
               MOVE "N" TO w-puede-seguir
           END-IF.

       365-DESHACER-SESIONES.
           PERFORM VARYING ses-idx FROM 1 BY 1
                   UNTIL ses-idx > w-cant-sesiones
               IF w-ts-aplicado (ses-idx) > zero
                   MOVE w-filial-pedida TO rca-filial
                   MOVE w-ts-fecha (ses-idx) TO rca-fecha
                   MOVE w-ts-operador (ses-idx) TO rca-operador
                   MOVE w-numero-remesa TO rca-numero
                   DELETE REMESAS-CAJAS RECORD
                       INVALID KEY
                           DISPLAY "No se pudo deshacer la caja "
                                   rca-fecha " " rca-operador
                   END-DELETE
                   MOVE zero TO w-ts-aplicado (ses-idx)
               END-IF
           END-PERFORM.

       370-IMPRIMIR-REMESA.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../remesa-" w-filial-pedida "-" w-numero-remesa
               ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE "REMESA DE EFECTIVO Nro " TO w-t-texto.
           MOVE w-numero-remesa TO w-t-numero.
           MOVE w-fecha-hoy TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-t-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE w-filial-pedida TO w-f-cod.
           MOVE fil-nombre TO w-f-nombre.
           MOVE w-linea-filial TO rep-linea.
           WRITE rep-linea.
           IF w-destino = "B"
               MOVE "Deposito en banco" TO w-de-texto
           ELSE
               MOVE "Tesoreria central" TO w-de-texto
           END-IF.
           MOVE w-referencia TO w-de-referencia.
           MOVE w-linea-destino TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE "  Cajas cerradas que cubre:" TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING ses-idx FROM 1 BY 1
                   UNTIL ses-idx > w-cant-sesiones
               IF w-ts-aplicado (ses-idx) > zero
                   MOVE w-ts-fecha (ses-idx) TO w-fecha-desarmada
                   PERFORM 890-EDITAR-FECHA
                   MOVE w-fecha-edit TO w-ss-fecha
                   MOVE w-ts-operador (ses-idx) TO w-ss-operador
                   MOVE w-ts-aplicado (ses-idx) TO w-ss-importe
                   MOVE w-linea-sesion TO rep-linea
                   WRITE rep-linea
               END-IF
           END-PERFORM.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE "Total remesado" TO w-i-texto.
           MOVE w-a-remesar TO w-i-importe.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.
           MOVE "Efectivo que sigue sin remesar en la filial"
               TO w-i-texto.
           COMPUTE w-i-importe = w-total-pendiente - w-a-remesar.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea.
           MOVE w-linea-firma TO rep-linea.
           WRITE rep-linea.
           MOVE oper-id TO w-fi-operador.
           MOVE w-linea-firmantes TO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.

      * la tesoreria cuenta el efectivo antes de ver lo enviado,
      * como en el cierre de caja
       400-CONFIRMAR-RECEPCION.
           DISPLAY "Filial de la remesa".
           ACCEPT w-filial-pedida.
           DISPLAY "Numero de remesa".
           ACCEPT w-numero-pedido.
           MOVE w-filial-pedida TO rem-filial.
           MOVE w-numero-pedido TO rem-numero.
           READ REMESAS
               INVALID KEY
                   DISPLAY "La remesa no existe"
               NOT INVALID KEY
                   IF rem-recibida
                       DISPLAY "La remesa ya fue recibida el "
                               rem-fecha-recepcion " por "
                               rem-operador-recepcion
                   ELSE
                       DISPLAY "Importe contado por la tesoreria"
                       ACCEPT w-contado
                       PERFORM 410-GRABAR-RECEPCION
                   END-IF
           END-READ.

       410-GRABAR-RECEPCION.
           PERFORM 880-IMAGEN-REMESA.
           MOVE w-imagen-despues TO w-imagen-antes.
           ACCEPT rem-fecha-recepcion FROM DATE YYYYMMDD.
           MOVE w-contado TO rem-importe-contado.
           COMPUTE rem-diferencia = w-contado - rem-importe.
           MOVE oper-id TO rem-operador-recepcion.
           MOVE "R" TO rem-estado.
           REWRITE rem-reg
               INVALID KEY
                   DISPLAY "Error al grabar la recepcion"
               NOT INVALID KEY
                   MOVE rem-filial TO w-filial-pedida
                   PERFORM 880-IMAGEN-REMESA
                   MOVE "RECEPCION REM" TO w-accion
                   PERFORM 850-AUDITAR
                   MOVE rem-importe TO w-importe-edit
                   DISPLAY "Enviado:    " w-importe-edit
                   MOVE rem-importe-contado TO w-importe-edit
                   DISPLAY "Contado:    " w-importe-edit
                   IF rem-diferencia = zero
                       DISPLAY "Remesa recibida sin diferencia"
                   ELSE
                       MOVE rem-diferencia TO w-importe-edit
                       IF rem-diferencia > zero
                           DISPLAY "SOBRANTE:   " w-importe-edit
                       ELSE
                           DISPLAY "FALTANTE:   " w-importe-edit
                       END-IF
                   END-IF
           END-REWRITE.

      * remesas en transito (con los dias desde el envio) y
      * recibidas con diferencia
       500-INFORME-REMESAS.
           DISPLAY "Filial (0 = todas)".
           ACCEPT w-filial-pedida.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../informe-remesas-" w-filial-pedida "-"
                   w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE "REMESAS EN TRANSITO Y DIFERENCIAS"
               TO w-t-texto-largo.
           MOVE w-fecha-hoy TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-t-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-cab-remesa TO rep-linea.
           WRITE rep-linea.
           MOVE zero TO w-cant-listadas.
           MOVE zero TO w-cant-transito.
           MOVE zero TO w-en-transito.
           MOVE LOW-VALUES TO rem-clave.
           IF w-filial-pedida NOT = zero
               MOVE w-filial-pedida TO rem-filial
               MOVE zero TO rem-numero
           END-IF.
           MOVE zero TO w-fin-lista.
           START REMESAS KEY IS NOT LESS THAN rem-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ REMESAS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF w-filial-pedida NOT = zero
                          AND rem-filial NOT = w-filial-pedida
                           MOVE 1 TO w-fin-lista
                       ELSE
                           IF rem-en-transito
                              OR rem-diferencia NOT = zero
                               PERFORM 510-LINEA-REMESA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE "Remesas en transito" TO w-i-texto.
           MOVE w-en-transito TO w-i-importe.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           STRING "  Cantidad en transito: " w-cant-transito
                   "   Lineas listadas: " w-cant-listadas
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.
           PERFORM 860-REGISTRAR-INFORME.
           DISPLAY "Informe generado en " w-nombre-reporte.

       510-LINEA-REMESA.
           ADD 1 TO w-cant-listadas.
           MOVE SPACES TO w-r-contado-x.
           MOVE SPACES TO w-r-diferencia-x.
           MOVE SPACES TO w-r-dias-x.
           MOVE rem-filial TO w-r-filial.
           MOVE rem-numero TO w-r-numero.
           MOVE rem-fecha TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-r-fecha.
           MOVE rem-destino TO w-r-destino.
           MOVE rem-importe TO w-r-enviado.
           IF rem-en-transito
               ADD 1 TO w-cant-transito
               ADD rem-importe TO w-en-transito
               COMPUTE w-dias =
                   FUNCTION INTEGER-OF-DATE(w-fecha-hoy) -
                   FUNCTION INTEGER-OF-DATE(rem-fecha)
               MOVE w-dias TO w-r-dias
           ELSE
               MOVE rem-importe-contado TO w-r-contado
               MOVE rem-diferencia TO w-r-diferencia
           END-IF.
           MOVE w-linea-remesa TO rep-linea.
           WRITE rep-linea.

      * por filial: efectivo de cajas cerradas sin remesar, lo que
      * esta en transito y las cajas abiertas sin contar
       600-INFORME-EFECTIVO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../informe-efectivo-filiales-" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE "EFECTIVO SIN REMESAR" TO w-t-texto.
           MOVE SPACES TO w-t-numero.
           MOVE w-fecha-hoy TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-t-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-cab-efectivo TO rep-linea.
           WRITE rep-linea.
           MOVE zero TO w-tot-pendiente.
           MOVE zero TO w-tot-transito.
           MOVE zero TO fil-cod.
           MOVE zero TO w-fin-filiales.
           START FILIAL KEY IS GREATER THAN fil-cod
               INVALID KEY MOVE 1 TO w-fin-filiales
           END-START.
           PERFORM UNTIL fin-filiales
               READ FILIAL NEXT
                   AT END
                       MOVE 1 TO w-fin-filiales
                   NOT AT END
                       PERFORM 610-EFECTIVO-FILIAL
               END-READ
           END-PERFORM.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE "Total sin remesar" TO w-i-texto.
           MOVE w-tot-pendiente TO w-i-importe.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.
           MOVE "Total en transito" TO w-i-texto.
           MOVE w-tot-transito TO w-i-importe.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.
           MOVE zero TO w-filial-pedida.
           PERFORM 860-REGISTRAR-INFORME.
           DISPLAY "Informe generado en " w-nombre-reporte.

       610-EFECTIVO-FILIAL.
           MOVE fil-cod TO w-filial-pedida.
           PERFORM 310-PENDIENTE-FILIAL.
           PERFORM 620-TRANSITO-FILIAL.
           IF w-total-pendiente > zero OR w-en-transito > zero
              OR w-cant-abiertas > zero
               MOVE fil-cod TO w-e-filial
               MOVE fil-nombre TO w-e-nombre
               MOVE w-cant-sesiones TO w-e-sesiones
               MOVE w-total-pendiente TO w-e-pendiente
               MOVE w-en-transito TO w-e-transito
               MOVE w-cant-abiertas TO w-e-abiertas
               MOVE w-linea-efectivo TO rep-linea
               WRITE rep-linea
               ADD w-total-pendiente TO w-tot-pendiente
               ADD w-en-transito TO w-tot-transito
           END-IF.

       620-TRANSITO-FILIAL.
           MOVE zero TO w-en-transito.
           MOVE w-filial-pedida TO rem-filial.
           MOVE zero TO rem-numero.
           MOVE zero TO w-fin-lista.
           START REMESAS KEY IS NOT LESS THAN rem-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ REMESAS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF rem-filial = w-filial-pedida
                           IF rem-en-transito
                               ADD rem-importe TO w-en-transito
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * la clave de auditoria lleva la filial; la remesa va en las
      * imagenes
       850-AUDITAR.
           MOVE w-filial-pedida TO w-clave-audit (1:4).
           MOVE zero TO w-clave-audit (5:3).
           CALL "REGISTRAR-AUDITORIA" USING w-programa w-accion
                   w-clave-audit w-imagen-antes w-imagen-despues
               ON EXCEPTION
                   DISPLAY "No se pudo registrar la auditoria"
           END-CALL.

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa w-filial-pedida
                   w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.

       880-IMAGEN-REMESA.
           MOVE rem-numero TO w-ir-numero.
           MOVE rem-importe TO w-ir-importe.
           MOVE rem-estado TO w-ir-estado.
           MOVE rem-importe-contado TO w-ir-contado.
           MOVE rem-diferencia TO w-ir-diferencia.
           MOVE rem-destino TO w-ir-destino.
           MOVE w-imagen-remesa TO w-imagen-despues.

       890-EDITAR-FECHA.
           MOVE w-fx-dd TO w-fe-dd.
           MOVE w-fx-mm TO w-fe-mm.
           MOVE w-fx-aa TO w-fe-aa.

       900-FIN.
           CLOSE CAJAS
                 REMESAS
                 REMESAS-CAJAS
                 NUMERADORES
                 FILIAL.

       END PROGRAM REMESAS-EFECTIVO.
