      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fusion supervisada de dos socios que resultaron ser
      *          la misma persona (mismo documento, ver el informe
      *          de INFORME-DUPLICADOS). Se indica el socio que queda
      *          y el duplicado; con clave de supervisor y
      *          confirmacion, los movimientos del duplicado pasan
      *          al que queda con nueva secuencia (y se corrigen las
      *          referencias de cheques.dat y cargos-periodo.dat),
      *          las inscripciones y el grupo familiar se trasladan
      *          cuando son de la misma filial, la ficha personal
      *          completa los datos que le falten al que queda, los
      *          saldos se suman y el duplicado queda inactivo con
      *          saldo cero. Cada paso queda en auditoria.dat. No
      *          sigue si el duplicado tiene cheques en cartera o un
      *          plan de pago vigente. Si algun paso da error, el
      *          duplicado no se da de baja ni se suman los saldos:
      *          se corrige la causa y se vuelve a ejecutar, lo mismo
      *          que si una corrida se interrumpe antes de la baja, y
      *          completa lo que falta.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FUSIONAR-SOCIOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS ws-fs-socios.

       SELECT DATOS ASSIGN TO "../datos-socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS dat-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-datos.

       SELECT MOVIMIENTOS ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-movimientos.

       SELECT INSCRIPCIONES ASSIGN TO "../inscripciones.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ins-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-inscripciones.

       SELECT GRUPOS ASSIGN TO "../grupos.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS grp-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-grupos.

       SELECT CHEQUES ASSIGN TO "../cheques.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS chq-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-cheques.

       SELECT PLANES ASSIGN TO "../planes.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS pln-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-planes.

       SELECT CARGOS ASSIGN TO "../cargos-periodo.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS car-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-cargos.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  DATOS.
           COPY "DATOS.cpy".

       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       FD  INSCRIPCIONES.
           COPY "INSCRIPCION.cpy".

       FD  GRUPOS.
           COPY "GRUPO.cpy".

       FD  CHEQUES.
           COPY "CHEQUE.cpy".

       FD  PLANES.
           COPY "PLAN.cpy".

       FD  CARGOS.
           COPY "CARGO.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios pic xx.
       01 ws-fs-datos pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-inscripciones pic xx.
       01 ws-fs-grupos pic xx.
       01 ws-fs-cheques pic xx.
       01 ws-fs-planes pic xx.
       01 ws-fs-cargos pic xx.
           COPY "OPERADOR.cpy".
      * ficha del duplicado, para completar la del socio que queda
           COPY "DATOS.cpy" REPLACING LEADING ==dat== BY ==dfu==.
       01 w-puede-seguir pic x value "S".
           88 puede-seguir value "S".
       01 w-confirma pic x.
           88 confirma-fusion value "S" "s".
       01 w-clave-supervisor pic x(6) value "SUP392".
       01 w-clave-ingresada pic x(6).
       01 w-hay-inscripciones pic x value "N".
           88 hay-inscripciones value "S".
       01 w-hay-grupos pic x value "N".
           88 hay-grupos value "S".
       01 w-hay-cheques pic x value "N".
           88 hay-cheques value "S".
       01 w-hay-planes pic x value "N".
           88 hay-planes value "S".
       01 w-hay-cargos pic x value "N".
           88 hay-cargos value "S".
       01 w-hay-ficha-dup pic x value "N".
           88 hay-ficha-dup value "S".
       01 w-baja-grabada pic x value "N".
           88 baja-grabada value "S".
       01 w-baja-omitida pic x value "N".
           88 baja-omitida value "S".
       01 w-grupo-cerrado pic x value "N".
           88 grupo-cerrado value "S".
       01 w-mapa-lleno pic x value "N".
           88 mapa-lleno value "S".
       01 w-fin-movs pic 9 value zero.
           88 fin-movs value 1.
       01 w-fin-lista pic 9 value zero.
           88 fin-lista value 1.
       01 w-fin-busqueda pic 9 value zero.
           88 fin-busqueda value 1.

       01 w-clave-queda.
           03 w-cq-filial pic 9(4).
           03 w-cq-socio pic 999.
       01 w-clave-dup.
           03 w-cd-filial pic 9(4).
           03 w-cd-socio pic 999.
       01 w-clave-buscada pic 9(7).
       01 w-soc-queda pic x(45).
       01 w-soc-dup pic x(45).
       01 w-mov-guardado pic x(54).
       01 w-ins-guardada pic x(19).
       01 w-estado-ins-dup pic x.
           88 ins-dup-vigente value "A" "a".
       01 w-fecha-mov pic 9(8).
       01 w-sec-vieja pic 9(4).
       01 w-sec-nueva pic 9(4).
       01 w-ultima-secuencia pic 9(4).
       01 w-ultima-actividad pic 999.

      * correspondencia de secuencias de los movimientos que se
      * pasan al socio que queda, para corregir las referencias
      * de cheques y cargos
       01 w-cant-mapa pic 9(4) value zero.
       01 w-tabla-mapa.
           03 w-ent-mapa occurs 1 to 3000 times
                   depending on w-cant-mapa
                   indexed by map-idx.
               05 w-mp-fecha pic 9(8).
               05 w-mp-sec-vieja pic 9(4).
               05 w-mp-sec-nueva pic 9(4).

       01 w-doc-queda pic 9(8) value zero.
       01 w-doc-dup pic 9(8) value zero.
       01 w-nombre-queda pic x(15).
       01 w-nombre-dup pic x(15).
       01 w-saldo-queda pic s9(7)v99.
       01 w-saldo-dup pic s9(7)v99.
       01 w-saldo-combinado pic s9(7)v99.
       01 w-saldo-edit pic --,---,--9.99.
       01 w-grupo-queda pic 999 value zero.
       01 w-grupo-dup pic 999 value zero.
       01 w-grupo-final pic 999 value zero.
       01 w-nuevo-responsable pic 999 value zero.
       01 w-cant-movs pic 9(5) value zero.
       01 w-cant-cheques pic 9(3) value zero.
       01 w-cant-cargos pic 9(5) value zero.
       01 w-cant-ins-pasadas pic 9(3) value zero.
       01 w-cant-ins-cerradas pic 9(3) value zero.
       01 w-cant-pendientes pic 9(3) value zero.
       01 w-cant-errores pic 9(3) value zero.
       01 w-programa pic x(20) value "FUSIONAR-SOCIOS".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PEDIR-SOCIOS.
           IF puede-seguir
               PERFORM 300-LEER-SOCIOS
           END-IF.
           IF puede-seguir
               PERFORM 320-CONTROLAR-DOCUMENTOS
           END-IF.
           IF puede-seguir
               PERFORM 340-CONTROLAR-PENDIENTES
           END-IF.
           IF puede-seguir
               PERFORM 380-AUTORIZAR
           END-IF.
           IF puede-seguir
               PERFORM 390-AUDITAR-INICIO
               PERFORM 400-PASAR-MOVIMIENTOS
               PERFORM 450-CORREGIR-CHEQUES
               PERFORM 470-CORREGIR-CARGOS
               PERFORM 500-PASAR-INSCRIPCIONES
               PERFORM 600-FUSIONAR-FICHA
               PERFORM 650-VER-GRUPO
      * con errores el duplicado sigue activo para poder reanudar
               IF w-cant-errores = zero
                   PERFORM 700-BAJA-DUPLICADO
                   PERFORM 720-COMBINAR-SALDOS
               ELSE
                   MOVE "S" TO w-baja-omitida
               END-IF
               PERFORM 800-RESUMEN
           END-IF.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN I-O SOCIOS.
           OPEN I-O DATOS.
           IF ws-fs-datos = "35"
               OPEN OUTPUT DATOS
               CLOSE DATOS
               OPEN I-O DATOS
           END-IF.
           OPEN I-O MOVIMIENTOS.
           IF ws-fs-movimientos = "35"
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN I-O MOVIMIENTOS
           END-IF.
           OPEN I-O INSCRIPCIONES.
           IF ws-fs-inscripciones = "00"
               MOVE "S" TO w-hay-inscripciones
           END-IF.
           OPEN I-O GRUPOS.
           IF ws-fs-grupos = "00"
               MOVE "S" TO w-hay-grupos
           END-IF.
           OPEN I-O CHEQUES.
           IF ws-fs-cheques = "00"
               MOVE "S" TO w-hay-cheques
           END-IF.
           OPEN INPUT PLANES.
           IF ws-fs-planes = "00"
               MOVE "S" TO w-hay-planes
           END-IF.
           OPEN I-O CARGOS.
           IF ws-fs-cargos = "00"
               MOVE "S" TO w-hay-cargos
           END-IF.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.

       200-PEDIR-SOCIOS.
           DISPLAY "Filial del socio que queda".
           ACCEPT w-cq-filial.
           DISPLAY "Codigo del socio que queda".
           ACCEPT w-cq-socio.
           DISPLAY "Filial del socio duplicado (se da de baja)".
           ACCEPT w-cd-filial.
           DISPLAY "Codigo del socio duplicado".
           ACCEPT w-cd-socio.
           IF w-clave-queda = w-clave-dup
               DISPLAY "El socio que queda y el duplicado son la "
                       "misma clave"
               MOVE "N" TO w-puede-seguir
           END-IF.

       300-LEER-SOCIOS.
           MOVE w-clave-dup TO soc-clave.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "Socio duplicado no encontrado"
                   MOVE "N" TO w-puede-seguir
               NOT INVALID KEY
                   IF soc-inactivo
                       DISPLAY "El socio duplicado ya esta dado de "
                               "baja"
                       MOVE "N" TO w-puede-seguir
                   ELSE
                       MOVE soc-reg TO w-soc-dup
                       MOVE soc-nombre TO w-nombre-dup
                       MOVE soc-saldo TO w-saldo-dup
                       MOVE soc-grupo TO w-grupo-dup
                   END-IF
           END-READ.
           IF puede-seguir
               MOVE w-clave-queda TO soc-clave
               READ SOCIOS
                   INVALID KEY
                       DISPLAY "Socio que queda no encontrado"
                       MOVE "N" TO w-puede-seguir
                   NOT INVALID KEY
                       IF soc-inactivo
                           DISPLAY "El socio que queda esta dado de "
                                   "baja: reactivarlo antes de "
                                   "fusionar"
                           MOVE "N" TO w-puede-seguir
                       ELSE
                           MOVE soc-reg TO w-soc-queda
                           MOVE soc-nombre TO w-nombre-queda
                           MOVE soc-saldo TO w-saldo-queda
                           MOVE soc-grupo TO w-grupo-queda
                       END-IF
               END-READ
           END-IF.
           IF puede-seguir
               MOVE w-saldo-queda TO w-saldo-edit
               DISPLAY "Queda:     " w-cq-filial "-" w-cq-socio " "
                       w-nombre-queda " saldo " w-saldo-edit
                       " grupo " w-grupo-queda
               MOVE w-saldo-dup TO w-saldo-edit
               DISPLAY "Duplicado: " w-cd-filial "-" w-cd-socio " "
                       w-nombre-dup " saldo " w-saldo-edit
                       " grupo " w-grupo-dup
           END-IF.

      * la fusion es solo para la misma persona: si las dos fichas
      * tienen documento, tiene que ser el mismo
       320-CONTROLAR-DOCUMENTOS.
           MOVE w-clave-queda TO dat-clave.
           READ DATOS
               INVALID KEY
                   MOVE zero TO w-doc-queda
               NOT INVALID KEY
                   MOVE dat-documento TO w-doc-queda
           END-READ.
           MOVE w-clave-dup TO dat-clave.
           READ DATOS
               INVALID KEY
                   MOVE zero TO w-doc-dup
               NOT INVALID KEY
                   MOVE dat-documento TO w-doc-dup
           END-READ.
           IF w-doc-queda NOT = zero AND w-doc-dup NOT = zero
              AND w-doc-queda NOT = w-doc-dup
               DISPLAY "Los documentos no coinciden (" w-doc-queda
                       " / " w-doc-dup "): no se fusionan personas "
                       "distintas"
               MOVE "N" TO w-puede-seguir
           END-IF.
           IF puede-seguir
              AND (w-doc-queda = zero OR w-doc-dup = zero)
               DISPLAY "Atencion: uno de los socios no tiene "
                       "documento en la ficha, verifique la "
                       "identidad antes de confirmar"
           END-IF.

      * lo que sigue abierto a nombre del duplicado no se puede
      * trasladar: un cheque en cartera puede volver como CHR y un
      * plan vigente sigue cargando cuotas a su cuenta
       340-CONTROLAR-PENDIENTES.
           MOVE zero TO w-cant-pendientes.
           IF hay-cheques
               MOVE LOW-VALUES TO chq-clave
               MOVE zero TO w-fin-lista
               START CHEQUES KEY IS NOT LESS THAN chq-clave
                   INVALID KEY MOVE 1 TO w-fin-lista
               END-START
               PERFORM UNTIL fin-lista
                   READ CHEQUES NEXT
                       AT END
                           MOVE 1 TO w-fin-lista
                       NOT AT END
                           IF chq-soc-clave = w-clave-dup
                              AND chq-en-cartera
                               ADD 1 TO w-cant-pendientes
                               DISPLAY "  Cheque en cartera: "
                                       chq-banco " " chq-numero
                                       " importe " chq-importe
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF hay-planes
               MOVE w-clave-dup TO pln-soc-clave
               MOVE zero TO pln-numero
               MOVE zero TO w-fin-lista
               START PLANES KEY IS NOT LESS THAN pln-clave
                   INVALID KEY MOVE 1 TO w-fin-lista
               END-START
               PERFORM UNTIL fin-lista
                   READ PLANES NEXT
                       AT END
                           MOVE 1 TO w-fin-lista
                       NOT AT END
                           IF pln-soc-clave = w-clave-dup
                               IF pln-vigente
                                   ADD 1 TO w-cant-pendientes
                                   DISPLAY "  Plan de pago vigente "
                                           pln-numero
                               END-IF
                           ELSE
                               MOVE 1 TO w-fin-lista
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF w-cant-pendientes > zero
               DISPLAY "El duplicado tiene cheques en cartera o un "
                       "plan vigente: la fusion no se puede hacer "
                       "hasta cerrarlos"
               MOVE "N" TO w-puede-seguir
           END-IF.

       380-AUTORIZAR.
           COMPUTE w-saldo-combinado = w-saldo-queda + w-saldo-dup.
           MOVE w-saldo-combinado TO w-saldo-edit.
           DISPLAY "Saldo combinado del socio que queda: "
                   w-saldo-edit.
           DISPLAY "Clave de supervisor para fusionar (blanco = "
                   "cancela)".
           ACCEPT w-clave-ingresada.
           IF w-clave-ingresada NOT = w-clave-supervisor
               DISPLAY "Fusion no autorizada"
               MOVE "N" TO w-puede-seguir
           ELSE
               DISPLAY "Confirma la fusion de " w-cd-filial "-"
                       w-cd-socio " en " w-cq-filial "-" w-cq-socio
                       " (S/N)"
               ACCEPT w-confirma
               IF NOT confirma-fusion
                   DISPLAY "Fusion cancelada"
                   MOVE "N" TO w-puede-seguir
               END-IF
           END-IF.

       390-AUDITAR-INICIO.
           MOVE w-soc-dup TO w-imagen-antes.
           MOVE w-soc-queda TO w-imagen-despues.
           MOVE "FUSION" TO w-accion.
           MOVE w-clave-queda TO w-clave-audit.
           PERFORM 850-AUDITAR.

      * cada movimiento del duplicado se graba bajo la clave del
      * que queda con la proxima secuencia de esa fecha y se borra
      * el original; como el borrado mueve la posicion, se vuelve a
      * buscar el primero que le quede al duplicado
       400-PASAR-MOVIMIENTOS.
           MOVE zero TO w-fin-movs.
           PERFORM UNTIL fin-movs
               PERFORM 405-PRIMER-MOVIMIENTO
               IF NOT fin-movs
                   PERFORM 410-PASAR-MOVIMIENTO
               END-IF
           END-PERFORM.

       405-PRIMER-MOVIMIENTO.
           MOVE w-clave-dup TO mov-soc-clave.
           MOVE zero TO mov-fecha.
           MOVE zero TO mov-secuencia.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY
                   MOVE 1 TO w-fin-movs
           END-START.
           IF NOT fin-movs
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-movs
                   NOT AT END
                       IF mov-soc-clave NOT = w-clave-dup
                           MOVE 1 TO w-fin-movs
                       END-IF
               END-READ
           END-IF.

       410-PASAR-MOVIMIENTO.
           MOVE mov-reg TO w-mov-guardado.
           MOVE mov-fecha TO w-fecha-mov.
           MOVE mov-secuencia TO w-sec-vieja.
           PERFORM 420-CALC-SECUENCIA.
           MOVE w-mov-guardado TO mov-reg.
           MOVE w-clave-queda TO mov-soc-clave.
           MOVE w-sec-nueva TO mov-secuencia.
           WRITE mov-reg
               INVALID KEY
                   DISPLAY "Error al grabar el movimiento "
                           w-fecha-mov "-" w-sec-vieja
                           " en el socio que queda"
                   ADD 1 TO w-cant-errores
                   MOVE 1 TO w-fin-movs
               NOT INVALID KEY
                   MOVE mov-reg TO w-imagen-despues
                   MOVE w-mov-guardado TO mov-reg
                   DELETE MOVIMIENTOS RECORD
                       INVALID KEY
                           DISPLAY "Error al borrar el movimiento "
                                   w-fecha-mov "-" w-sec-vieja
                           ADD 1 TO w-cant-errores
                           MOVE 1 TO w-fin-movs
                       NOT INVALID KEY
                           ADD 1 TO w-cant-movs
                           PERFORM 430-AGREGAR-MAPA
                           MOVE w-mov-guardado TO w-imagen-antes
                           MOVE "FUSION MOV" TO w-accion
                           MOVE w-clave-queda TO w-clave-audit
                           PERFORM 850-AUDITAR
                   END-DELETE
           END-WRITE.

      * misma regla de secuenciacion que 400-CALC-SECUENCIA de
      * REGISTRAR-MOVIMIENTO: ultima secuencia del socio en la fecha
      * + 1, aca en la cuenta del socio que queda
       420-CALC-SECUENCIA.
           MOVE w-clave-queda TO mov-soc-clave.
           MOVE w-fecha-mov TO mov-fecha.
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
                          AND mov-fecha = w-fecha-mov
                           MOVE mov-secuencia TO w-ultima-secuencia
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE w-sec-nueva = w-ultima-secuencia + 1.

       430-AGREGAR-MAPA.
           IF w-cant-mapa < 3000
               ADD 1 TO w-cant-mapa
               SET map-idx TO w-cant-mapa
               MOVE w-fecha-mov TO w-mp-fecha (map-idx)
               MOVE w-sec-vieja TO w-mp-sec-vieja (map-idx)
               MOVE w-sec-nueva TO w-mp-sec-nueva (map-idx)
           ELSE
               MOVE "S" TO w-mapa-lleno
           END-IF.

      * los cheques del duplicado (depositados o rechazados) pasan
      * a referir la cuenta y el movimiento del socio que queda
       450-CORREGIR-CHEQUES.
           IF hay-cheques
               MOVE LOW-VALUES TO chq-clave
               MOVE zero TO w-fin-lista
               START CHEQUES KEY IS NOT LESS THAN chq-clave
                   INVALID KEY MOVE 1 TO w-fin-lista
               END-START
               PERFORM UNTIL fin-lista
                   READ CHEQUES NEXT
                       AT END
                           MOVE 1 TO w-fin-lista
                       NOT AT END
                           IF chq-soc-clave = w-clave-dup
                               PERFORM 460-CORREGIR-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       460-CORREGIR-CHEQUE.
           MOVE chq-reg TO w-imagen-antes.
           MOVE w-clave-queda TO chq-soc-clave.
           IF w-cant-mapa > zero
               SET map-idx TO 1
               SEARCH w-ent-mapa
                   AT END
                       CONTINUE
                   WHEN w-mp-fecha (map-idx) = chq-mov-fecha
                    AND w-mp-sec-vieja (map-idx) = chq-mov-secuencia
                       MOVE w-mp-sec-nueva (map-idx)
                           TO chq-mov-secuencia
               END-SEARCH
           END-IF.
           REWRITE chq-reg
               INVALID KEY
                   DISPLAY "Error al actualizar el cheque "
                           chq-banco " " chq-numero
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   ADD 1 TO w-cant-cheques
                   MOVE chq-reg TO w-imagen-despues
                   MOVE "FUSION CHEQUE" TO w-accion
                   MOVE w-clave-queda TO w-clave-audit
                   PERFORM 850-AUDITAR
           END-REWRITE.

      * la clave del cargo sigue siendo la del duplicado (es quien
      * fue cargado en ese periodo); solo cambia el movimiento al
      * que apunta, que ahora esta en la cuenta del que queda
       470-CORREGIR-CARGOS.
           IF hay-cargos
               MOVE LOW-VALUES TO car-clave
               MOVE zero TO w-fin-lista
               START CARGOS KEY IS NOT LESS THAN car-clave
                   INVALID KEY MOVE 1 TO w-fin-lista
               END-START
               PERFORM UNTIL fin-lista
                   READ CARGOS NEXT
                       AT END
                           MOVE 1 TO w-fin-lista
                       NOT AT END
                           IF car-mov-soc-clave = w-clave-dup
                               PERFORM 480-CORREGIR-CARGO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       480-CORREGIR-CARGO.
           MOVE car-reg TO w-imagen-antes.
           MOVE w-clave-queda TO car-mov-soc-clave.
           IF w-cant-mapa > zero
               SET map-idx TO 1
               SEARCH w-ent-mapa
                   AT END
                       CONTINUE
                   WHEN w-mp-fecha (map-idx) = car-mov-fecha
                    AND w-mp-sec-vieja (map-idx) = car-mov-secuencia
                       MOVE w-mp-sec-nueva (map-idx)
                           TO car-mov-secuencia
               END-SEARCH
           END-IF.
           REWRITE car-reg
               INVALID KEY
                   DISPLAY "Error al actualizar el cargo "
                           car-periodo " " car-concepto
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   ADD 1 TO w-cant-cargos
                   MOVE car-reg TO w-imagen-despues
                   MOVE "FUSION CARGO" TO w-accion
                   MOVE w-clave-queda TO w-clave-audit
                   PERFORM 850-AUDITAR
           END-REWRITE.

      * las actividades son de cada filial: en la misma filial la
      * inscripcion pasa al que queda; si son filiales distintas la
      * del duplicado se cierra y hay que reinscribirlo. Despues de
      * cada una se reposiciona despues de la ultima actividad vista
       500-PASAR-INSCRIPCIONES.
           IF hay-inscripciones
               MOVE zero TO w-fin-lista
               MOVE w-clave-dup TO ins-soc-clave
               MOVE zero TO ins-actividad
               START INSCRIPCIONES KEY IS NOT LESS THAN ins-clave
                   INVALID KEY MOVE 1 TO w-fin-lista
               END-START
               PERFORM UNTIL fin-lista
                   READ INSCRIPCIONES NEXT
                       AT END
                           MOVE 1 TO w-fin-lista
                       NOT AT END
                           IF ins-soc-clave = w-clave-dup
                               MOVE ins-actividad
                                   TO w-ultima-actividad
                               PERFORM 510-PASAR-INSCRIPCION
                               PERFORM 505-REPOSICIONAR
                           ELSE
                               MOVE 1 TO w-fin-lista
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       505-REPOSICIONAR.
           MOVE w-clave-dup TO ins-soc-clave.
           MOVE w-ultima-actividad TO ins-actividad.
           START INSCRIPCIONES KEY IS GREATER THAN ins-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.

       510-PASAR-INSCRIPCION.
           MOVE ins-reg TO w-ins-guardada.
           MOVE ins-estado TO w-estado-ins-dup.
           IF w-cd-filial NOT = w-cq-filial
               IF ins-vigente
                   PERFORM 520-CERRAR-INSCRIPCION
               END-IF
           ELSE
               MOVE w-clave-queda TO ins-soc-clave
               READ INSCRIPCIONES
                   INVALID KEY
                       PERFORM 530-ALTA-INSCRIPCION
                   NOT INVALID KEY
                       PERFORM 540-UNIR-INSCRIPCION
               END-READ
           END-IF.

       520-CERRAR-INSCRIPCION.
           MOVE ins-reg TO w-imagen-antes.
           MOVE "I" TO ins-estado.
           REWRITE ins-reg
               INVALID KEY
                   DISPLAY "Error al cerrar la inscripcion a la "
                           "actividad " ins-actividad
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   ADD 1 TO w-cant-ins-cerradas
                   DISPLAY "  Inscripcion a la actividad "
                           ins-actividad " de la filial "
                           w-cd-filial " cerrada: reinscribir en "
                           "la filial " w-cq-filial
                   MOVE ins-reg TO w-imagen-despues
                   MOVE "FUSION INSCRIP" TO w-accion
                   MOVE w-clave-dup TO w-clave-audit
                   PERFORM 850-AUDITAR
           END-REWRITE.

       530-ALTA-INSCRIPCION.
           MOVE w-ins-guardada TO ins-reg.
           MOVE w-clave-queda TO ins-soc-clave.
           WRITE ins-reg
               INVALID KEY
                   DISPLAY "Error al pasar la inscripcion a la "
                           "actividad " ins-actividad
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   MOVE ins-reg TO w-imagen-despues
                   PERFORM 550-BORRAR-INSCRIPCION
           END-WRITE.

      * el que queda ya estaba inscripto: si el duplicado seguia
      * vigente en la actividad, la inscripcion del que queda
      * tambien lo esta
      * si no se pudo reactivar, la del duplicado no se borra
       540-UNIR-INSCRIPCION.
           IF ins-dup-vigente AND ins-baja
               MOVE "A" TO ins-estado
               REWRITE ins-reg
                   INVALID KEY
                       DISPLAY "Error al reactivar la inscripcion "
                               "a la actividad " ins-actividad
                       ADD 1 TO w-cant-errores
                   NOT INVALID KEY
                       MOVE ins-reg TO w-imagen-despues
                       PERFORM 550-BORRAR-INSCRIPCION
               END-REWRITE
           ELSE
               MOVE ins-reg TO w-imagen-despues
               PERFORM 550-BORRAR-INSCRIPCION
           END-IF.

       550-BORRAR-INSCRIPCION.
           MOVE w-ins-guardada TO ins-reg.
           DELETE INSCRIPCIONES RECORD
               INVALID KEY
                   DISPLAY "Error al borrar la inscripcion del "
                           "duplicado a la actividad " ins-actividad
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   ADD 1 TO w-cant-ins-pasadas
                   MOVE w-ins-guardada TO w-imagen-antes
                   MOVE "FUSION INSCRIP" TO w-accion
                   MOVE w-clave-queda TO w-clave-audit
                   PERFORM 850-AUDITAR
           END-DELETE.

      * la ficha del que queda se completa con lo que tenga la del
      * duplicado (o se copia entera si no tenia); la antiguedad es
      * la fecha de alta mas vieja. La del duplicado se retira y
      * sin adhesion, para que GENERAR-DEBITOS no la presente
       600-FUSIONAR-FICHA.
           MOVE w-clave-dup TO dat-clave.
           READ DATOS
               INVALID KEY
                   MOVE "N" TO w-hay-ficha-dup
               NOT INVALID KEY
                   MOVE "S" TO w-hay-ficha-dup
                   MOVE dat-reg TO dfu-reg
           END-READ.
           IF hay-ficha-dup
               MOVE w-clave-queda TO dat-clave
               READ DATOS
                   INVALID KEY
                       PERFORM 610-COPIAR-FICHA
                   NOT INVALID KEY
                       PERFORM 620-COMPLETAR-FICHA
               END-READ
               PERFORM 640-RETIRAR-FICHA-DUP
           END-IF.

       610-COPIAR-FICHA.
           MOVE dfu-reg TO dat-reg.
           MOVE w-clave-queda TO dat-clave.
           MOVE "A" TO dat-estado.
           MOVE SPACES TO w-imagen-antes.
           WRITE dat-reg
               INVALID KEY
                   DISPLAY "Error al grabar la ficha del socio que "
                           "queda"
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   PERFORM 630-AUDITAR-FICHA
           END-WRITE.

       620-COMPLETAR-FICHA.
           PERFORM 635-IMAGEN-FICHA.
           MOVE w-imagen-despues TO w-imagen-antes.
           IF dat-domicilio = SPACES
               MOVE dfu-domicilio TO dat-domicilio
               MOVE dfu-localidad TO dat-localidad
               MOVE dfu-cod-postal TO dat-cod-postal
           END-IF.
           IF dat-telefono = SPACES
               MOVE dfu-telefono TO dat-telefono
           END-IF.
           IF dat-documento = zero
               MOVE dfu-documento TO dat-documento
           END-IF.
           IF dat-fecha-nacimiento = zero
               MOVE dfu-fecha-nacimiento TO dat-fecha-nacimiento
           END-IF.
           IF dfu-fecha-alta NOT = zero
              AND (dat-fecha-alta = zero
                   OR dfu-fecha-alta < dat-fecha-alta)
               MOVE dfu-fecha-alta TO dat-fecha-alta
           END-IF.
           IF NOT dat-debito-auto AND dfu-debito-auto
               MOVE dfu-cbu TO dat-cbu
               MOVE dfu-adherido TO dat-adherido
           END-IF.
           REWRITE dat-reg
               INVALID KEY
                   DISPLAY "Error al actualizar la ficha del socio "
                           "que queda"
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   PERFORM 630-AUDITAR-FICHA
           END-REWRITE.

       630-AUDITAR-FICHA.
           PERFORM 635-IMAGEN-FICHA.
           MOVE "FUSION FICHA" TO w-accion.
           MOVE w-clave-queda TO w-clave-audit.
           PERFORM 850-AUDITAR.

       635-IMAGEN-FICHA.
           MOVE SPACES TO w-imagen-despues.
           MOVE dat-clave TO w-imagen-despues (1:7).
           MOVE dat-documento TO w-imagen-despues (8:8).
           MOVE dat-fecha-alta TO w-imagen-despues (16:8).
           MOVE dat-fecha-nacimiento TO w-imagen-despues (24:8).
           MOVE dat-adherido TO w-imagen-despues (32:1).
           MOVE dat-estado TO w-imagen-despues (33:1).

       640-RETIRAR-FICHA-DUP.
           MOVE w-clave-dup TO dat-clave.
           READ DATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 635-IMAGEN-FICHA
                   MOVE w-imagen-despues TO w-imagen-antes
                   MOVE "I" TO dat-estado
                   MOVE "N" TO dat-adherido
                   REWRITE dat-reg
                       INVALID KEY
                           DISPLAY "Error al retirar la ficha del "
                                   "duplicado"
                           ADD 1 TO w-cant-errores
                       NOT INVALID KEY
                           PERFORM 635-IMAGEN-FICHA
                           MOVE "BAJA FICHA" TO w-accion
                           MOVE w-clave-dup TO w-clave-audit
                           PERFORM 850-AUDITAR
                   END-REWRITE
           END-READ.

      * si el duplicado estaba en un grupo de la misma filial y el
      * que queda no tiene grupo, el que queda ocupa su lugar
      * (tambien como responsable); si no, el duplicado sale del
      * grupo como en una baja
       650-VER-GRUPO.
           MOVE w-grupo-queda TO w-grupo-final.
           IF w-grupo-dup NOT = zero AND hay-grupos
               MOVE w-cd-filial TO grp-filial
               MOVE w-grupo-dup TO grp-numero
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF grp-activo
                           PERFORM 655-GRUPO-DEL-DUPLICADO
                       END-IF
               END-READ
           END-IF.

       655-GRUPO-DEL-DUPLICADO.
           IF w-grupo-queda = zero AND w-cd-filial = w-cq-filial
               MOVE w-grupo-dup TO w-grupo-final
               DISPLAY "El socio que queda pasa al grupo "
                       w-grupo-dup
               IF grp-resp-socio = w-cd-socio
                   MOVE w-cq-socio TO w-nuevo-responsable
                   PERFORM 670-REASIGNAR-RESPONSABLE
               END-IF
           ELSE
               DISPLAY "El duplicado sale del grupo " w-grupo-dup
               IF grp-resp-socio = w-cd-socio
                   PERFORM 660-BUSCAR-RESPONSABLE
                   PERFORM 670-REASIGNAR-RESPONSABLE
               END-IF
           END-IF.

       660-BUSCAR-RESPONSABLE.
           MOVE zero TO w-nuevo-responsable.
           MOVE w-cd-filial TO soc-filial.
           MOVE zero TO soc-socio.
           MOVE zero TO w-fin-lista.
           START SOCIOS KEY IS NOT LESS THAN soc-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ SOCIOS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF soc-filial = w-cd-filial
                           IF soc-grupo = w-grupo-dup
                              AND soc-socio NOT = w-cd-socio
                              AND NOT soc-inactivo
                               MOVE soc-socio TO w-nuevo-responsable
                               MOVE 1 TO w-fin-lista
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * sin otro integrante el grupo queda vacio y se da de baja
       670-REASIGNAR-RESPONSABLE.
           MOVE grp-reg TO w-imagen-antes.
           IF w-nuevo-responsable = zero
               MOVE "I" TO grp-estado
               MOVE "S" TO w-grupo-cerrado
               MOVE "BAJA GRUPO" TO w-accion
           ELSE
               MOVE w-nuevo-responsable TO grp-resp-socio
               MOVE "CAMBIA RESP" TO w-accion
           END-IF.
           REWRITE grp-reg
               INVALID KEY
                   DISPLAY "Error al actualizar el grupo "
                           grp-numero
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   IF grupo-cerrado
                       DISPLAY "El grupo " grp-numero " queda sin "
                               "integrantes y se da de baja"
                   ELSE
                       DISPLAY "Nuevo responsable del grupo "
                               grp-numero ": socio " grp-resp-socio
                   END-IF
                   MOVE grp-reg TO w-imagen-despues
                   PERFORM 860-AUDITAR-GRUPO
           END-REWRITE.

      * el duplicado queda inactivo, fuera de su grupo y con saldo
      * cero: su saldo pasa al que queda en 720-COMBINAR-SALDOS
       700-BAJA-DUPLICADO.
           MOVE w-clave-dup TO soc-clave.
           READ SOCIOS WITH LOCK
               INVALID KEY
                   DISPLAY "No se pudo releer el duplicado"
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   MOVE soc-saldo TO w-saldo-dup
                   MOVE soc-reg TO w-imagen-antes
                   MOVE zero TO soc-saldo
                   MOVE "I" TO soc-estado
                   MOVE zero TO soc-grupo
                   REWRITE soc-reg
                       INVALID KEY
                           DISPLAY "Error al dar de baja el "
                                   "duplicado"
                           ADD 1 TO w-cant-errores
                       NOT INVALID KEY
                           MOVE "S" TO w-baja-grabada
                           MOVE soc-reg TO w-imagen-despues
                           MOVE "FUSION BAJA" TO w-accion
                           MOVE w-clave-dup TO w-clave-audit
                           PERFORM 850-AUDITAR
                   END-REWRITE
           END-READ.
           IF ws-fs-socios = "51"
               DISPLAY "Registro del duplicado tomado por otro "
                       "puesto: vuelva a ejecutar la fusion"
           END-IF.
           UNLOCK SOCIOS.

      * el saldo del duplicado se suma solo si su baja quedo
      * grabada, asi el importe nunca queda en las dos cuentas
       720-COMBINAR-SALDOS.
           MOVE w-clave-queda TO soc-clave.
           READ SOCIOS WITH LOCK
               INVALID KEY
                   DISPLAY "No se pudo releer el socio que queda"
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   MOVE soc-reg TO w-imagen-antes
                   IF baja-grabada
                       ADD w-saldo-dup TO soc-saldo
                   END-IF
                   MOVE w-grupo-final TO soc-grupo
                   MOVE soc-saldo TO w-saldo-combinado
                   REWRITE soc-reg
                       INVALID KEY
                           DISPLAY "Error al actualizar el saldo "
                                   "del socio que queda"
                           ADD 1 TO w-cant-errores
                       NOT INVALID KEY
                           MOVE soc-reg TO w-imagen-despues
                           MOVE "FUSION SALDO" TO w-accion
                           MOVE w-clave-queda TO w-clave-audit
                           PERFORM 850-AUDITAR
                   END-REWRITE
           END-READ.
           IF ws-fs-socios = "51"
               DISPLAY "Registro del socio que queda tomado por otro "
                       "puesto: corrija el saldo con un ajuste"
           END-IF.
           UNLOCK SOCIOS.

       800-RESUMEN.
           MOVE w-saldo-combinado TO w-saldo-edit.
           DISPLAY "Fusion de " w-cd-filial "-" w-cd-socio " en "
                   w-cq-filial "-" w-cq-socio.
           DISPLAY "  Movimientos pasados:      " w-cant-movs.
           DISPLAY "  Cheques actualizados:     " w-cant-cheques.
           DISPLAY "  Cargos actualizados:      " w-cant-cargos.
           DISPLAY "  Inscripciones pasadas:    " w-cant-ins-pasadas.
           DISPLAY "  Inscripciones cerradas:   "
                   w-cant-ins-cerradas.
           IF NOT baja-omitida
               DISPLAY "  Saldo del socio que queda: " w-saldo-edit
           END-IF.
           IF mapa-lleno
               DISPLAY "Atencion: mas de 3000 movimientos, revise "
                       "las referencias de cheques y cargos"
           END-IF.
           IF baja-omitida
               DISPLAY "Hubo " w-cant-errores " error(es): el "
                       "duplicado no se dio de baja ni se sumaron "
                       "los saldos"
               DISPLAY "Corrija la causa y vuelva a ejecutar la "
                       "fusion para completarla"
           ELSE
               IF w-cant-errores > zero
                   DISPLAY "Hubo " w-cant-errores " error(es) en la "
                           "baja del duplicado o en el saldo del que "
                           "queda: revise la auditoria"
               END-IF
           END-IF.

       850-AUDITAR.
           CALL "REGISTRAR-AUDITORIA" USING w-programa w-accion
                   w-clave-audit w-imagen-antes w-imagen-despues
               ON EXCEPTION
                   DISPLAY "No se pudo registrar la auditoria"
           END-CALL.

      * la clave de auditoria del grupo lleva la filial y el
      * responsable, como en MANTENER-GRUPOS
       860-AUDITAR-GRUPO.
           MOVE grp-filial TO w-clave-audit (1:4).
           MOVE grp-resp-socio TO w-clave-audit (5:3).
           CALL "REGISTRAR-AUDITORIA" USING w-programa w-accion
                   w-clave-audit w-imagen-antes w-imagen-despues
               ON EXCEPTION
                   DISPLAY "No se pudo registrar la auditoria"
           END-CALL.

       900-FIN.
           CLOSE SOCIOS
                 DATOS
                 MOVIMIENTOS.
           IF hay-inscripciones
               CLOSE INSCRIPCIONES
           END-IF.
           IF hay-grupos
               CLOSE GRUPOS
           END-IF.
           IF hay-cheques
               CLOSE CHEQUES
           END-IF.
           IF hay-planes
               CLOSE PLANES
           END-IF.
           IF hay-cargos
               CLOSE CARGOS
           END-IF.

       END PROGRAM FUSIONAR-SOCIOS.
