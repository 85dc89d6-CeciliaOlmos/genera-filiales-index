      ******************************************************************
      * Author:
      * Date:
      * Purpose: Baja de un socio que renuncia, con la liquidacion
      *          final de su cuenta. No sigue mientras el socio tenga
      *          cheques en cartera (cheques.dat) ni con el periodo
      *          cerrado. Arma y muestra los cargos finales antes de
      *          grabar nada: la cuota del mes (cuotas.txt, con el
      *          descuento del grupo familiar) y los aranceles de las
      *          actividades vigentes, proporcionales a los dias del
      *          mes transcurridos y solo si el batch del mes todavia
      *          no los cargo (cargos-periodo.dat), mas lo que falte
      *          cargar de un plan de pago vigente. Confirmada la
      *          baja, graba los cargos con la misma secuenciacion
      *          que REGISTRAR-MOVIMIENTO, cierra las inscripciones,
      *          saca al socio de su grupo familiar (si era el
      *          responsable pasa a serlo otro integrante, y si no
      *          queda ninguno el grupo se da de baja), cancela la
      *          adhesion al debito automatico, retira la ficha y
      *          marca al socio inactivo, todo en auditoria.dat.
      *          Muestra el saldo final a cobrar o a devolver y
      *          emite la constancia de baja numerada por filial
      *          (numeradores.dat) con la posicion final de la
      *          cuenta, que queda en informes.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LIQUIDAR-BAJA.
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

       SELECT ACTIVIDADES ASSIGN TO "../actividades.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS act-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-actividades.

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
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS car-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-cargos.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER.

       SELECT NUMERADORES ASSIGN TO "../numeradores.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS num-clave
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS ws-fs-numeradores.

       SELECT CUOTAS ASSIGN TO "../cuotas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-cuotas.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  ACTIVIDADES.
           COPY "ACTIVIDAD.cpy".

       FD  GRUPOS.
           COPY "GRUPO.cpy".

       FD  CHEQUES.
           COPY "CHEQUE.cpy".

       FD  PLANES.
           COPY "PLAN.cpy".

       FD  CARGOS.
           COPY "CARGO.cpy".

       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  NUMERADORES.
           COPY "NUMERADOR.cpy".

       FD  CUOTAS.
       01  cuo-linea.
           03 cuo-detalle.
               05 cuo-fil-cod pic 9(4).
               05 cuo-categoria pic x.
               05 cuo-importe pic 9(7)v99.
           03 filler pic x(11).

       FD  REPORTE.
       01  rep-linea pic x(70).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios pic xx.
       01 ws-fs-datos pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-inscripciones pic xx.
       01 ws-fs-actividades pic xx.
       01 ws-fs-grupos pic xx.
       01 ws-fs-cheques pic xx.
       01 ws-fs-planes pic xx.
       01 ws-fs-cargos pic xx.
       01 ws-fs-numeradores pic xx.
       01 ws-fs-cuotas pic xx.
           COPY "OPERADOR.cpy".
           COPY "CONCEPTO.cpy".
       01 w-puede-seguir pic x value "S".
           88 puede-seguir value "S".
       01 w-puede-grabar pic x.
           88 puede-grabar value "S".
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".
       01 w-confirma pic x.
           88 confirma-baja value "S" "s".
       01 w-hay-inscripciones pic x value "N".
           88 hay-inscripciones value "S".
       01 w-hay-actividades pic x value "N".
           88 hay-actividades value "S".
       01 w-hay-grupos pic x value "N".
           88 hay-grupos value "S".
       01 w-hay-cheques pic x value "N".
           88 hay-cheques value "S".
       01 w-hay-planes pic x value "N".
           88 hay-planes value "S".
       01 w-hay-ficha pic x value "N".
           88 hay-ficha value "S".
       01 w-tiene-cuota pic x value "N".
           88 tiene-cuota value "S".
       01 w-ya-cargado pic x value "N".
           88 ya-cargado value "S".
       01 w-numerador-nuevo pic x value "N".
           88 numerador-nuevo value "S".
       01 w-fin-cuotas pic 9 value zero.
           88 fin-cuotas value 1.
       01 w-fin-lista pic 9 value zero.
           88 fin-lista value 1.
       01 w-fin-busqueda pic 9 value zero.
           88 fin-busqueda value 1.

       01 w-cant-cuotas pic 9(3) value zero.
       01 w-tabla-cuotas.
           03 w-ent-cuota occurs 1 to 500 times
                   depending on w-cant-cuotas
                   indexed by cuo-idx.
               05 w-tc-filial pic 9(4).
               05 w-tc-categoria pic x.
               05 w-tc-importe pic 9(7)v99.

      * cargos finales armados antes de confirmar; w-tg-grabado
      * queda en "S" cuando el movimiento se grabo
       01 w-cant-cargos pic 99 value zero.
       01 w-tabla-cargos.
           03 w-ent-cargo occurs 30 times.
               05 w-tg-concepto pic x(3).
               05 w-tg-referencia pic 999.
               05 w-tg-detalle pic x(20).
               05 w-tg-importe pic 9(7)v99.
               05 w-tg-grabado pic x.
       01 w-ind pic 99.
       01 w-cargo-concepto pic x(3).
       01 w-cargo-referencia pic 999.
       01 w-cargo-detalle pic x(20).

       01 w-clave-baja.
           03 w-cb-filial pic 9(4).
           03 w-cb-socio pic 999.
       01 w-fecha-hoy pic 9(8).
       01 w-periodo-hoy pic 9(6).
       01 w-dia-hoy pic 99.
       01 w-dias-mes pic 99.
       01 w-fecha-desde pic 9(8).
       01 filler redefines w-fecha-desde.
           03 w-fd-anio pic 9(4).
           03 w-fd-mes pic 99.
           03 w-fd-dia pic 99.
       01 w-fecha-hasta pic 9(8).
       01 filler redefines w-fecha-hasta.
           03 w-fh-anio pic 9(4).
           03 w-fh-mes pic 99.
           03 w-fh-dia pic 99.
       01 w-importe-mes pic 9(7)v99.
       01 w-importe-cargo pic 9(7)v99.
       01 w-total-cargos pic 9(9)v99 value zero.
       01 w-total-grabado pic 9(9)v99 value zero.
       01 w-saldo-anterior pic s9(7)v99.
       01 w-saldo-final pic s9(7)v99.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-importe-final pic 9(7)v99.
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-cant-cheques pic 9(3) value zero.
       01 w-cant-inscripciones pic 9(3) value zero.
       01 w-cant-errores pic 9(3) value zero.
       01 w-grupo-socio pic 999 value zero.
       01 w-nuevo-responsable pic 999 value zero.
       01 w-grupo-cerrado pic x value "N".
           88 grupo-cerrado value "S".
       01 w-adherido-antes pic x value "N".
           88 estaba-adherido value "S" "s".
       01 w-documento pic 9(8) value zero.
       01 w-domicilio pic x(30) value spaces.
       01 w-localidad pic x(20) value spaces.
       01 w-fecha-alta pic 9(8) value zero.
       01 w-numero-constancia pic 9(6) value zero.
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "LIQUIDAR-BAJA".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

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

       01 w-linea-borde pic x(70) value ALL "=".
       01 w-linea-guiones pic x(70) value ALL "-".

       01 w-linea-titulo.
           03 filler pic x(23) value "CONSTANCIA DE BAJA Nro ".
           03 w-t-numero pic 9(6).
           03 filler pic x(18) value spaces.
           03 filler pic x(7) value "Fecha: ".
           03 w-t-fecha pic x(10).

       01 w-linea-filial.
           03 filler pic x(8) value "Filial: ".
           03 w-f-cod pic zzz9.
           03 filler pic x(2) value "  ".
           03 w-f-nombre pic x(20).

       01 w-linea-socio.
           03 filler pic x(8) value "Socio:  ".
           03 w-s-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-s-socio pic 999.
           03 filler pic x(2) value "  ".
           03 w-s-nombre pic x(15).
           03 filler pic x(13) value "  Categoria: ".
           03 w-s-categoria pic x.

       01 w-linea-documento.
           03 filler pic x(11) value "Documento: ".
           03 w-d-documento pic z(7)9.
           03 filler pic x(17) value "  Socio desde el ".
           03 w-d-fecha-alta pic x(10).

       01 w-linea-domicilio.
           03 filler pic x(11) value "Domicilio: ".
           03 w-d-domicilio pic x(30).
           03 filler pic x(1) value " ".
           03 w-d-localidad pic x(20).

       01 w-linea-importe.
           03 filler pic x(2) value spaces.
           03 w-i-texto pic x(44).
           03 filler pic x(3) value " $ ".
           03 w-i-importe pic -,---,---,--9.99.

       01 w-linea-cargo.
           03 filler pic x(4) value spaces.
           03 w-c-concepto pic x(15).
           03 filler pic x(1) value " ".
           03 w-c-detalle pic x(20).
           03 filler pic x(6) value spaces.
           03 filler pic x(3) value " $ ".
           03 w-c-importe pic -,---,---,--9.99.

       01 w-linea-texto.
           03 filler pic x(2) value spaces.
           03 w-x-texto pic x(40).
           03 w-x-valor pic x(28).

       01 w-linea-firma.
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value ALL "_".
           03 filler pic x(10) value spaces.
           03 filler pic x(24) value ALL "_".

       01 w-linea-firmantes.
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "Firma del socio".
           03 filler pic x(10) value spaces.
           03 filler pic x(15) value "Por la filial (".
           03 w-fi-operador pic x(8).
           03 filler pic x(1) value ")".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PEDIR-SOCIO.
           IF puede-seguir
               PERFORM 250-VERIFICAR-PERIODO
           END-IF.
           IF puede-seguir
               PERFORM 300-CONTROLAR-CHEQUES
           END-IF.
           IF puede-seguir
               PERFORM 400-ARMAR-LIQUIDACION
               PERFORM 480-MOSTRAR-LIQUIDACION
               PERFORM 490-CONFIRMAR
           END-IF.
           IF puede-seguir
               PERFORM 500-GRABAR-CARGOS
               PERFORM 600-CERRAR-INSCRIPCIONES
               PERFORM 650-SALIR-DEL-GRUPO
               PERFORM 700-CERRAR-FICHA
               PERFORM 720-BAJA-SOCIO
               PERFORM 750-SALDO-FINAL
               PERFORM 800-EMITIR-CONSTANCIA
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
           OPEN I-O CARGOS.
           IF ws-fs-cargos = "35"
               OPEN OUTPUT CARGOS
               CLOSE CARGOS
               OPEN I-O CARGOS
           END-IF.
           OPEN I-O NUMERADORES.
           IF ws-fs-numeradores = "35"
               OPEN OUTPUT NUMERADORES
               CLOSE NUMERADORES
               OPEN I-O NUMERADORES
           END-IF.
           OPEN I-O INSCRIPCIONES.
           IF ws-fs-inscripciones = "00"
               MOVE "S" TO w-hay-inscripciones
           END-IF.
           OPEN INPUT ACTIVIDADES.
           IF ws-fs-actividades = "00"
               MOVE "S" TO w-hay-actividades
           END-IF.
           OPEN I-O GRUPOS.
           IF ws-fs-grupos = "00"
               MOVE "S" TO w-hay-grupos
           END-IF.
           OPEN INPUT CHEQUES.
           IF ws-fs-cheques = "00"
               MOVE "S" TO w-hay-cheques
           END-IF.
           OPEN I-O PLANES.
           IF ws-fs-planes = "00"
               MOVE "S" TO w-hay-planes
           END-IF.
           OPEN INPUT FILIAL.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy (1:6) TO w-periodo-hoy.
           PERFORM 150-DIAS-DEL-MES.
           PERFORM 160-CARGAR-CUOTAS.

      * la cuota y los aranceles del mes de la baja se cobran por
      * los dias transcurridos, el de la baja incluido
       150-DIAS-DEL-MES.
           MOVE w-fecha-hoy (7:2) TO w-dia-hoy.
           MOVE w-fecha-hoy TO w-fecha-desde.
           MOVE 1 TO w-fd-dia.
           MOVE w-fecha-desde TO w-fecha-hasta.
           IF w-fh-mes = 12
               ADD 1 TO w-fh-anio
               MOVE 1 TO w-fh-mes
           ELSE
               ADD 1 TO w-fh-mes
           END-IF.
           COMPUTE w-dias-mes =
               FUNCTION INTEGER-OF-DATE(w-fecha-hasta) -
               FUNCTION INTEGER-OF-DATE(w-fecha-desde).

      * la tabla de cuotas es la misma de COBRAR-CUOTAS; aca solo
      * se consulta, la cabecera y el pie de control se saltean
       160-CARGAR-CUOTAS.
           OPEN INPUT CUOTAS.
           IF ws-fs-cuotas NOT = "00"
               DISPLAY "cuotas.txt inexistente, la baja no lleva "
                       "cuota proporcional"
           ELSE
               PERFORM UNTIL fin-cuotas
                   READ CUOTAS
                       AT END
                           MOVE 1 TO w-fin-cuotas
                       NOT AT END
                           IF cuo-linea (1:1) NOT = "H"
                              AND cuo-linea (1:1) NOT = "T"
                               PERFORM 170-CARGAR-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

       170-CARGAR-CUOTA.
           IF w-cant-cuotas < 500
               ADD 1 TO w-cant-cuotas
               SET cuo-idx TO w-cant-cuotas
               MOVE cuo-fil-cod TO w-tc-filial (cuo-idx)
               MOVE cuo-categoria TO w-tc-categoria (cuo-idx)
               MOVE cuo-importe TO w-tc-importe (cuo-idx)
           END-IF.

       200-PEDIR-SOCIO.
           DISPLAY "Filial del socio que renuncia".
           ACCEPT w-cb-filial.
           DISPLAY "Codigo de socio".
           ACCEPT w-cb-socio.
           MOVE w-clave-baja TO soc-clave.
           READ SOCIOS WITH LOCK
               INVALID KEY
                   DISPLAY "Socio no encontrado"
                   MOVE "N" TO w-puede-seguir
               NOT INVALID KEY
                   IF soc-inactivo
                       DISPLAY "El socio ya esta dado de baja"
                       MOVE "N" TO w-puede-seguir
                   ELSE
                       MOVE soc-saldo TO w-saldo-anterior
                       MOVE soc-grupo TO w-grupo-socio
                   END-IF
           END-READ.
           IF ws-fs-socios = "51"
               DISPLAY "Registro tomado por otro puesto, reintente"
               MOVE "N" TO w-puede-seguir
           END-IF.

      * los cargos finales se graban con la fecha del dia
       250-VERIFICAR-PERIODO.
           CALL "VALIDAR-PERIODO" USING w-fecha-hoy
                   w-periodo-abierto
               ON EXCEPTION
                   MOVE "S" TO w-periodo-abierto
           END-CALL.
           IF NOT periodo-abierto
               DISPLAY "El periodo " w-periodo-hoy " esta cerrado, "
                       "no se puede liquidar la baja"
               MOVE "N" TO w-puede-seguir
           END-IF.

      * un cheque en cartera todavia puede rebotar y volver como
      * cargo CHR: la baja espera al clearing de CARTERA-CHEQUES
       300-CONTROLAR-CHEQUES.
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
                           IF chq-soc-clave = w-clave-baja
                              AND chq-en-cartera
                               ADD 1 TO w-cant-cheques
                               DISPLAY "  Cheque en cartera: "
                                       chq-banco " " chq-numero
                                       " importe " chq-importe
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF w-cant-cheques > zero
               DISPLAY "El socio tiene " w-cant-cheques " cheque(s) "
                       "en cartera: la baja no se puede completar "
                       "hasta que se depositen o se rechacen"
               MOVE "N" TO w-puede-seguir
           END-IF.

       400-ARMAR-LIQUIDACION.
           PERFORM 410-CUOTA-FINAL.
           IF hay-inscripciones
               PERFORM 430-ARANCELES-FINALES
           END-IF.
           IF hay-planes
               PERFORM 460-PLANES-PENDIENTES
           END-IF.
           COMPUTE w-saldo-final = w-saldo-anterior - w-total-cargos.

      * misma cuota que cargaria COBRAR-CUOTAS (filial, categoria
      * y descuento del grupo), por los dias del mes transcurridos;
      * los vitalicios no pagan cuota
       410-CUOTA-FINAL.
           MOVE "N" TO w-tiene-cuota.
           IF NOT soc-cat-vitalicio
               SET cuo-idx TO 1
               SEARCH w-ent-cuota
                   WHEN w-tc-filial (cuo-idx) = soc-filial
                      AND w-tc-categoria (cuo-idx) = soc-categoria
                       MOVE w-tc-importe (cuo-idx) TO w-importe-mes
                       MOVE "S" TO w-tiene-cuota
               END-SEARCH
           END-IF.
           IF tiene-cuota AND w-importe-mes > zero
               MOVE "CUO" TO car-concepto
               MOVE zero TO car-referencia
               PERFORM 440-VERIFICAR-CARGO
               IF ya-cargado
                   DISPLAY "La cuota del periodo ya esta cargada"
               ELSE
                   PERFORM 420-DESCUENTO-GRUPO
                   COMPUTE w-importe-cargo ROUNDED =
                       w-importe-mes * w-dia-hoy / w-dias-mes
                   MOVE "CUO" TO w-cargo-concepto
                   MOVE zero TO w-cargo-referencia
                   MOVE "CUOTA PROPORCIONAL" TO w-cargo-detalle
                   PERFORM 470-AGREGAR-CARGO
               END-IF
           END-IF.

       420-DESCUENTO-GRUPO.
           IF w-grupo-socio NOT = zero AND hay-grupos
               MOVE soc-filial TO grp-filial
               MOVE w-grupo-socio TO grp-numero
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF grp-activo
                           COMPUTE w-importe-mes ROUNDED =
                               w-importe-mes *
                               (100 - grp-descuento) / 100
                       END-IF
               END-READ
           END-IF.

      * arancel proporcional de cada inscripcion vigente a una
      * actividad activa con arancel, si no se cargo en el mes
       430-ARANCELES-FINALES.
           MOVE w-clave-baja TO ins-soc-clave.
           MOVE zero TO ins-actividad.
           MOVE zero TO w-fin-lista.
           START INSCRIPCIONES KEY IS NOT LESS THAN ins-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ INSCRIPCIONES NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF ins-soc-clave = w-clave-baja
                           IF ins-vigente
                               ADD 1 TO w-cant-inscripciones
                               PERFORM 450-ARANCEL-INSCRIPCION
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

       440-VERIFICAR-CARGO.
           MOVE "N" TO w-ya-cargado.
           MOVE w-clave-baja TO car-soc-clave.
           MOVE w-periodo-hoy TO car-periodo.
           READ CARGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-ya-cargado
           END-READ.

       450-ARANCEL-INSCRIPCION.
           IF hay-actividades
               MOVE ins-filial TO act-filial
               MOVE ins-actividad TO act-codigo
               READ ACTIVIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF act-activa AND act-arancel > zero
                           MOVE "ACT" TO car-concepto
                           MOVE ins-actividad TO car-referencia
                           PERFORM 440-VERIFICAR-CARGO
                           IF NOT ya-cargado
                               COMPUTE w-importe-cargo ROUNDED =
                                   act-arancel * w-dia-hoy
                                   / w-dias-mes
                               MOVE "ACT" TO w-cargo-concepto
                               MOVE ins-actividad
                                   TO w-cargo-referencia
                               MOVE act-nombre TO w-cargo-detalle
                               PERFORM 470-AGREGAR-CARGO
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * lo que un plan vigente todavia no cargo se carga de una vez,
      * como cuando el plan cae en COBRAR-PLANES
       460-PLANES-PENDIENTES.
           MOVE w-clave-baja TO pln-soc-clave.
           MOVE zero TO pln-numero.
           MOVE zero TO w-fin-lista.
           START PLANES KEY IS NOT LESS THAN pln-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ PLANES NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF pln-soc-clave = w-clave-baja
                           IF pln-vigente
                              AND pln-importe-total >
                                  pln-importe-cargado
                               COMPUTE w-importe-cargo =
                                   pln-importe-total -
                                   pln-importe-cargado
                               MOVE "PLN" TO w-cargo-concepto
                               MOVE pln-numero TO w-cargo-referencia
                               MOVE "SALDO PLAN DE PAGO"
                                   TO w-cargo-detalle
                               PERFORM 470-AGREGAR-CARGO
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * el llamador deja concepto, referencia, detalle e importe;
      * un cargo de importe cero no se agrega
       470-AGREGAR-CARGO.
           IF w-importe-cargo > zero
               IF w-cant-cargos < 30
                   ADD 1 TO w-cant-cargos
                   MOVE w-cargo-concepto
                       TO w-tg-concepto (w-cant-cargos)
                   MOVE w-cargo-referencia
                       TO w-tg-referencia (w-cant-cargos)
                   MOVE w-cargo-detalle
                       TO w-tg-detalle (w-cant-cargos)
                   MOVE w-importe-cargo
                       TO w-tg-importe (w-cant-cargos)
                   MOVE "N" TO w-tg-grabado (w-cant-cargos)
                   ADD w-importe-cargo TO w-total-cargos
               ELSE
                   DISPLAY "Demasiados cargos finales, se omite "
                           w-cargo-detalle
               END-IF
           END-IF.

       480-MOSTRAR-LIQUIDACION.
           DISPLAY " ".
           DISPLAY "LIQUIDACION DE BAJA DEL SOCIO " soc-filial "-"
                   soc-socio " " soc-nombre.
           DISPLAY "Saldo actual:          " w-saldo-anterior.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-cargos
               DISPLAY "  Cargo " w-tg-concepto (w-ind) " "
                       w-tg-detalle (w-ind) " "
                       w-tg-importe (w-ind)
           END-PERFORM.
           IF w-cant-cargos = zero
               DISPLAY "  Sin cargos finales"
           END-IF.
           DISPLAY "Saldo final:           " w-saldo-final.
           DISPLAY "Inscripciones a cerrar: " w-cant-inscripciones.
           IF w-grupo-socio NOT = zero
               DISPLAY "Sale del grupo familiar " w-grupo-socio
           END-IF.

       490-CONFIRMAR.
           DISPLAY "Confirma la baja del socio (S/N)".
           ACCEPT w-confirma.
           IF NOT confirma-baja
               DISPLAY "Baja cancelada, no se grabo nada"
               MOVE "N" TO w-puede-seguir
           END-IF.

       500-GRABAR-CARGOS.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-cargos
               PERFORM 510-GRABAR-CARGO
           END-PERFORM.

       510-GRABAR-CARGO.
           MOVE "S" TO w-puede-grabar.
           MOVE w-tg-importe (w-ind) TO w-importe-cargo.
           PERFORM 520-CALC-SECUENCIA.
           COMPUTE w-saldo-nuevo = soc-saldo - w-importe-cargo.
           WRITE mov-reg
               INVALID KEY
                   DISPLAY "Error al grabar el cargo "
                           w-tg-concepto (w-ind)
                   MOVE "N" TO w-puede-grabar
               NOT INVALID KEY
                   PERFORM 530-APLICAR-SALDO
           END-WRITE.
           IF puede-grabar
               MOVE "S" TO w-tg-grabado (w-ind)
               ADD w-importe-cargo TO w-total-grabado
               IF w-tg-concepto (w-ind) = "PLN"
                   PERFORM 550-CERRAR-PLAN
               ELSE
                   PERFORM 540-REGISTRAR-CARGO
               END-IF
           ELSE
               ADD 1 TO w-cant-errores
           END-IF.

      * misma regla de secuenciacion que 400-CALC-SECUENCIA de
      * REGISTRAR-MOVIMIENTO: ultima secuencia del socio en la fecha + 1
       520-CALC-SECUENCIA.
           MOVE w-clave-baja TO mov-soc-clave.
           MOVE w-fecha-hoy TO mov-fecha.
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
                          AND mov-fecha = w-fecha-hoy
                           MOVE mov-secuencia TO w-ultima-secuencia
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.
           MOVE w-clave-baja TO mov-soc-clave.
           MOVE w-fecha-hoy TO mov-fecha.
           COMPUTE mov-secuencia = w-ultima-secuencia + 1.
           MOVE "R" TO mov-tipo.
           MOVE w-importe-cargo TO mov-importe.
           MOVE SPACE TO mov-estado.
           MOVE w-tg-concepto (w-ind) TO mov-concepto.
           MOVE w-periodo-hoy TO mov-periodo.
           MOVE zero TO mov-recibo.
           MOVE SPACE TO mov-medio.
           MOVE oper-id TO mov-operador.

       530-APLICAR-SALDO.
           MOVE w-saldo-nuevo TO soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "Error al actualizar el saldo, "
                           "revirtiendo el movimiento"
                   DELETE MOVIMIENTOS RECORD
                   MOVE "N" TO w-puede-grabar
           END-REWRITE.

      * la cuota y los aranceles quedan en cargos-periodo.dat para
      * que el batch del mes no los vuelva a cargar
       540-REGISTRAR-CARGO.
           MOVE w-clave-baja TO car-soc-clave.
           MOVE w-periodo-hoy TO car-periodo.
           MOVE w-tg-concepto (w-ind) TO car-concepto.
           MOVE w-tg-referencia (w-ind) TO car-referencia.
           MOVE mov-soc-clave TO car-mov-soc-clave.
           MOVE mov-fecha TO car-mov-fecha.
           MOVE mov-secuencia TO car-mov-secuencia.
           MOVE w-importe-cargo TO car-importe.
           WRITE car-reg
               INVALID KEY
                   DISPLAY "No se pudo registrar el cargo "
                           car-concepto " en cargos-periodo.dat"
           END-WRITE.

      * el plan queda cargado por completo y cumplido
       550-CERRAR-PLAN.
           MOVE w-clave-baja TO pln-soc-clave.
           MOVE w-tg-referencia (w-ind) TO pln-numero.
           READ PLANES
               INVALID KEY
                   DISPLAY "No se pudo releer el plan " pln-numero
               NOT INVALID KEY
                   MOVE pln-reg TO w-imagen-antes
                   ADD w-importe-cargo TO pln-importe-cargado
                   MOVE "C" TO pln-estado
                   MOVE w-fecha-hoy TO pln-fecha-estado
                   MOVE oper-id TO pln-operador
                   REWRITE pln-reg
                       INVALID KEY
                           DISPLAY "Error al cerrar el plan "
                                   pln-numero
                       NOT INVALID KEY
                           MOVE pln-reg TO w-imagen-despues
                           MOVE "CIERRE PLAN" TO w-accion
                           PERFORM 850-AUDITAR
                   END-REWRITE
           END-READ.

       600-CERRAR-INSCRIPCIONES.
           MOVE zero TO w-cant-inscripciones.
           IF hay-inscripciones
               MOVE w-clave-baja TO ins-soc-clave
               MOVE zero TO ins-actividad
               MOVE zero TO w-fin-lista
               START INSCRIPCIONES KEY IS NOT LESS THAN ins-clave
                   INVALID KEY MOVE 1 TO w-fin-lista
               END-START
               PERFORM UNTIL fin-lista
                   READ INSCRIPCIONES NEXT
                       AT END
                           MOVE 1 TO w-fin-lista
                       NOT AT END
                           IF ins-soc-clave = w-clave-baja
                               IF ins-vigente
                                   PERFORM 610-BAJA-INSCRIPCION
                               END-IF
                           ELSE
                               MOVE 1 TO w-fin-lista
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       610-BAJA-INSCRIPCION.
           MOVE ins-reg TO w-imagen-antes.
           MOVE "I" TO ins-estado.
           REWRITE ins-reg
               INVALID KEY
                   DISPLAY "Error al cerrar la inscripcion a la "
                           "actividad " ins-actividad
               NOT INVALID KEY
                   ADD 1 TO w-cant-inscripciones
                   MOVE ins-reg TO w-imagen-despues
                   MOVE "BAJA INSCRIP" TO w-accion
                   PERFORM 850-AUDITAR
           END-REWRITE.

      * el socio deja el grupo al darse de baja (720-BAJA-SOCIO
      * limpia soc-grupo); si era el responsable, el pago del grupo
      * pasa al primer integrante que sigue en el
       650-SALIR-DEL-GRUPO.
           IF w-grupo-socio NOT = zero AND hay-grupos
               MOVE w-cb-filial TO grp-filial
               MOVE w-grupo-socio TO grp-numero
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF grp-activo
                          AND grp-resp-socio = w-cb-socio
                           PERFORM 660-BUSCAR-RESPONSABLE
                           PERFORM 670-REASIGNAR-RESPONSABLE
                       END-IF
               END-READ
           END-IF.

       660-BUSCAR-RESPONSABLE.
           MOVE zero TO w-nuevo-responsable.
           MOVE w-cb-filial TO soc-filial.
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
                       IF soc-filial = w-cb-filial
                           IF soc-grupo = w-grupo-socio
                              AND soc-socio NOT = w-cb-socio
                              AND NOT soc-inactivo
                               MOVE soc-socio TO w-nuevo-responsable
                               MOVE 1 TO w-fin-lista
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.
      * el recorrido movio el registro: se vuelve al socio de la baja
           MOVE w-clave-baja TO soc-clave.
           READ SOCIOS WITH LOCK
               INVALID KEY
                   DISPLAY "No se pudo releer el socio de la baja"
           END-READ.

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

      * la ficha se retira y se cancela la adhesion al debito
      * automatico, para que GENERAR-DEBITOS no lo presente mas
       700-CERRAR-FICHA.
           MOVE w-clave-baja TO dat-clave.
           READ DATOS
               INVALID KEY
                   DISPLAY "El socio no tiene ficha personal"
               NOT INVALID KEY
                   MOVE "S" TO w-hay-ficha
                   MOVE dat-documento TO w-documento
                   MOVE dat-domicilio TO w-domicilio
                   MOVE dat-localidad TO w-localidad
                   MOVE dat-fecha-alta TO w-fecha-alta
                   MOVE dat-adherido TO w-adherido-antes
                   MOVE SPACES TO w-imagen-antes
                   MOVE dat-clave TO w-imagen-antes (1:7)
                   MOVE dat-cbu TO w-imagen-antes (8:22)
                   MOVE dat-adherido TO w-imagen-antes (30:1)
                   MOVE dat-estado TO w-imagen-antes (31:1)
                   MOVE "I" TO dat-estado
                   MOVE "N" TO dat-adherido
                   REWRITE dat-reg
                       INVALID KEY
                           DISPLAY "Error al actualizar la ficha "
                                   "personal"
                       NOT INVALID KEY
                           MOVE w-imagen-antes TO w-imagen-despues
                           MOVE dat-adherido
                               TO w-imagen-despues (30:1)
                           MOVE dat-estado TO w-imagen-despues (31:1)
                           MOVE "BAJA FICHA" TO w-accion
                           PERFORM 850-AUDITAR
                   END-REWRITE
           END-READ.

       720-BAJA-SOCIO.
           MOVE soc-reg TO w-imagen-antes.
           MOVE "I" TO soc-estado.
           MOVE zero TO soc-grupo.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "Error al dar de baja el socio"
                   ADD 1 TO w-cant-errores
               NOT INVALID KEY
                   DISPLAY "Socio dado de baja"
                   MOVE soc-reg TO w-imagen-despues
                   MOVE "BAJA" TO w-accion
                   PERFORM 850-AUDITAR
           END-REWRITE.

      * saldo negativo: el socio debe; positivo: se le devuelve
       750-SALDO-FINAL.
           MOVE soc-saldo TO w-saldo-final.
           IF w-saldo-final < zero
               COMPUTE w-importe-final = zero - w-saldo-final
               DISPLAY "Saldo final A COBRAR al socio:   "
                       w-importe-final
           ELSE
               MOVE w-saldo-final TO w-importe-final
               IF w-saldo-final > zero
                   DISPLAY "Saldo final A DEVOLVER al socio: "
                           w-importe-final
               ELSE
                   DISPLAY "Cuenta saldada, sin importe pendiente"
               END-IF
           END-IF.
           IF w-cant-errores > zero
               DISPLAY "Hubo " w-cant-errores " error(es) en la "
                       "liquidacion, revisar la cuenta del socio"
           END-IF.

      * la constancia se numera por filial; el numerador queda
      * tomado hasta terminar de emitirla, como el talonario de
      * recibos de REGISTRAR-MOVIMIENTO
       800-EMITIR-CONSTANCIA.
           PERFORM 810-TOMAR-NUMERO.
           IF ws-fs-numeradores = "51"
               DISPLAY "Numerador tomado por otro puesto; la "
                       "constancia no se emitio"
           ELSE
               PERFORM 830-IMPRIMIR-CONSTANCIA
               PERFORM 820-CONFIRMAR-NUMERO
               PERFORM 870-REGISTRAR-INFORME
               DISPLAY "Constancia de baja " w-numero-constancia
                       " en " w-nombre-reporte
           END-IF.

       810-TOMAR-NUMERO.
           MOVE "N" TO w-numerador-nuevo.
           MOVE "BAJ" TO num-tipo.
           MOVE w-cb-filial TO num-filial.
           READ NUMERADORES WITH LOCK
               INVALID KEY
                   MOVE "S" TO w-numerador-nuevo
                   MOVE "BAJ" TO num-tipo
                   MOVE w-cb-filial TO num-filial
                   MOVE zero TO num-ultimo
           END-READ.
           IF ws-fs-numeradores NOT = "51"
               COMPUTE w-numero-constancia = num-ultimo + 1
           END-IF.

       820-CONFIRMAR-NUMERO.
           MOVE "BAJ" TO num-tipo.
           MOVE w-cb-filial TO num-filial.
           MOVE w-numero-constancia TO num-ultimo.
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

       830-IMPRIMIR-CONSTANCIA.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../constancia-baja-" w-cb-filial "-"
               w-numero-constancia ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-cb-filial TO fil-cod.
           READ FILIAL
               INVALID KEY MOVE SPACES TO fil-nombre
           END-READ.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE w-numero-constancia TO w-t-numero.
           MOVE w-fecha-hoy TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-t-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE w-cb-filial TO w-f-cod.
           MOVE fil-nombre TO w-f-nombre.
           MOVE w-linea-filial TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE w-cb-filial TO w-s-filial.
           MOVE w-cb-socio TO w-s-socio.
           MOVE soc-nombre TO w-s-nombre.
           MOVE soc-categoria TO w-s-categoria.
           MOVE w-linea-socio TO rep-linea.
           WRITE rep-linea.
           IF hay-ficha
               MOVE w-documento TO w-d-documento
               MOVE w-fecha-alta TO w-fecha-desarmada
               PERFORM 890-EDITAR-FECHA
               MOVE w-fecha-edit TO w-d-fecha-alta
               MOVE w-linea-documento TO rep-linea
               WRITE rep-linea
               MOVE w-domicilio TO w-d-domicilio
               MOVE w-localidad TO w-d-localidad
               MOVE w-linea-domicilio TO rep-linea
               WRITE rep-linea
           END-IF.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           PERFORM 840-POSICION-CUENTA.
           PERFORM 845-ESTADO-FINAL.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea.
           WRITE rep-linea.
           MOVE w-linea-firma TO rep-linea.
           WRITE rep-linea.
           MOVE oper-id TO w-fi-operador.
           MOVE w-linea-firmantes TO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.

       840-POSICION-CUENTA.
           MOVE "POSICION FINAL DE LA CUENTA" TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE "Saldo anterior a la baja" TO w-i-texto.
           MOVE w-saldo-anterior TO w-i-importe.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-cargos
               IF w-tg-grabado (w-ind) = "S"
                   PERFORM 842-LINEA-CARGO
               END-IF
           END-PERFORM.
           MOVE "Total de cargos finales" TO w-i-texto.
           COMPUTE w-i-importe = zero - w-total-grabado.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           EVALUATE TRUE
               WHEN w-saldo-final < zero
                   MOVE "SALDO FINAL A COBRAR AL SOCIO" TO w-i-texto
               WHEN w-saldo-final > zero
                   MOVE "SALDO FINAL A DEVOLVER AL SOCIO"
                       TO w-i-texto
               WHEN OTHER
                   MOVE "CUENTA SALDADA" TO w-i-texto
           END-EVALUATE.
           MOVE w-importe-final TO w-i-importe.
           MOVE w-linea-importe TO rep-linea.
           WRITE rep-linea.

       842-LINEA-CARGO.
           MOVE SPACES TO w-c-concepto.
           SET con-idx TO 1.
           SEARCH con-entrada
               WHEN con-codigo (con-idx) = w-tg-concepto (w-ind)
                   MOVE con-descripcion (con-idx) TO w-c-concepto
           END-SEARCH.
           MOVE w-tg-detalle (w-ind) TO w-c-detalle.
           COMPUTE w-c-importe = zero - w-tg-importe (w-ind).
           MOVE w-linea-cargo TO rep-linea.
           WRITE rep-linea.

       845-ESTADO-FINAL.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Inscripciones a actividades cerradas:" TO w-x-texto.
           MOVE SPACES TO w-x-valor.
           MOVE w-cant-inscripciones TO w-x-valor (1:3).
           MOVE w-linea-texto TO rep-linea.
           WRITE rep-linea.
           IF w-grupo-socio NOT = zero
               MOVE "Grupo familiar:" TO w-x-texto
               MOVE SPACES TO w-x-valor
               EVALUATE TRUE
                   WHEN grupo-cerrado
                       STRING w-grupo-socio " dado de baja"
                           DELIMITED BY SIZE INTO w-x-valor
                   WHEN w-nuevo-responsable NOT = zero
                       STRING w-grupo-socio " nuevo resp. "
                           w-nuevo-responsable
                           DELIMITED BY SIZE INTO w-x-valor
                   WHEN OTHER
                       STRING w-grupo-socio " sale del grupo"
                           DELIMITED BY SIZE INTO w-x-valor
               END-EVALUATE
               MOVE w-linea-texto TO rep-linea
               WRITE rep-linea
           END-IF.
           MOVE "Debito automatico:" TO w-x-texto.
           IF estaba-adherido
               MOVE "adhesion cancelada" TO w-x-valor
           ELSE
               MOVE "no adherido" TO w-x-valor
           END-IF.
           MOVE w-linea-texto TO rep-linea.
           WRITE rep-linea.
           MOVE "Cheques en cartera:" TO w-x-texto.
           MOVE "ninguno" TO w-x-valor.
           MOVE w-linea-texto TO rep-linea.
           WRITE rep-linea.

       850-AUDITAR.
           MOVE w-clave-baja TO w-clave-audit.
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

       870-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa w-cb-filial
                   w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar la constancia"
           END-CALL.

       890-EDITAR-FECHA.
           MOVE w-fx-dd TO w-fe-dd.
           MOVE w-fx-mm TO w-fe-mm.
           MOVE w-fx-aa TO w-fe-aa.

       900-FIN.
           UNLOCK SOCIOS.
           CLOSE SOCIOS
                 DATOS
                 MOVIMIENTOS
                 CARGOS
                 NUMERADORES
                 FILIAL.
           IF hay-inscripciones
               CLOSE INSCRIPCIONES
           END-IF.
           IF hay-actividades
               CLOSE ACTIVIDADES
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

       END PROGRAM LIQUIDAR-BAJA.
