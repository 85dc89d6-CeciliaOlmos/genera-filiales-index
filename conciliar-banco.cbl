      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion del extracto bancario diario
      *          (extracto-banco.txt: fecha AAAAMMDD col 1-8, tipo
      *          C-credito D-debito col 9, importe col 10-18 con 2
      *          decimales implicitos, origen col 19-21 (PAG
      *          cobranza bancaria, DEB debito automatico, CHQ
      *          deposito de cheque), referencia col 22-39
      *          (filial+socio para PAG y DEB, banco+numero de
      *          cheque para CHQ), entre una cabecera "H" y un pie
      *          "T" de control segun LOTE.cpy). Valida cabecera,
      *          pie y que el extracto no este ya registrado en
      *          lotes.dat (CONTROLAR-LOTE). Cruza cada credito del
      *          banco contra nuestras acreditaciones: los depositos
      *          PAG de IMPORTAR-PAGOS y DEB de PROCESAR-DEBITOS de
      *          movimientos.dat y los cheques que CARTERA-CHEQUES
      *          marco depositados (chq-fecha-deposito, chq-importe),
      *          hasta la fecha del extracto y que no hayan cruzado
      *          en una corrida anterior (conciliadas-banco.dat), asi
      *          un pago importado despues de conciliado el extracto
      *          de su fecha valor igual se cruza; mas las partidas
      *          que quedaron abiertas en corridas anteriores
      *          (partidas-banco.dat). Mientras no exista
      *          conciliadas-banco.dat se toman solo las del dia
      *          siguiente al ultimo extracto conciliado
      *          (conciliacion-banco.txt) en adelante. Primero
      *          cruza por origen, referencia e importe y despues,
      *          lo que quedo, por origen e importe. Lista las
      *          partidas conciliadas, las que solo estan en el banco
      *          y las que solo estan de nuestro lado; estas dos
      *          ultimas quedan en partidas-banco.dat para la corrida
      *          siguiente y las nuestras conciliadas se agregan a
      *          conciliadas-banco.dat. Debe correr antes de
      *          CERRAR-PERIODO, que archiva los movimientos.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONCILIAR-BANCO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT EXTRACTO ASSIGN TO "../extracto-banco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-extracto.

       SELECT MOVIMIENTOS ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-movimientos.

       SELECT CHEQUES ASSIGN TO "../cheques.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS chq-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-cheques.

       SELECT PARTIDAS ASSIGN TO "../partidas-banco.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS par-clave
               FILE STATUS IS ws-fs-partidas.

       SELECT CONCILIADAS ASSIGN TO "../conciliadas-banco.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS cco-clave
               FILE STATUS IS ws-fs-conciliadas.

       SELECT CONTROL-CONC ASSIGN TO "../conciliacion-banco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-control.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  EXTRACTO.
       01  ext-linea.
           03 ext-detalle.
               05 ext-fecha pic 9(8).
               05 ext-tipo pic x.
                   88 ext-credito value "C".
                   88 ext-debito value "D".
               05 ext-importe pic 9(7)v99.
               05 ext-origen pic x(3).
               05 ext-referencia pic x(18).
           03 filler pic x(1).

       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       FD  CHEQUES.
           COPY "CHEQUE.cpy".

       FD  PARTIDAS.
           COPY "PARTIDA.cpy".

       FD  CONCILIADAS.
           COPY "CONCILIADA.cpy".

       FD  CONTROL-CONC.
       01  cbc-ultima-fecha pic 9(8).

       FD  REPORTE.
       01  rep-linea pic x(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-extracto pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-cheques pic xx.
       01 ws-fs-partidas pic xx.
       01 ws-fs-conciliadas pic xx.
       01 ws-fs-control pic xx.
           COPY "OPERADOR.cpy".
       01 w-fin-extracto pic 9 value zero.
           88 fin-extracto value 1.
       01 w-fin-movs pic 9 value zero.
           88 fin-movs value 1.
       01 w-fin-cheques pic 9 value zero.
           88 fin-cheques value 1.
       01 w-fin-partidas pic 9 value zero.
           88 fin-partidas value 1.
       01 w-archivo-valido pic x value "N".
           88 archivo-valido value "S".
       01 w-vino-pie pic x value "N".
           88 vino-pie value "S".
       01 w-tablas-ok pic x value "S".
           88 tablas-ok value "S".
       01 w-hay-conciliadas pic x value "N".
           88 hay-conciliadas value "S".
       01 w-ya-cargada pic x.
           88 ya-cargada value "S".
       01 w-cant-detalle pic 9(6) value zero.
       01 w-total-detalle pic 9(9)v99 value zero.
       01 w-lote-accion pic x.
       01 w-lote-archivo pic x(12) value "EXTRACTO-BCO".
       01 w-lote-id pic x(16).
       01 w-lote-fecha pic 9(8).
       01 w-lote-resultado pic x.
           COPY "LOTE.cpy".
       01 w-fecha-extracto pic 9(8).
       01 w-ultima-conciliada pic 9(8) value zero.
       01 w-fecha-desde pic 9(8).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "CONCILIAR-BANCO".
       01 w-filial-informe pic 9(4) value zero.
       01 w-secuencia-partida pic 9(6) value zero.

      * creditos del extracto del dia mas los abiertos del banco
       01 w-cant-banco pic 9(4) value zero.
       01 w-tabla-banco.
           03 w-ent-banco occurs 1 to 999 times
                   depending on w-cant-banco
                   indexed by bco-idx.
               05 w-tb-fecha pic 9(8).
               05 w-tb-origen pic x(3).
               05 w-tb-importe pic 9(7)v99.
               05 w-tb-referencia pic x(18).
               05 w-tb-fecha-alta pic 9(8).
      * posicion de la partida nuestra con que cruzo; cero = abierta
               05 w-tb-cruce pic 9(4).

      * acreditaciones nuestras del rango mas las abiertas
       01 w-cant-nuestras pic 9(4) value zero.
       01 w-tabla-nuestras.
           03 w-ent-nuestra occurs 1 to 999 times
                   depending on w-cant-nuestras
                   indexed by nue-idx.
               05 w-tn-fecha pic 9(8).
               05 w-tn-origen pic x(3).
               05 w-tn-importe pic 9(7)v99.
               05 w-tn-referencia pic x(18).
               05 w-tn-mov-fecha pic 9(8).
               05 w-tn-mov-secuencia pic 9(4).
               05 w-tn-fecha-alta pic 9(8).
               05 w-tn-cruce pic 9(4).
               05 w-tn-por-importe pic x.
                   88 cruce-por-importe value "S".

       01 w-nue-sub pic 9(4).
       01 w-cant-abiertas-banco pic 9(6) value zero.
       01 w-cant-abiertas-nuestras pic 9(6) value zero.
       01 w-cant-conciliadas pic 9(6) value zero.
       01 w-total-conciliado pic 9(9)v99 value zero.
       01 w-cant-por-importe pic 9(6) value zero.
       01 w-cant-solo-banco pic 9(6) value zero.
       01 w-total-solo-banco pic 9(9)v99 value zero.
       01 w-cant-solo-nuestras pic 9(6) value zero.
       01 w-total-solo-nuestras pic 9(9)v99 value zero.
       01 w-cant-debitos-banco pic 9(6) value zero.
       01 w-cant-invalidas pic 9(6) value zero.

       01 w-linea-titulo.
           03 filler pic x(33) value
               "CONCILIACION BANCARIA - EXTRACTO ".
           03 w-t-id pic x(16).
           03 filler pic x(5) value " DEL ".
           03 w-t-fecha pic 9999/99/99.

       01 w-linea-seccion pic x(100).

       01 w-linea-cabecera.
           03 filler pic x(11) value "FECHA".
           03 filler pic x(4) value "ORI".
           03 filler pic x(19) value "REFERENCIA".
           03 filler pic x(13) value "      IMPORTE".
           03 filler pic x(1) value spaces.
           03 w-c-fecha2 pic x(11).
           03 w-c-nota pic x(25).

       01 w-linea-partida.
           03 w-p-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 w-p-origen pic x(3).
           03 filler pic x(1) value spaces.
           03 w-p-referencia pic x(18).
           03 filler pic x(1) value spaces.
           03 w-p-importe pic z,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 w-p-fecha2 pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 w-p-nota pic x(25).

       01 w-linea-resumen.
           03 w-r-texto pic x(36).
           03 w-r-cant pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 w-r-importe pic zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF NOT archivo-valido
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-CARGAR-ABIERTAS.
           PERFORM 300-CARGAR-EXTRACTO.
           PERFORM 400-CARGAR-MOVIMIENTOS.
           PERFORM 450-CARGAR-CHEQUES.
      * con una tabla desbordada no se puede saber que queda
      * abierto: no se toca partidas-banco.dat ni el lote
           IF NOT tablas-ok
               DISPLAY "Demasiadas partidas para conciliar, no se "
                       "registra nada"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF w-cant-nuestras > zero AND w-cant-banco > zero
               PERFORM 500-CRUZAR-EXACTO
                   VARYING nue-idx FROM 1 BY 1
                   UNTIL nue-idx > w-cant-nuestras
               PERFORM 550-CRUZAR-IMPORTE
                   VARYING nue-idx FROM 1 BY 1
                   UNTIL nue-idx > w-cant-nuestras
           END-IF.
           PERFORM 600-ABRIR-SALIDAS.
           PERFORM 650-LISTAR-CONCILIADAS.
           PERFORM 700-LISTAR-SOLO-BANCO.
           PERFORM 750-LISTAR-SOLO-NUESTRAS.
           PERFORM 800-RESUMEN.
           PERFORM 850-REGISTRAR-LOTE.
           PERFORM 860-REGISTRAR-INFORME.
           PERFORM 870-GRABAR-CONTROL.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.
           OPEN INPUT EXTRACTO.
           IF ws-fs-extracto NOT = "00"
               DISPLAY "No se pudo abrir extracto-banco.txt, estado "
                       ws-fs-extracto
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-VALIDAR-ARCHIVO.
           CLOSE EXTRACTO.
           IF archivo-valido
               PERFORM 180-LEER-CONTROL
           END-IF.

      * misma validacion previa que IMPORTAR-PAGOS: cabecera "H",
      * pie "T" que cierre contra el detalle y lote no procesado
       150-VALIDAR-ARCHIVO.
           READ EXTRACTO
               AT END
                   DISPLAY "extracto-banco.txt vacio, nada que "
                           "conciliar"
                   MOVE 1 TO w-fin-extracto
               NOT AT END
                   MOVE ext-linea TO lot-cabecera
                   IF lot-cab-ok
                       MOVE lot-cab-id TO w-lote-id
                       MOVE lot-cab-fecha TO w-lote-fecha
                       MOVE lot-cab-fecha TO w-fecha-extracto
                       MOVE "S" TO w-archivo-valido
                   ELSE
                       DISPLAY "extracto-banco.txt sin cabecera de "
                               "control, no se concilia"
                       MOVE 1 TO w-fin-extracto
                   END-IF
           END-READ.
           PERFORM 160-VALIDAR-LINEA UNTIL fin-extracto.
           MOVE zero TO w-fin-extracto.
           IF archivo-valido
               PERFORM 165-VERIFICAR-PIE
           END-IF.
           IF archivo-valido
               PERFORM 170-VERIFICAR-LOTE
           END-IF.

       160-VALIDAR-LINEA.
           READ EXTRACTO
               AT END
                   MOVE 1 TO w-fin-extracto
               NOT AT END
                   IF ext-linea (1:1) = "T"
                       MOVE ext-linea TO lot-pie
                       MOVE "S" TO w-vino-pie
                       MOVE 1 TO w-fin-extracto
                   ELSE
                       ADD 1 TO w-cant-detalle
                       IF ext-importe IS NUMERIC
                           ADD ext-importe TO w-total-detalle
                       END-IF
                   END-IF
           END-READ.

       165-VERIFICAR-PIE.
           IF NOT vino-pie
               DISPLAY "extracto-banco.txt sin pie de control "
                       "(archivo truncado), no se concilia"
               MOVE "N" TO w-archivo-valido
           ELSE
               IF lot-pie-cant NOT = w-cant-detalle
                  OR lot-pie-total NOT = w-total-detalle
                   DISPLAY "Cifras de control de extracto-banco.txt "
                           "no cierran: lineas " w-cant-detalle
                           " contra " lot-pie-cant
                   DISPLAY "No se concilia"
                   MOVE "N" TO w-archivo-valido
               END-IF
           END-IF.

       170-VERIFICAR-LOTE.
           MOVE "C" TO w-lote-accion.
           CALL "CONTROLAR-LOTE" USING w-lote-accion w-lote-archivo
                   w-lote-id w-lote-fecha w-cant-detalle
                   w-total-detalle w-lote-resultado
               ON EXCEPTION
                   MOVE "N" TO w-lote-resultado
           END-CALL.
           IF w-lote-resultado = "S"
               DISPLAY "El extracto " w-lote-id " ya fue conciliado, "
                       "no se concilia de nuevo"
               MOVE "N" TO w-archivo-valido
           END-IF.

      * sin control previo (primera corrida) solo se toman nuestras
      * acreditaciones del mismo dia del extracto. La ventana de
      * fechas rige solo mientras no exista conciliadas-banco.dat;
      * despues lo ya cruzado se reconoce por ese archivo
       180-LEER-CONTROL.
           MOVE zero TO w-ultima-conciliada.
           OPEN INPUT CONTROL-CONC.
           IF ws-fs-control = "00"
               READ CONTROL-CONC
                   AT END CONTINUE
                   NOT AT END
                       IF cbc-ultima-fecha IS NUMERIC
                           MOVE cbc-ultima-fecha
                               TO w-ultima-conciliada
                       END-IF
               END-READ
               CLOSE CONTROL-CONC
           END-IF.
           IF w-ultima-conciliada = zero
               MOVE w-fecha-extracto TO w-fecha-desde
           ELSE
               COMPUTE w-fecha-desde = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (w-ultima-conciliada)
                    + 1)
           END-IF.
           OPEN INPUT CONCILIADAS.
           IF ws-fs-conciliadas = "00"
               MOVE "S" TO w-hay-conciliadas
           END-IF.

      * partidas que quedaron abiertas en corridas anteriores
       200-CARGAR-ABIERTAS.
           OPEN INPUT PARTIDAS.
           IF ws-fs-partidas = "00"
               PERFORM UNTIL fin-partidas
                   READ PARTIDAS NEXT
                       AT END
                           MOVE 1 TO w-fin-partidas
                       NOT AT END
                           PERFORM 250-CARGAR-PARTIDA
                   END-READ
               END-PERFORM
               CLOSE PARTIDAS
           END-IF.

       250-CARGAR-PARTIDA.
           IF par-lado-banco
               ADD 1 TO w-cant-abiertas-banco
               PERFORM 350-AGREGAR-BANCO
               IF tablas-ok
                   MOVE par-fecha TO w-tb-fecha (bco-idx)
                   MOVE par-origen TO w-tb-origen (bco-idx)
                   MOVE par-importe TO w-tb-importe (bco-idx)
                   MOVE par-referencia TO w-tb-referencia (bco-idx)
                   MOVE par-fecha-alta TO w-tb-fecha-alta (bco-idx)
               END-IF
           ELSE
               ADD 1 TO w-cant-abiertas-nuestras
               PERFORM 460-AGREGAR-NUESTRA
               IF tablas-ok
                   MOVE par-fecha TO w-tn-fecha (nue-idx)
                   MOVE par-origen TO w-tn-origen (nue-idx)
                   MOVE par-importe TO w-tn-importe (nue-idx)
                   MOVE par-referencia TO w-tn-referencia (nue-idx)
                   MOVE par-mov-fecha TO w-tn-mov-fecha (nue-idx)
                   MOVE par-mov-secuencia
                       TO w-tn-mov-secuencia (nue-idx)
                   MOVE par-fecha-alta TO w-tn-fecha-alta (nue-idx)
               END-IF
           END-IF.

      * segunda pasada sobre el extracto ya validado: solo los
      * creditos se concilian; los debitos del banco se cuentan
       300-CARGAR-EXTRACTO.
           OPEN INPUT EXTRACTO.
           PERFORM UNTIL fin-extracto
               READ EXTRACTO
                   AT END
                       MOVE 1 TO w-fin-extracto
                   NOT AT END
                       PERFORM 310-PROCESO-LINEA
               END-READ
           END-PERFORM.
           CLOSE EXTRACTO.

       310-PROCESO-LINEA.
           IF ext-linea (1:1) = "T"
               MOVE 1 TO w-fin-extracto
           ELSE
               IF ext-linea (1:1) = "H"
                   CONTINUE
               ELSE
                   IF ext-importe NOT NUMERIC OR ext-importe = zero
                       ADD 1 TO w-cant-invalidas
                   ELSE
                       IF ext-credito
                           PERFORM 320-CREDITO-BANCO
                       ELSE
                           ADD 1 TO w-cant-debitos-banco
                       END-IF
                   END-IF
               END-IF
           END-IF.

       320-CREDITO-BANCO.
           PERFORM 350-AGREGAR-BANCO.
           IF tablas-ok
               IF ext-fecha IS NUMERIC AND ext-fecha NOT = zero
                   MOVE ext-fecha TO w-tb-fecha (bco-idx)
               ELSE
                   MOVE w-fecha-extracto TO w-tb-fecha (bco-idx)
               END-IF
               MOVE ext-origen TO w-tb-origen (bco-idx)
               MOVE ext-importe TO w-tb-importe (bco-idx)
               MOVE ext-referencia TO w-tb-referencia (bco-idx)
               MOVE w-fecha-extracto TO w-tb-fecha-alta (bco-idx)
           END-IF.

       350-AGREGAR-BANCO.
           IF w-cant-banco < 999
               ADD 1 TO w-cant-banco
               SET bco-idx TO w-cant-banco
               MOVE zero TO w-tb-cruce (bco-idx)
           ELSE
               MOVE "N" TO w-tablas-ok
           END-IF.

      * depositos PAG y DEB hasta la fecha del extracto que no
      * cruzaron antes; los contra-asientos no son acreditaciones
      * del banco
       400-CARGAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
           IF ws-fs-movimientos = "00"
               PERFORM UNTIL fin-movs
                   READ MOVIMIENTOS NEXT
                       AT END
                           MOVE 1 TO w-fin-movs
                       NOT AT END
                           PERFORM 410-PROCESO-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS
           END-IF.

       410-PROCESO-MOVIMIENTO.
           IF (mov-con-pago-banco OR mov-con-debito)
              AND mov-deposito
              AND NOT mov-contra-asiento
              AND mov-fecha NOT > w-fecha-extracto
              AND (hay-conciliadas OR mov-fecha NOT < w-fecha-desde)
               MOVE mov-concepto TO cco-origen
               MOVE mov-soc-clave TO cco-referencia
               MOVE mov-fecha TO cco-mov-fecha
               MOVE mov-secuencia TO cco-mov-secuencia
               PERFORM 470-VER-CARGADA
               IF NOT ya-cargada
                   PERFORM 420-AGREGAR-MOVIMIENTO
               END-IF
           END-IF.

       420-AGREGAR-MOVIMIENTO.
           PERFORM 460-AGREGAR-NUESTRA.
           IF tablas-ok
               MOVE mov-fecha TO w-tn-fecha (nue-idx)
               MOVE mov-concepto TO w-tn-origen (nue-idx)
               MOVE mov-importe TO w-tn-importe (nue-idx)
               MOVE mov-soc-clave TO w-tn-referencia (nue-idx)
               MOVE mov-fecha TO w-tn-mov-fecha (nue-idx)
               MOVE mov-secuencia TO w-tn-mov-secuencia (nue-idx)
               MOVE w-fecha-extracto TO w-tn-fecha-alta (nue-idx)
           END-IF.

      * cheques que CARTERA-CHEQUES marco depositados hasta la fecha
      * del extracto y que no cruzaron antes
       450-CARGAR-CHEQUES.
           OPEN INPUT CHEQUES.
           IF ws-fs-cheques = "00"
               PERFORM UNTIL fin-cheques
                   READ CHEQUES NEXT
                       AT END
                           MOVE 1 TO w-fin-cheques
                       NOT AT END
                           PERFORM 455-PROCESO-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE CHEQUES
           END-IF.

       455-PROCESO-CHEQUE.
           IF chq-depositado
              AND chq-fecha-deposito NOT > w-fecha-extracto
              AND (hay-conciliadas
                   OR chq-fecha-deposito NOT < w-fecha-desde)
               MOVE "CHQ" TO cco-origen
               MOVE chq-clave TO cco-referencia
               MOVE zero TO cco-mov-fecha
               MOVE zero TO cco-mov-secuencia
               PERFORM 470-VER-CARGADA
               IF NOT ya-cargada
                   PERFORM 458-AGREGAR-CHEQUE
               END-IF
           END-IF.

       458-AGREGAR-CHEQUE.
           PERFORM 460-AGREGAR-NUESTRA.
           IF tablas-ok
               MOVE chq-fecha-deposito TO w-tn-fecha (nue-idx)
               MOVE "CHQ" TO w-tn-origen (nue-idx)
               MOVE chq-importe TO w-tn-importe (nue-idx)
               MOVE chq-clave TO w-tn-referencia (nue-idx)
               MOVE zero TO w-tn-mov-fecha (nue-idx)
               MOVE zero TO w-tn-mov-secuencia (nue-idx)
               MOVE w-fecha-extracto TO w-tn-fecha-alta (nue-idx)
           END-IF.

       460-AGREGAR-NUESTRA.
           IF w-cant-nuestras < 999
               ADD 1 TO w-cant-nuestras
               SET nue-idx TO w-cant-nuestras
               MOVE zero TO w-tn-cruce (nue-idx)
               MOVE "N" TO w-tn-por-importe (nue-idx)
           ELSE
               MOVE "N" TO w-tablas-ok
           END-IF.

      * se descarta la acreditacion ya conciliada en otra corrida o
      * que ya esta en la tabla como partida abierta (las abiertas
      * nuestras ocupan las primeras posiciones)
       470-VER-CARGADA.
           MOVE "N" TO w-ya-cargada.
           IF hay-conciliadas
               READ CONCILIADAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-ya-cargada
               END-READ
           END-IF.
           PERFORM VARYING w-nue-sub FROM 1 BY 1
                   UNTIL w-nue-sub > w-cant-abiertas-nuestras
                      OR w-nue-sub > w-cant-nuestras
                      OR ya-cargada
               IF w-tn-origen (w-nue-sub) = cco-origen
                  AND w-tn-referencia (w-nue-sub) = cco-referencia
                  AND w-tn-mov-fecha (w-nue-sub) = cco-mov-fecha
                  AND w-tn-mov-secuencia (w-nue-sub)
                      = cco-mov-secuencia
                   MOVE "S" TO w-ya-cargada
               END-IF
           END-PERFORM.

      * primera pasada: origen, referencia e importe exactos
       500-CRUZAR-EXACTO.
           SET bco-idx TO 1.
           SEARCH w-ent-banco
               WHEN w-tb-cruce (bco-idx) = zero
                  AND w-tb-origen (bco-idx) = w-tn-origen (nue-idx)
                  AND w-tb-importe (bco-idx) = w-tn-importe (nue-idx)
                  AND w-tb-referencia (bco-idx)
                      = w-tn-referencia (nue-idx)
                   PERFORM 580-MARCAR-CRUCE
           END-SEARCH.

      * segunda pasada, sobre lo que quedo: origen e importe (el
      * banco a veces trae la referencia incompleta)
       550-CRUZAR-IMPORTE.
           IF w-tn-cruce (nue-idx) = zero
               SET bco-idx TO 1
               SEARCH w-ent-banco
                   WHEN w-tb-cruce (bco-idx) = zero
                      AND w-tb-origen (bco-idx) = w-tn-origen (nue-idx)
                      AND w-tb-importe (bco-idx)
                          = w-tn-importe (nue-idx)
                       PERFORM 580-MARCAR-CRUCE
                       MOVE "S" TO w-tn-por-importe (nue-idx)
                       ADD 1 TO w-cant-por-importe
               END-SEARCH
           END-IF.

       580-MARCAR-CRUCE.
           SET w-tb-cruce (bco-idx) TO nue-idx.
           SET w-tn-cruce (nue-idx) TO bco-idx.
           ADD 1 TO w-cant-conciliadas.
           ADD w-tn-importe (nue-idx) TO w-total-conciliado.

      * partidas-banco.dat se rearma con lo que queda abierto y lo
      * conciliado se agrega a conciliadas-banco.dat
       600-ABRIR-SALIDAS.
           OPEN OUTPUT PARTIDAS.
           IF hay-conciliadas
               CLOSE CONCILIADAS
           END-IF.
           OPEN I-O CONCILIADAS.
           IF ws-fs-conciliadas = "35"
               OPEN OUTPUT CONCILIADAS
               CLOSE CONCILIADAS
               OPEN I-O CONCILIADAS
           END-IF.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../conciliacion-banco-" w-fecha-extracto ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-lote-id TO w-t-id.
           MOVE w-fecha-extracto TO w-t-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.

       650-LISTAR-CONCILIADAS.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "PARTIDAS CONCILIADAS" TO w-linea-seccion.
           MOVE "ACREDITADA" TO w-c-fecha2.
           MOVE SPACES TO w-c-nota.
           PERFORM 680-CABECERA-SECCION.
           IF w-cant-banco > zero
               PERFORM 660-LINEA-CONCILIADA
                   VARYING bco-idx FROM 1 BY 1
                   UNTIL bco-idx > w-cant-banco
           END-IF.

      * fecha del banco y fecha en que la registramos nosotros
       660-LINEA-CONCILIADA.
           IF w-tb-cruce (bco-idx) NOT = zero
               MOVE w-tb-cruce (bco-idx) TO w-nue-sub
               SET nue-idx TO w-nue-sub
               MOVE w-tb-fecha (bco-idx) TO w-p-fecha
               MOVE w-tb-origen (bco-idx) TO w-p-origen
               MOVE w-tb-referencia (bco-idx) TO w-p-referencia
               MOVE w-tb-importe (bco-idx) TO w-p-importe
               MOVE w-tn-fecha (nue-idx) TO w-p-fecha2
               IF cruce-por-importe (nue-idx)
                   MOVE SPACES TO w-p-nota
                   STRING "POR IMPORTE: "
                          w-tn-referencia (nue-idx) (1:12)
                       DELIMITED BY SIZE INTO w-p-nota
               ELSE
                   MOVE SPACES TO w-p-nota
               END-IF
               MOVE w-linea-partida TO rep-linea
               WRITE rep-linea
               PERFORM 670-GRABAR-CONCILIADA
           END-IF.

       670-GRABAR-CONCILIADA.
           MOVE w-tn-origen (nue-idx) TO cco-origen.
           MOVE w-tn-referencia (nue-idx) TO cco-referencia.
           MOVE w-tn-mov-fecha (nue-idx) TO cco-mov-fecha.
           MOVE w-tn-mov-secuencia (nue-idx) TO cco-mov-secuencia.
           MOVE w-tn-importe (nue-idx) TO cco-importe.
           MOVE w-lote-id TO cco-lote.
           MOVE w-fecha-extracto TO cco-fecha-extracto.
           WRITE cco-reg
               INVALID KEY
                   DISPLAY "Error al registrar la conciliada "
                           cco-clave
           END-WRITE.

       680-CABECERA-SECCION.
           MOVE w-linea-seccion TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-cabecera TO rep-linea.
           WRITE rep-linea.

       700-LISTAR-SOLO-BANCO.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "ACREDITADAS POR EL BANCO Y NO REGISTRADAS"
               TO w-linea-seccion.
           MOVE "ABIERTA DES" TO w-c-fecha2.
           MOVE SPACES TO w-c-nota.
           PERFORM 680-CABECERA-SECCION.
           IF w-cant-banco > zero
               PERFORM 710-LINEA-SOLO-BANCO
                   VARYING bco-idx FROM 1 BY 1
                   UNTIL bco-idx > w-cant-banco
           END-IF.

       710-LINEA-SOLO-BANCO.
           IF w-tb-cruce (bco-idx) = zero
               ADD 1 TO w-cant-solo-banco
               ADD w-tb-importe (bco-idx) TO w-total-solo-banco
               MOVE w-tb-fecha (bco-idx) TO w-p-fecha
               MOVE w-tb-origen (bco-idx) TO w-p-origen
               MOVE w-tb-referencia (bco-idx) TO w-p-referencia
               MOVE w-tb-importe (bco-idx) TO w-p-importe
               MOVE w-tb-fecha-alta (bco-idx) TO w-p-fecha2
               PERFORM 690-NOTA-ANTIGUEDAD
               MOVE w-linea-partida TO rep-linea
               WRITE rep-linea
               ADD 1 TO w-secuencia-partida
               MOVE "B" TO par-lado
               MOVE w-secuencia-partida TO par-secuencia
               MOVE w-tb-fecha (bco-idx) TO par-fecha
               MOVE w-tb-origen (bco-idx) TO par-origen
               MOVE w-tb-importe (bco-idx) TO par-importe
               MOVE w-tb-referencia (bco-idx) TO par-referencia
               MOVE zero TO par-mov-fecha
               MOVE zero TO par-mov-secuencia
               MOVE w-tb-fecha-alta (bco-idx) TO par-fecha-alta
               PERFORM 790-GRABAR-PARTIDA
           END-IF.

       690-NOTA-ANTIGUEDAD.
           IF w-p-fecha2 = w-t-fecha
               MOVE "NUEVA" TO w-p-nota
           ELSE
               MOVE "ARRASTRADA" TO w-p-nota
           END-IF.

       750-LISTAR-SOLO-NUESTRAS.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "REGISTRADAS Y NO ACREDITADAS POR EL BANCO"
               TO w-linea-seccion.
           MOVE "ABIERTA DES" TO w-c-fecha2.
           MOVE SPACES TO w-c-nota.
           PERFORM 680-CABECERA-SECCION.
           IF w-cant-nuestras > zero
               PERFORM 760-LINEA-SOLO-NUESTRA
                   VARYING nue-idx FROM 1 BY 1
                   UNTIL nue-idx > w-cant-nuestras
           END-IF.

       760-LINEA-SOLO-NUESTRA.
           IF w-tn-cruce (nue-idx) = zero
               ADD 1 TO w-cant-solo-nuestras
               ADD w-tn-importe (nue-idx) TO w-total-solo-nuestras
               MOVE w-tn-fecha (nue-idx) TO w-p-fecha
               MOVE w-tn-origen (nue-idx) TO w-p-origen
               MOVE w-tn-referencia (nue-idx) TO w-p-referencia
               MOVE w-tn-importe (nue-idx) TO w-p-importe
               MOVE w-tn-fecha-alta (nue-idx) TO w-p-fecha2
               PERFORM 690-NOTA-ANTIGUEDAD
               MOVE w-linea-partida TO rep-linea
               WRITE rep-linea
               ADD 1 TO w-secuencia-partida
               MOVE "N" TO par-lado
               MOVE w-secuencia-partida TO par-secuencia
               MOVE w-tn-fecha (nue-idx) TO par-fecha
               MOVE w-tn-origen (nue-idx) TO par-origen
               MOVE w-tn-importe (nue-idx) TO par-importe
               MOVE w-tn-referencia (nue-idx) TO par-referencia
               MOVE w-tn-mov-fecha (nue-idx) TO par-mov-fecha
               MOVE w-tn-mov-secuencia (nue-idx) TO par-mov-secuencia
               MOVE w-tn-fecha-alta (nue-idx) TO par-fecha-alta
               PERFORM 790-GRABAR-PARTIDA
           END-IF.

       790-GRABAR-PARTIDA.
           WRITE par-reg
               INVALID KEY
                   DISPLAY "Error al grabar la partida abierta "
                           par-clave
           END-WRITE.

       800-RESUMEN.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Partidas abiertas recibidas banco:" TO w-r-texto.
           MOVE w-cant-abiertas-banco TO w-r-cant.
           MOVE zero TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Partidas abiertas recibidas nuestras:" TO w-r-texto.
           MOVE w-cant-abiertas-nuestras TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Conciliadas:" TO w-r-texto.
           MOVE w-cant-conciliadas TO w-r-cant.
           MOVE w-total-conciliado TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  de ellas por importe:" TO w-r-texto.
           MOVE w-cant-por-importe TO w-r-cant.
           MOVE zero TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Solo en el banco:" TO w-r-texto.
           MOVE w-cant-solo-banco TO w-r-cant.
           MOVE w-total-solo-banco TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Solo de nuestro lado:" TO w-r-texto.
           MOVE w-cant-solo-nuestras TO w-r-cant.
           MOVE w-total-solo-nuestras TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Debitos del extracto (no se cruzan):" TO w-r-texto.
           MOVE w-cant-debitos-banco TO w-r-cant.
           MOVE zero TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Lineas invalidas del extracto:" TO w-r-texto.
           MOVE w-cant-invalidas TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           DISPLAY "Conciliadas:          " w-cant-conciliadas.
           DISPLAY "Solo en el banco:     " w-cant-solo-banco.
           DISPLAY "Solo de nuestro lado: " w-cant-solo-nuestras.

       850-REGISTRAR-LOTE.
           MOVE "G" TO w-lote-accion.
           CALL "CONTROLAR-LOTE" USING w-lote-accion w-lote-archivo
                   w-lote-id w-lote-fecha w-cant-detalle
                   w-total-detalle w-lote-resultado
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el lote procesado"
           END-CALL.

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa
                   w-filial-informe w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.

      * un extracto atrasado no hace retroceder el control
       870-GRABAR-CONTROL.
           IF w-fecha-extracto > w-ultima-conciliada
               OPEN OUTPUT CONTROL-CONC
               MOVE w-fecha-extracto TO cbc-ultima-fecha
               WRITE cbc-ultima-fecha
               CLOSE CONTROL-CONC
           END-IF.

       900-FIN.
           CLOSE PARTIDAS
                 CONCILIADAS
                 REPORTE.

       END PROGRAM CONCILIAR-BANCO.
