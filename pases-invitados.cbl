      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pases de invitados de los socios (pileta, canchas).
      *          El mostrador registra al invitado (nombre, documento
      *          y fecha) contra el socio anfitrion en invitados.dat.
      *          Cada filial tiene en invitados.txt (filial en col
      *          1-4, invitados libres por anfitrion y por mes en col
      *          5-6, arancel del pase en col 7-15 con dos decimales,
      *          visitas en 12 meses para invitar a asociarse en col
      *          16-17) el tope de pases libres: desde el siguiente,
      *          cada pase se carga en la cuenta del anfitrion con un
      *          movimiento INV, con la misma secuenciacion y control
      *          de periodo que REGISTRAR-MOVIMIENTO. Las filiales
      *          que no figuran en invitados.txt no cobran pases. El
      *          listado mensual por filial marca a quien vino como
      *          invitado tantas veces en los ultimos 12 meses que la
      *          filial deberia invitarlo a asociarse, y queda en el
      *          indice de informes. Cada pase queda en auditoria.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PASES-INVITADOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT PARAMETROS ASSIGN TO "../invitados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fs-parametros.

       SELECT INVITADOS ASSIGN TO "../invitados.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS inv-clave
               ALTERNATE RECORD KEY IS inv-documento WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-invitados.

       SELECT SOCIOS ASSIGN TO "../socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS ws-fs-socios.

       SELECT MOVIMIENTOS ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-movimientos.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-filial.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  PARAMETROS.
       01  par-linea.
           03 par-fil-cod pic 9(4).
           03 par-libres pic 99.
           03 par-arancel pic 9(7)v99.
           03 par-frecuencia pic 99.

       FD  INVITADOS.
           COPY "INVITADO.cpy".

       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-parametros pic xx.
       01 ws-fs-invitados pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-filial pic xx.
           COPY "OPERADOR.cpy".
       01 w-opcion pic 9.
           88 fin-pases value 9.
       01 w-fin-parametros pic 9 value zero.
           88 fin-parametros value 1.
       01 w-fin-lista pic 9 value zero.
           88 fin-lista value 1.
       01 w-fin-busqueda pic 9 value zero.
           88 fin-busqueda value 1.
       01 w-puede-grabar pic x.
           88 puede-grabar value "S".
       01 w-periodo-abierto pic x value "S".
           88 periodo-abierto value "S".
       01 w-tiene-parametros pic x value "N".
           88 tiene-parametros value "S".

      * parametros de invitados.txt por filial
       01 w-cant-parametros pic 9(3) value zero.
       01 w-tabla-parametros.
           03 w-ent-parametro occurs 1 to 500 times
                   depending on w-cant-parametros
                   indexed by par-idx.
               05 w-tp-filial pic 9(4).
               05 w-tp-libres pic 99.
               05 w-tp-arancel pic 9(7)v99.
               05 w-tp-frecuencia pic 99.
      * sin umbral en invitados.txt se invita a asociarse desde la
      * sexta visita en 12 meses
       01 w-frecuencia-omision pic 99 value 6.
       01 w-libres-filial pic 99.
       01 w-arancel-filial pic 9(7)v99.
       01 w-frecuencia-filial pic 99.

       01 w-filial-pedida pic 9(4).
       01 w-fecha-hoy pic 9(8).
       01 w-fecha-pase pic 9(8).
       01 filler redefines w-fecha-pase.
           03 w-fp-anio pic 9(4).
           03 w-fp-mes pic 99.
           03 w-fp-dia pic 99.
       01 w-periodo-hasta pic 9(6).
       01 filler redefines w-periodo-hasta.
           03 w-ph-anio pic 9(4).
           03 w-ph-mes pic 99.
       01 w-periodo-desde pic 9(6).
       01 filler redefines w-periodo-desde.
           03 w-pd-anio pic 9(4).
           03 w-pd-mes pic 99.
       01 w-periodo-pedido pic 9(6).
       01 w-clave-anfitrion.
           03 w-ca-filial pic 9(4).
           03 w-ca-socio pic 999.
       01 w-documento pic 9(8).
       01 w-nombre pic x(30).
       01 w-cant-pases-mes pic 9(3).
       01 w-ultima-inv-secuencia pic 9(4).
       01 w-cant-visitas pic 9(4).
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-clave-listado pic x(16).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "PASES-INVITADOS".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).
       01 w-importe-edit pic z,zzz,zz9.99.

       01 w-cant-listados pic 9(5) value zero.
       01 w-cant-libres pic 9(5) value zero.
       01 w-cant-cobrados pic 9(5) value zero.
       01 w-total-cobrado pic 9(9)v99 value zero.

      * personas a invitar a asociarse, una vez por listado
       01 w-cant-frecuentes pic 9(3) value zero.
       01 w-tabla-frecuentes.
           03 w-ent-frecuente occurs 1 to 300 times
                   depending on w-cant-frecuentes
                   indexed by frc-idx.
               05 w-tf-documento pic 9(8).
               05 w-tf-nombre pic x(30).
               05 w-tf-visitas pic 9(4).

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

       01 w-linea-borde pic x(80) value ALL "=".
       01 w-linea-guiones pic x(80) value ALL "-".

       01 w-linea-titulo.
           03 filler pic x(30) value "INVITADOS DEL MES".
           03 w-t-periodo pic 9(6).
           03 filler pic x(27) value spaces.
           03 filler pic x(7) value "Fecha: ".
           03 w-t-fecha pic x(10).

       01 w-linea-filial.
           03 filler pic x(8) value "Filial: ".
           03 w-f-cod pic zzz9.
           03 filler pic x(2) value "  ".
           03 w-f-nombre pic x(20).
           03 filler pic x(10) value "  Libres: ".
           03 w-f-libres pic z9.
           03 filler pic x(11) value "  Arancel: ".
           03 w-f-arancel pic z,zzz,zz9.99.

       01 w-linea-cab-pase.
           03 filler pic x(11) value "FECHA".
           03 filler pic x(16) value "INVITADO".
           03 filler pic x(9) value "     DNI ".
           03 filler pic x(19) value "ANFITRION".
           03 filler pic x(12) value "     IMPORTE".
           03 filler pic x(5) value " VIS.".
           03 filler pic x(8) value spaces.

       01 w-linea-pase.
           03 w-p-fecha pic x(10).
           03 filler pic x(1) value " ".
           03 w-p-nombre pic x(15).
           03 filler pic x(1) value " ".
           03 w-p-documento pic zzzzzzz9.
           03 filler pic x(1) value " ".
           03 w-p-anf-filial pic 9(4).
           03 filler pic x(1) value "-".
           03 w-p-anf-socio pic 999.
           03 filler pic x(1) value " ".
           03 w-p-anf-nombre pic x(10).
           03 w-p-importe pic z,zzz,zz9.99.
           03 w-p-importe-x redefines w-p-importe pic x(12).
           03 filler pic x(1) value " ".
           03 w-p-visitas pic zzz9.
           03 filler pic x(1) value " ".
           03 w-p-marca pic x(7).

       01 w-linea-frecuente.
           03 filler pic x(2) value spaces.
           03 w-fr-documento pic zzzzzzz9.
           03 filler pic x(2) value spaces.
           03 w-fr-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 w-fr-visitas pic zzz9.
           03 filler pic x(20) value " visitas en 12 meses".

       01 w-linea-resumen.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzz9.
           03 filler pic x(3) value spaces.
           03 w-r-importe pic zzz,zzz,zz9.99.
           03 w-r-importe-x redefines w-r-importe pic x(14).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 150-CARGAR-PARAMETROS.
           PERFORM 200-MENU.
           PERFORM UNTIL fin-pases
               EVALUATE w-opcion
                   WHEN 1 PERFORM 300-REGISTRAR-PASE
                   WHEN 2 PERFORM 500-LISTADO-MENSUAL
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN I-O INVITADOS.
           IF ws-fs-invitados = "35"
               OPEN OUTPUT INVITADOS
               CLOSE INVITADOS
               OPEN I-O INVITADOS
           END-IF.
           OPEN I-O SOCIOS.
           OPEN I-O MOVIMIENTOS.
           IF ws-fs-movimientos = "35"
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN I-O MOVIMIENTOS
           END-IF.
           OPEN INPUT FILIAL.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.

       150-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF ws-fs-parametros NOT = "00"
               DISPLAY "invitados.txt inexistente, los pases no se "
                       "cobran"
           ELSE
               PERFORM UNTIL fin-parametros
                   READ PARAMETROS
                       AT END
                           MOVE 1 TO w-fin-parametros
                       NOT AT END
                           IF w-cant-parametros < 500
                               ADD 1 TO w-cant-parametros
                               SET par-idx TO w-cant-parametros
                               MOVE par-fil-cod
                                   TO w-tp-filial (par-idx)
                               MOVE par-libres
                                   TO w-tp-libres (par-idx)
                               MOVE par-arancel
                                   TO w-tp-arancel (par-idx)
                               MOVE par-frecuencia
                                   TO w-tp-frecuencia (par-idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.

       200-MENU.
           DISPLAY "1-Registrar invitado 2-Listado mensual por filial "
                   "9-Fin".
           ACCEPT w-opcion.

       300-REGISTRAR-PASE.
           MOVE "S" TO w-puede-grabar.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 310-PEDIR-DATOS.
           IF puede-grabar
               PERFORM 320-LEER-ANFITRION
           END-IF.
           IF puede-grabar
               PERFORM 330-VERIFICAR-PERIODO
           END-IF.
           IF puede-grabar
               PERFORM 340-CONTAR-PASES-MES
               PERFORM 350-PASE-COBRADO
               PERFORM 360-GRABAR-PASE
               IF puede-grabar
                   PERFORM 380-INFORMAR-PASE
               END-IF
           END-IF.
           UNLOCK SOCIOS.

       310-PEDIR-DATOS.
           DISPLAY "Filial donde ingresa el invitado".
           ACCEPT w-filial-pedida.
           MOVE w-filial-pedida TO fil-cod.
           READ FILIAL
               INVALID KEY
                   DISPLAY "La filial no existe"
                   MOVE "N" TO w-puede-grabar
           END-READ.
           IF puede-grabar
               DISPLAY "Fecha del pase (AAAAMMDD, 0 = hoy)"
               ACCEPT w-fecha-pase
               IF w-fecha-pase = zero
                   MOVE w-fecha-hoy TO w-fecha-pase
               END-IF
               IF w-fp-mes < 1 OR w-fp-mes > 12
                  OR w-fp-dia < 1 OR w-fp-dia > 31
                   DISPLAY "Fecha invalida"
                   MOVE "N" TO w-puede-grabar
               ELSE
                   IF w-fecha-pase > w-fecha-hoy
                       DISPLAY "La fecha del pase no puede ser "
                               "posterior a hoy"
                       MOVE "N" TO w-puede-grabar
                   END-IF
               END-IF
           END-IF.
           IF puede-grabar
               DISPLAY "Documento del invitado"
               ACCEPT w-documento
               DISPLAY "Nombre del invitado"
               ACCEPT w-nombre
               IF w-documento = zero OR w-nombre = SPACES
                   DISPLAY "El documento y el nombre son "
                           "obligatorios"
                   MOVE "N" TO w-puede-grabar
               END-IF
           END-IF.
           IF puede-grabar
               DISPLAY "Filial del socio anfitrion"
               ACCEPT w-ca-filial
               DISPLAY "Codigo del socio anfitrion"
               ACCEPT w-ca-socio
           END-IF.

      * el registro del anfitrion queda tomado hasta el REWRITE del
      * saldo, como en REGISTRAR-MOVIMIENTO; los suspendidos no
      * traen invitados, igual que no se inscriben en actividades
       320-LEER-ANFITRION.
           MOVE w-clave-anfitrion TO soc-clave.
           READ SOCIOS WITH LOCK
               INVALID KEY
                   DISPLAY "Socio anfitrion no encontrado"
                   MOVE "N" TO w-puede-grabar
               NOT INVALID KEY
                   IF soc-inactivo
                       DISPLAY "El socio anfitrion esta dado de baja"
                       MOVE "N" TO w-puede-grabar
                   END-IF
                   IF soc-suspendido
                       DISPLAY "El socio anfitrion esta suspendido "
                               "por mora, no puede traer invitados"
                       MOVE "N" TO w-puede-grabar
                   END-IF
           END-READ.
           IF ws-fs-socios = "51"
               DISPLAY "Registro tomado por otro puesto, reintente"
               MOVE "N" TO w-puede-grabar
           END-IF.

      * el cargo del pase lleva la fecha del pase: no se registra
      * dentro de un periodo ya cerrado por CERRAR-PERIODO
       330-VERIFICAR-PERIODO.
           CALL "VALIDAR-PERIODO" USING w-fecha-pase w-periodo-abierto
               ON EXCEPTION
                   MOVE "S" TO w-periodo-abierto
           END-CALL.
           IF NOT periodo-abierto
               DISPLAY "El periodo " w-fecha-pase (1:6) " esta "
                       "cerrado, no se puede registrar"
               MOVE "N" TO w-puede-grabar
           END-IF.

      * pases del anfitrion en la filial en el mes del pase, y
      * ultima secuencia de la filial en la fecha del pase
       340-CONTAR-PASES-MES.
           MOVE zero TO w-cant-pases-mes.
           MOVE zero TO w-ultima-inv-secuencia.
           MOVE w-filial-pedida TO inv-filial.
           MOVE w-fecha-pase TO inv-fecha.
           MOVE "01" TO inv-fecha (7:2).
           MOVE zero TO inv-secuencia.
           MOVE zero TO w-fin-busqueda.
           START INVITADOS KEY IS NOT LESS THAN inv-clave
               INVALID KEY
                   MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ INVITADOS NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF inv-filial = w-filial-pedida
                          AND inv-fecha (1:6) = w-fecha-pase (1:6)
                           IF inv-anfitrion = w-clave-anfitrion
                               ADD 1 TO w-cant-pases-mes
                           END-IF
                           IF inv-fecha = w-fecha-pase
                               MOVE inv-secuencia
                                   TO w-ultima-inv-secuencia
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO w-cant-pases-mes.

      * el pase se cobra cuando supera los libres del mes de la
      * filial; sin parametros en invitados.txt no se cobra
       350-PASE-COBRADO.
           PERFORM 700-PARAMETROS-FILIAL.
           MOVE w-filial-pedida TO inv-filial.
           MOVE w-fecha-pase TO inv-fecha.
           COMPUTE inv-secuencia = w-ultima-inv-secuencia + 1.
           MOVE w-documento TO inv-documento.
           MOVE w-nombre TO inv-nombre.
           MOVE w-clave-anfitrion TO inv-anfitrion.
           MOVE zero TO inv-mov-fecha.
           MOVE zero TO inv-mov-secuencia.
           MOVE oper-id TO inv-operador.
           IF NOT tiene-parametros
               DISPLAY "La filial no figura en invitados.txt, el "
                       "pase no se cobra"
           END-IF.
           IF tiene-parametros
              AND w-cant-pases-mes > w-libres-filial
              AND w-arancel-filial > zero
               MOVE "C" TO inv-cobro
               MOVE w-arancel-filial TO inv-importe
               PERFORM 370-CALC-SECUENCIA
               MOVE mov-fecha TO inv-mov-fecha
               MOVE mov-secuencia TO inv-mov-secuencia
           ELSE
               MOVE "L" TO inv-cobro
               MOVE zero TO inv-importe
           END-IF.

      * el pase se graba primero (toma la secuencia de la filial);
      * si el cargo no se puede grabar el pase se vuelve a borrar
       360-GRABAR-PASE.
           MOVE soc-reg TO w-imagen-antes.
           WRITE inv-reg
               INVALID KEY
                   DISPLAY "Error al grabar el pase, reintente"
                   MOVE "N" TO w-puede-grabar
           END-WRITE.
           IF puede-grabar AND inv-cobrado
               COMPUTE w-saldo-nuevo = soc-saldo - inv-importe
               WRITE mov-reg
                   INVALID KEY
                       DISPLAY "Error al grabar el cargo del pase"
                       MOVE "N" TO w-puede-grabar
                       DELETE INVITADOS RECORD
                   NOT INVALID KEY
                       PERFORM 375-APLICAR-SALDO
               END-WRITE
           END-IF.
           IF puede-grabar
               MOVE soc-reg TO w-imagen-despues
               MOVE "PASE INVITADO" TO w-accion
               PERFORM 850-AUDITAR
           END-IF.

      * misma regla de secuenciacion que 400-CALC-SECUENCIA de
      * REGISTRAR-MOVIMIENTO: ultima secuencia del socio en la fecha + 1
       370-CALC-SECUENCIA.
           MOVE w-clave-anfitrion TO mov-soc-clave.
           MOVE w-fecha-pase TO mov-fecha.
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
                          AND mov-fecha = w-fecha-pase
                           MOVE mov-secuencia TO w-ultima-secuencia
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.
           MOVE w-clave-anfitrion TO mov-soc-clave.
           MOVE w-fecha-pase TO mov-fecha.
           COMPUTE mov-secuencia = w-ultima-secuencia + 1.
           MOVE "R" TO mov-tipo.
           MOVE inv-importe TO mov-importe.
           MOVE SPACE TO mov-estado.
           MOVE "INV" TO mov-concepto.
           MOVE w-fecha-pase (1:6) TO mov-periodo.
           MOVE zero TO mov-recibo.
           MOVE SPACE TO mov-medio.
           MOVE oper-id TO mov-operador.

       375-APLICAR-SALDO.
           MOVE w-saldo-nuevo TO soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "Error al actualizar el saldo, "
                           "revirtiendo el pase"
                   DELETE MOVIMIENTOS RECORD
                   DELETE INVITADOS RECORD
                   MOVE "N" TO w-puede-grabar
           END-REWRITE.

       380-INFORMAR-PASE.
           IF inv-cobrado
               MOVE inv-importe TO w-importe-edit
               DISPLAY "Pase " w-cant-pases-mes " del mes del "
                       "anfitrion, supera los " w-libres-filial
                       " libres: se cargan $ " w-importe-edit
               DISPLAY "Nuevo saldo del anfitrion: " soc-saldo
           ELSE
               DISPLAY "Pase libre (" w-cant-pases-mes " del mes "
                       "del anfitrion)"
           END-IF.
           MOVE w-fecha-pase (1:6) TO w-periodo-hasta.
           PERFORM 710-CONTAR-VISITAS.
           IF w-cant-visitas NOT < w-frecuencia-filial
               DISPLAY "Invitado frecuente: " w-cant-visitas
                       " visitas en 12 meses, invitarlo a asociarse"
           END-IF.

      * un renglon por pase del mes, con las visitas del invitado en
      * los 12 meses que terminan en el mes listado
       500-LISTADO-MENSUAL.
           DISPLAY "Filial".
           ACCEPT w-filial-pedida.
           MOVE w-filial-pedida TO fil-cod.
           READ FILIAL
               INVALID KEY
                   MOVE SPACES TO fil-nombre
           END-READ.
           DISPLAY "Periodo (AAAAMM, 0 = mes actual)".
           ACCEPT w-periodo-pedido.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-periodo-pedido = zero
               MOVE w-fecha-hoy (1:6) TO w-periodo-pedido
           END-IF.
           PERFORM 700-PARAMETROS-FILIAL.
           MOVE zero TO w-cant-listados.
           MOVE zero TO w-cant-libres.
           MOVE zero TO w-cant-cobrados.
           MOVE zero TO w-total-cobrado.
           MOVE zero TO w-cant-frecuentes.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../informe-invitados-" w-filial-pedida "-"
                   w-periodo-pedido ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE w-periodo-pedido TO w-t-periodo.
           MOVE w-fecha-hoy TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-t-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE w-filial-pedida TO w-f-cod.
           MOVE fil-nombre TO w-f-nombre.
           MOVE w-libres-filial TO w-f-libres.
           MOVE w-arancel-filial TO w-f-arancel.
           MOVE w-linea-filial TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-cab-pase TO rep-linea.
           WRITE rep-linea.
           MOVE w-filial-pedida TO inv-filial.
           MOVE w-periodo-pedido TO inv-fecha (1:6).
           MOVE "01" TO inv-fecha (7:2).
           MOVE zero TO inv-secuencia.
           MOVE zero TO w-fin-lista.
           START INVITADOS KEY IS NOT LESS THAN inv-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ INVITADOS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF inv-filial = w-filial-pedida
                          AND inv-fecha (1:6) = w-periodo-pedido
                           PERFORM 510-LINEA-PASE
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 530-RESUMEN-LISTADO.
           CLOSE REPORTE.
           PERFORM 860-REGISTRAR-INFORME.
           DISPLAY "Listado en " w-nombre-reporte.

      * contar las visitas mueve la posicion del archivo por la
      * clave del documento: despues se retoma desde el pase listado
       510-LINEA-PASE.
           ADD 1 TO w-cant-listados.
           MOVE inv-fecha TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-p-fecha.
           MOVE inv-nombre TO w-p-nombre.
           MOVE inv-documento TO w-p-documento.
           MOVE inv-anf-filial TO w-p-anf-filial.
           MOVE inv-anf-socio TO w-p-anf-socio.
           MOVE inv-anfitrion TO soc-clave.
           READ SOCIOS
               INVALID KEY
                   MOVE SPACES TO soc-nombre
           END-READ.
           MOVE soc-nombre TO w-p-anf-nombre.
           IF inv-cobrado
               ADD 1 TO w-cant-cobrados
               ADD inv-importe TO w-total-cobrado
               MOVE inv-importe TO w-p-importe
           ELSE
               ADD 1 TO w-cant-libres
               MOVE "       LIBRE" TO w-p-importe-x
           END-IF.
           MOVE inv-documento TO w-documento.
           MOVE inv-nombre TO w-nombre.
           MOVE inv-clave TO w-clave-listado.
           MOVE w-periodo-pedido TO w-periodo-hasta.
           PERFORM 710-CONTAR-VISITAS.
           MOVE w-cant-visitas TO w-p-visitas.
           IF w-cant-visitas NOT < w-frecuencia-filial
               MOVE "INVITAR" TO w-p-marca
               PERFORM 520-AGREGAR-FRECUENTE
           ELSE
               MOVE SPACES TO w-p-marca
           END-IF.
           MOVE w-linea-pase TO rep-linea.
           WRITE rep-linea.
           MOVE w-clave-listado TO inv-clave.
           START INVITADOS KEY IS GREATER THAN inv-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.

       520-AGREGAR-FRECUENTE.
           SET frc-idx TO 1.
           IF w-cant-frecuentes > zero
               SEARCH w-ent-frecuente
                   AT END
                       SET frc-idx TO w-cant-frecuentes
                       SET frc-idx UP BY 1
                   WHEN w-tf-documento (frc-idx) = w-documento
                       CONTINUE
               END-SEARCH
           END-IF.
           IF frc-idx > w-cant-frecuentes AND w-cant-frecuentes < 300
               ADD 1 TO w-cant-frecuentes
               SET frc-idx TO w-cant-frecuentes
               MOVE w-documento TO w-tf-documento (frc-idx)
               MOVE w-nombre TO w-tf-nombre (frc-idx)
               MOVE w-cant-visitas TO w-tf-visitas (frc-idx)
           END-IF.

       530-RESUMEN-LISTADO.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE "Pases del mes" TO w-r-texto.
           MOVE w-cant-listados TO w-r-cant.
           MOVE SPACES TO w-r-importe-x.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Pases libres" TO w-r-texto.
           MOVE w-cant-libres TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Pases cobrados al anfitrion" TO w-r-texto.
           MOVE w-cant-cobrados TO w-r-cant.
           MOVE w-total-cobrado TO w-r-importe.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           STRING "INVITADOS A INVITAR A ASOCIARSE ("
                   w-frecuencia-filial " o mas visitas en 12 meses)"
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           IF w-cant-frecuentes = zero
               MOVE "  Ninguno" TO rep-linea
               WRITE rep-linea
           ELSE
               PERFORM VARYING frc-idx FROM 1 BY 1
                       UNTIL frc-idx > w-cant-frecuentes
                   MOVE w-tf-documento (frc-idx) TO w-fr-documento
                   MOVE w-tf-nombre (frc-idx) TO w-fr-nombre
                   MOVE w-tf-visitas (frc-idx) TO w-fr-visitas
                   MOVE w-linea-frecuente TO rep-linea
                   WRITE rep-linea
               END-PERFORM
           END-IF.

       700-PARAMETROS-FILIAL.
           MOVE "N" TO w-tiene-parametros.
           MOVE zero TO w-libres-filial.
           MOVE zero TO w-arancel-filial.
           MOVE w-frecuencia-omision TO w-frecuencia-filial.
           IF w-cant-parametros > zero
               SET par-idx TO 1
               SEARCH w-ent-parametro
                   WHEN w-tp-filial (par-idx) = w-filial-pedida
                       MOVE "S" TO w-tiene-parametros
                       MOVE w-tp-libres (par-idx) TO w-libres-filial
                       MOVE w-tp-arancel (par-idx)
                           TO w-arancel-filial
                       IF w-tp-frecuencia (par-idx) > zero
                           MOVE w-tp-frecuencia (par-idx)
                               TO w-frecuencia-filial
                       END-IF
               END-SEARCH
           END-IF.

      * visitas del documento en la filial en los 12 meses que
      * terminan en w-periodo-hasta, por la clave del documento
       710-CONTAR-VISITAS.
           MOVE w-periodo-hasta TO w-periodo-desde.
           IF w-ph-mes = 12
               MOVE 1 TO w-pd-mes
           ELSE
               SUBTRACT 1 FROM w-pd-anio
               ADD 1 TO w-pd-mes
           END-IF.
           MOVE zero TO w-cant-visitas.
           MOVE w-documento TO inv-documento.
           MOVE zero TO w-fin-busqueda.
           START INVITADOS KEY IS NOT LESS THAN inv-documento
               INVALID KEY
                   MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ INVITADOS NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF inv-documento = w-documento
                           IF inv-filial = w-filial-pedida
                              AND inv-fecha (1:6)
                                  NOT < w-periodo-desde
                              AND inv-fecha (1:6)
                                  NOT > w-periodo-hasta
                               ADD 1 TO w-cant-visitas
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

      * la clave de auditoria es la del anfitrion; las imagenes
      * muestran el saldo antes y despues del cargo del pase
       850-AUDITAR.
           MOVE w-clave-anfitrion TO w-clave-audit.
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

       890-EDITAR-FECHA.
           MOVE w-fx-dd TO w-fe-dd.
           MOVE w-fx-mm TO w-fe-mm.
           MOVE w-fx-aa TO w-fe-aa.

       900-FIN.
           CLOSE INVITADOS
                 SOCIOS
                 MOVIMIENTOS
                 FILIAL.

       END PROGRAM PASES-INVITADOS.
