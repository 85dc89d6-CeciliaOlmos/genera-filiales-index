      ******************************************************************
      * Author:
      * Date:
      * Purpose: Depuracion anual de socios dados de baja hace mucho.
      *          Pasa a socios-hist.dat, junto con su ficha
      *          (datos-socios-hist.dat), sus inscripciones
      *          (inscripciones-hist.dat) y lo que le quede en
      *          movimientos.dat (a movimientos-hist.dat), a cada
      *          socio inactivo con saldo cero, sin grupo familiar,
      *          sin cheques en cartera ni planes de pago vigentes y
      *          sin actividad en la cuenta desde hace mas de los
      *          anios pedidos al iniciar. La ultima actividad es el
      *          movimiento mas nuevo, vigente o archivado, sin
      *          contar los arrastres de cierre; sin movimientos rige
      *          la fecha de alta de la ficha. Primero graba en los
      *          historicos y recien despues borra de los vigentes,
      *          de modo que una corrida interrumpida se retoma
      *          volviendo a correrla. Los numeros archivados quedan
      *          reservados (MANTENER-SOLICITUDES, MANTENER-SOCIOS y
      *          TRANSFERIR-SOCIO no los vuelven a dar) y los
      *          archivados se siguen encontrando con BUSCAR-SOCIO y
      *          CONSULTAR-HISTORIAL. Deja el detalle y los totales
      *          de control en informe-archivo-socios-AAAAMMDD.txt,
      *          en el indice de informes, y cada socio archivado en
      *          auditoria.dat. En modo simulacion (SIMULACION.cpy)
      *          abre todo solo para lectura y solo lista, en
      *          informe-archivo-socios-sim-AAAAMMDD.txt, sin
      *          registrarlo en el indice ni en la auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ARCHIVAR-SOCIOS.
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
               FILE STATUS IS ws-fs-socios.

       SELECT SOCIOS-HIST ASSIGN TO "../socios-hist.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS soh-clave
               ALTERNATE RECORD KEY IS soh-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-socios-hist.

       SELECT DATOS ASSIGN TO "../datos-socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS dat-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-datos.

       SELECT DATOS-HIST ASSIGN TO "../datos-socios-hist.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS dah-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-datos-hist.

       SELECT INSCRIPCIONES ASSIGN TO "../inscripciones.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS ins-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-inscripciones.

       SELECT INSCRIPCIONES-HIST
               ASSIGN TO "../inscripciones-hist.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS inh-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-inscripciones-hist.

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

       SELECT PLANES ASSIGN TO "../planes.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS pln-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-planes.

       SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  SOCIOS-HIST.
           COPY "SOCIOS.cpy" REPLACING LEADING ==soc== BY ==soh==.

       FD  DATOS.
           COPY "DATOS.cpy".

       FD  DATOS-HIST.
           COPY "DATOS.cpy" REPLACING LEADING ==dat== BY ==dah==.

       FD  INSCRIPCIONES.
           COPY "INSCRIPCION.cpy".

       FD  INSCRIPCIONES-HIST.
           COPY "INSCRIPCION.cpy" REPLACING LEADING ==ins== BY ==inh==.

       FD  MOVIMIENTOS.
           COPY "MOVIMIENTOS.cpy".

       FD  HISTORIAL.
           COPY "MOVIMIENTOS.cpy" REPLACING LEADING ==mov== BY ==his==.

       FD  CHEQUES.
           COPY "CHEQUE.cpy".

       FD  PLANES.
           COPY "PLAN.cpy".

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios pic xx.
       01 ws-fs-socios-hist pic xx.
       01 ws-fs-datos pic xx.
       01 ws-fs-datos-hist pic xx.
       01 ws-fs-inscripciones pic xx.
       01 ws-fs-inscripciones-hist pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-historial pic xx.
       01 ws-fs-cheques pic xx.
       01 ws-fs-planes pic xx.
           COPY "OPERADOR.cpy".
           COPY "SIMULACION.cpy".
       01 w-fin-socios pic 9 value zero.
           88 fin-socios value 1.
       01 w-fin-busqueda pic 9 value zero.
           88 fin-busqueda value 1.
       01 w-hay-inscripciones pic x value "N".
           88 hay-inscripciones value "S".
       01 w-hay-cheques pic x value "N".
           88 hay-cheques value "S".
       01 w-hay-planes pic x value "N".
           88 hay-planes value "S".
       01 w-hay-movimientos pic x value "N".
           88 hay-movimientos value "S".
       01 w-hay-historial pic x value "N".
           88 hay-historial value "S".
       01 w-archivable pic x.
           88 archivable value "S".
       01 w-hubo-error pic x.
           88 hubo-error value "S".
       01 w-grabado pic x value "N".
           88 grabado value "S".
       01 w-intentos pic 99 value zero.

       01 w-anios pic 99.
       01 w-fecha-proceso pic 9(8).
       01 w-fecha-corte pic 9(8).
       01 w-ultima-actividad pic 9(8).
       01 w-clave-buscada pic 9(7).
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "ARCHIVAR-SOCIOS".
       01 w-filial-informe pic 9(4) value zero.
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       01 w-socio-fichas pic 9.
       01 w-socio-inscripciones pic 9(4).
       01 w-socio-movs pic 9(5).

       01 w-cant-leidos pic 9(6) value zero.
       01 w-cant-inactivos pic 9(6) value zero.
       01 w-cant-con-saldo pic 9(6) value zero.
       01 w-cant-en-grupo pic 9(6) value zero.
       01 w-cant-recientes pic 9(6) value zero.
       01 w-cant-con-cheques pic 9(6) value zero.
       01 w-cant-con-planes pic 9(6) value zero.
       01 w-cant-archivados pic 9(6) value zero.
       01 w-cant-fichas pic 9(6) value zero.
       01 w-cant-inscripciones pic 9(6) value zero.
       01 w-cant-movs pic 9(6) value zero.
       01 w-cant-errores pic 9(6) value zero.

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

       01 w-linea-titulo.
           03 w-t-texto pic x(40).
           03 filler pic x(15) value "Fecha de corte ".
           03 w-t-corte pic x(10).

       01 w-linea-cabecera.
           03 filler pic x(34)
                   value "SOCIO    NOMBRE          ULT.ACTIV".
           03 filler pic x(32)
                   value "   FICHA  INSCR.  MOVIM.".

       01 w-linea-detalle.
           03 w-d-filial pic zzz9.
           03 filler pic x(1) value "-".
           03 w-d-socio pic 999.
           03 filler pic x(1) value " ".
           03 w-d-nombre pic x(15).
           03 filler pic x(1) value " ".
           03 w-d-actividad pic x(10).
           03 filler pic x(5) value spaces.
           03 w-d-ficha pic x(2).
           03 filler pic x(4) value spaces.
           03 w-d-inscripciones pic zzz9.
           03 filler pic x(3) value spaces.
           03 w-d-movs pic zzzz9.
           03 filler pic x(2) value spaces.
           03 w-d-estado pic x(20).

       01 w-linea-resumen.
           03 w-r-texto pic x(32).
           03 w-r-cant pic zzzzz9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-RECORRER-SOCIOS.
           PERFORM 800-RESUMEN.
           IF NOT sim-activa
               PERFORM 860-REGISTRAR-INFORME
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

      * en simulacion los archivos se abren solo para lectura y los
      * historicos que falten no se crean
       100-INICIO.
           PERFORM 050-PEDIR-MODO.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.
           DISPLAY "Anios sin actividad para archivar un socio "
                   "dado de baja (0 = 5)".
           ACCEPT w-anios.
           IF w-anios = zero
               MOVE 5 TO w-anios
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           COMPUTE w-fecha-corte = w-fecha-proceso - w-anios * 10000.
           IF sim-activa
               OPEN INPUT SOCIOS
               OPEN INPUT SOCIOS-HIST
               OPEN INPUT DATOS
               OPEN INPUT DATOS-HIST
               OPEN INPUT INSCRIPCIONES
               OPEN INPUT INSCRIPCIONES-HIST
               OPEN INPUT MOVIMIENTOS
               OPEN INPUT HISTORIAL
           ELSE
               PERFORM 110-ABRIR-ACTUALIZACION
           END-IF.
           IF ws-fs-inscripciones = "00"
               MOVE "S" TO w-hay-inscripciones
           END-IF.
           IF ws-fs-movimientos = "00"
               MOVE "S" TO w-hay-movimientos
           END-IF.
           IF ws-fs-historial = "00"
               MOVE "S" TO w-hay-historial
           END-IF.
           OPEN INPUT CHEQUES.
           IF ws-fs-cheques = "00"
               MOVE "S" TO w-hay-cheques
           END-IF.
           OPEN INPUT PLANES.
           IF ws-fs-planes = "00"
               MOVE "S" TO w-hay-planes
           END-IF.
           MOVE SPACES TO w-nombre-reporte.
           IF sim-activa
               STRING "../informe-archivo-socios-sim-" w-fecha-proceso
                   ".txt" DELIMITED BY SIZE INTO w-nombre-reporte
           ELSE
               STRING "../informe-archivo-socios-" w-fecha-proceso
                   ".txt" DELIMITED BY SIZE INTO w-nombre-reporte
           END-IF.
           OPEN OUTPUT REPORTE.
           IF sim-activa
               MOVE "ARCHIVO DE SOCIOS (SIMULACION)" TO w-t-texto
           ELSE
               MOVE "ARCHIVO DE SOCIOS INACTIVOS" TO w-t-texto
           END-IF.
           MOVE w-fecha-corte TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-t-corte.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-cabecera TO rep-linea.
           WRITE rep-linea.

       110-ABRIR-ACTUALIZACION.
           OPEN I-O SOCIOS.
           OPEN I-O SOCIOS-HIST.
           IF ws-fs-socios-hist = "35"
               OPEN OUTPUT SOCIOS-HIST
               CLOSE SOCIOS-HIST
               OPEN I-O SOCIOS-HIST
           END-IF.
           OPEN I-O DATOS.
           IF ws-fs-datos = "35"
               OPEN OUTPUT DATOS
               CLOSE DATOS
               OPEN I-O DATOS
           END-IF.
           OPEN I-O DATOS-HIST.
           IF ws-fs-datos-hist = "35"
               OPEN OUTPUT DATOS-HIST
               CLOSE DATOS-HIST
               OPEN I-O DATOS-HIST
           END-IF.
           OPEN I-O INSCRIPCIONES.
           OPEN I-O INSCRIPCIONES-HIST.
           IF ws-fs-inscripciones-hist = "35"
               OPEN OUTPUT INSCRIPCIONES-HIST
               CLOSE INSCRIPCIONES-HIST
               OPEN I-O INSCRIPCIONES-HIST
           END-IF.
           OPEN I-O MOVIMIENTOS.
           IF ws-fs-movimientos = "35"
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN I-O MOVIMIENTOS
           END-IF.
           OPEN I-O HISTORIAL.
           IF ws-fs-historial = "35"
               OPEN OUTPUT HISTORIAL
               CLOSE HISTORIAL
               OPEN I-O HISTORIAL
           END-IF.

       300-RECORRER-SOCIOS.
           MOVE LOW-VALUES TO soc-clave.
           MOVE zero TO w-fin-socios.
           START SOCIOS KEY IS NOT LESS THAN soc-clave
               INVALID KEY MOVE 1 TO w-fin-socios
           END-START.
           PERFORM UNTIL fin-socios
               READ SOCIOS NEXT
                   AT END
                       MOVE 1 TO w-fin-socios
                   NOT AT END
                       ADD 1 TO w-cant-leidos
                       IF soc-inactivo
                           ADD 1 TO w-cant-inactivos
                           PERFORM 400-EVALUAR-SOCIO
                           IF archivable
                               PERFORM 500-ARCHIVAR-SOCIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * las condiciones van de la mas barata a la mas cara; el
      * socio se cuenta solo por la primera que no cumple
       400-EVALUAR-SOCIO.
           MOVE "S" TO w-archivable.
           MOVE soc-clave TO w-clave-buscada.
           EVALUATE TRUE
               WHEN soc-saldo NOT = zero
                   ADD 1 TO w-cant-con-saldo
                   MOVE "N" TO w-archivable
               WHEN soc-grupo NOT = zero
                   ADD 1 TO w-cant-en-grupo
                   MOVE "N" TO w-archivable
           END-EVALUATE.
           IF archivable
               PERFORM 410-ULTIMA-ACTIVIDAD
               IF w-ultima-actividad NOT < w-fecha-corte
                   ADD 1 TO w-cant-recientes
                   MOVE "N" TO w-archivable
               END-IF
           END-IF.
           IF archivable AND hay-cheques
               PERFORM 440-CONTROLAR-CHEQUES
           END-IF.
           IF archivable AND hay-planes
               PERFORM 450-CONTROLAR-PLANES
           END-IF.

       410-ULTIMA-ACTIVIDAD.
           MOVE zero TO w-ultima-actividad.
           IF hay-movimientos
               PERFORM 420-ACTIVIDAD-VIGENTE
           END-IF.
           IF hay-historial
               PERFORM 430-ACTIVIDAD-ARCHIVADA
           END-IF.
           IF w-ultima-actividad = zero
               MOVE soc-clave TO dat-clave
               READ DATOS
                   NOT INVALID KEY
                       MOVE dat-fecha-alta TO w-ultima-actividad
               END-READ
           END-IF.

       420-ACTIVIDAD-VIGENTE.
           MOVE soc-clave TO mov-soc-clave.
           MOVE zero TO mov-fecha.
           MOVE zero TO mov-secuencia.
           MOVE zero TO w-fin-busqueda.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF mov-soc-clave = w-clave-buscada
                           IF NOT mov-con-arrastre
                              AND mov-fecha > w-ultima-actividad
                               MOVE mov-fecha TO w-ultima-actividad
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

       430-ACTIVIDAD-ARCHIVADA.
           MOVE soc-clave TO his-soc-clave.
           MOVE zero TO his-fecha.
           MOVE zero TO his-secuencia.
           MOVE zero TO w-fin-busqueda.
           START HISTORIAL KEY IS NOT LESS THAN his-clave
               INVALID KEY MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ HISTORIAL NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF his-soc-clave = w-clave-buscada
                           IF NOT his-con-arrastre
                              AND his-fecha > w-ultima-actividad
                               MOVE his-fecha TO w-ultima-actividad
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

      * cheques.dat esta clavado por banco y numero: se recorre
       440-CONTROLAR-CHEQUES.
           MOVE LOW-VALUES TO chq-clave.
           MOVE zero TO w-fin-busqueda.
           START CHEQUES KEY IS NOT LESS THAN chq-clave
               INVALID KEY MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ CHEQUES NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF chq-soc-clave = w-clave-buscada
                          AND chq-en-cartera
                           ADD 1 TO w-cant-con-cheques
                           MOVE "N" TO w-archivable
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

       450-CONTROLAR-PLANES.
           MOVE soc-clave TO pln-soc-clave.
           MOVE zero TO pln-numero.
           MOVE zero TO w-fin-busqueda.
           START PLANES KEY IS NOT LESS THAN pln-clave
               INVALID KEY MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ PLANES NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF pln-soc-clave = w-clave-buscada
                           IF pln-vigente
                               ADD 1 TO w-cant-con-planes
                               MOVE "N" TO w-archivable
                               MOVE 1 TO w-fin-busqueda
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

      * primero se graba en los historicos; el socio se borra de
      * socios.dat solo si todo lo suyo quedo archivado
       500-ARCHIVAR-SOCIO.
           MOVE "N" TO w-hubo-error.
           MOVE zero TO w-socio-fichas.
           MOVE zero TO w-socio-inscripciones.
           MOVE zero TO w-socio-movs.
           IF NOT sim-activa
               MOVE soc-reg TO soh-reg
               WRITE soh-reg
                   INVALID KEY
      * ya archivado por una corrida interrumpida
                       IF ws-fs-socios-hist NOT = "22"
                           MOVE "S" TO w-hubo-error
                       END-IF
               END-WRITE
           END-IF.
           IF NOT hubo-error
               PERFORM 510-ARCHIVAR-FICHA
           END-IF.
           IF NOT hubo-error AND hay-inscripciones
               PERFORM 520-ARCHIVAR-INSCRIPCIONES
           END-IF.
           IF NOT hubo-error AND hay-movimientos
               PERFORM 530-ARCHIVAR-MOVIMIENTOS
           END-IF.
           IF hubo-error
               ADD 1 TO w-cant-errores
               MOVE "ERROR, NO SE BORRA" TO w-d-estado
           ELSE
               PERFORM 550-BORRAR-SOCIO
           END-IF.
           PERFORM 750-LINEA-DETALLE.

       510-ARCHIVAR-FICHA.
           MOVE soc-clave TO dat-clave.
           READ DATOS
               NOT INVALID KEY
                   MOVE 1 TO w-socio-fichas
                   IF NOT sim-activa
                       PERFORM 515-MOVER-FICHA
                   END-IF
           END-READ.

       515-MOVER-FICHA.
           MOVE dat-reg TO dah-reg.
           WRITE dah-reg
               INVALID KEY
                   IF ws-fs-datos-hist NOT = "22"
                       MOVE "S" TO w-hubo-error
                   END-IF
           END-WRITE.
           IF NOT hubo-error
               DELETE DATOS RECORD
                   INVALID KEY MOVE "S" TO w-hubo-error
               END-DELETE
           END-IF.

       520-ARCHIVAR-INSCRIPCIONES.
           MOVE soc-clave TO ins-soc-clave.
           MOVE zero TO ins-actividad.
           MOVE zero TO w-fin-busqueda.
           START INSCRIPCIONES KEY IS NOT LESS THAN ins-clave
               INVALID KEY MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ INSCRIPCIONES NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF ins-soc-clave = w-clave-buscada
                           ADD 1 TO w-socio-inscripciones
                           IF NOT sim-activa
                               PERFORM 525-MOVER-INSCRIPCION
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

       525-MOVER-INSCRIPCION.
           MOVE ins-reg TO inh-reg.
           WRITE inh-reg
               INVALID KEY
                   IF ws-fs-inscripciones-hist NOT = "22"
                       MOVE "S" TO w-hubo-error
                   END-IF
           END-WRITE.
           IF NOT hubo-error
               DELETE INSCRIPCIONES RECORD
                   INVALID KEY MOVE "S" TO w-hubo-error
               END-DELETE
           END-IF.

      * lo que el cierre no llego a archivar pasa al historial; ante
      * clave repetida se avanza la secuencia como en CERRAR-PERIODO
       530-ARCHIVAR-MOVIMIENTOS.
           MOVE soc-clave TO mov-soc-clave.
           MOVE zero TO mov-fecha.
           MOVE zero TO mov-secuencia.
           MOVE zero TO w-fin-busqueda.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY MOVE 1 TO w-fin-busqueda
           END-START.
           PERFORM UNTIL fin-busqueda
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-busqueda
                   NOT AT END
                       IF mov-soc-clave = w-clave-buscada
                           ADD 1 TO w-socio-movs
                           IF NOT sim-activa
                               PERFORM 535-MOVER-MOVIMIENTO
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-busqueda
                       END-IF
               END-READ
           END-PERFORM.

       535-MOVER-MOVIMIENTO.
           MOVE mov-reg TO his-reg.
           MOVE "N" TO w-grabado.
           MOVE zero TO w-intentos.
           PERFORM UNTIL grabado OR w-intentos > 99
               WRITE his-reg
                   INVALID KEY
                       ADD 1 TO his-secuencia
                       ADD 1 TO w-intentos
                   NOT INVALID KEY
                       MOVE "S" TO w-grabado
               END-WRITE
           END-PERFORM.
           IF grabado
               DELETE MOVIMIENTOS RECORD
                   INVALID KEY MOVE "S" TO w-hubo-error
               END-DELETE
           ELSE
               MOVE "S" TO w-hubo-error
           END-IF.

       550-BORRAR-SOCIO.
           IF sim-activa
               MOVE "A ARCHIVAR" TO w-d-estado
           ELSE
               DELETE SOCIOS RECORD
                   INVALID KEY
                       MOVE "S" TO w-hubo-error
               END-DELETE
               IF hubo-error
                   ADD 1 TO w-cant-errores
                   MOVE "ERROR AL BORRAR" TO w-d-estado
               ELSE
                   MOVE "ARCHIVADO" TO w-d-estado
                   MOVE soc-reg TO w-imagen-antes
                   MOVE SPACES TO w-imagen-despues
                   MOVE "ARCHIVO" TO w-accion
                   PERFORM 780-AUDITAR
               END-IF
           END-IF.
           IF NOT hubo-error
               ADD 1 TO w-cant-archivados
               ADD w-socio-fichas TO w-cant-fichas
               ADD w-socio-inscripciones TO w-cant-inscripciones
               ADD w-socio-movs TO w-cant-movs
           END-IF.

       750-LINEA-DETALLE.
           MOVE soc-filial TO w-d-filial.
           MOVE soc-socio TO w-d-socio.
           MOVE soc-nombre TO w-d-nombre.
           IF w-ultima-actividad = zero
               MOVE SPACES TO w-d-actividad
           ELSE
               MOVE w-ultima-actividad TO w-fecha-desarmada
               PERFORM 890-EDITAR-FECHA
               MOVE w-fecha-edit TO w-d-actividad
           END-IF.
           IF w-socio-fichas = zero
               MOVE "NO" TO w-d-ficha
           ELSE
               MOVE "SI" TO w-d-ficha
           END-IF.
           MOVE w-socio-inscripciones TO w-d-inscripciones.
           MOVE w-socio-movs TO w-d-movs.
           MOVE w-linea-detalle TO rep-linea.
           WRITE rep-linea.

       780-AUDITAR.
           MOVE soc-clave TO w-clave-audit.
           CALL "REGISTRAR-AUDITORIA" USING w-programa w-accion
                   w-clave-audit w-imagen-antes w-imagen-despues
               ON EXCEPTION
                   DISPLAY "No se pudo registrar la auditoria"
           END-CALL.

       800-RESUMEN.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios leidos:" TO w-r-texto.
           MOVE w-cant-leidos TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Socios inactivos:" TO w-r-texto.
           MOVE w-cant-inactivos TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  Quedan por saldo no cero:" TO w-r-texto.
           MOVE w-cant-con-saldo TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  Quedan por grupo familiar:" TO w-r-texto.
           MOVE w-cant-en-grupo TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  Quedan por actividad reciente:" TO w-r-texto.
           MOVE w-cant-recientes TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  Quedan por cheques en cartera:" TO w-r-texto.
           MOVE w-cant-con-cheques TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  Quedan por plan vigente:" TO w-r-texto.
           MOVE w-cant-con-planes TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           IF sim-activa
               MOVE "Socios a archivar:" TO w-r-texto
           ELSE
               MOVE "Socios archivados:" TO w-r-texto
           END-IF.
           MOVE w-cant-archivados TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  Fichas personales:" TO w-r-texto.
           MOVE w-cant-fichas TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  Inscripciones:" TO w-r-texto.
           MOVE w-cant-inscripciones TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "  Movimientos al historial:" TO w-r-texto.
           MOVE w-cant-movs TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           MOVE "Errores (socio no borrado):" TO w-r-texto.
           MOVE w-cant-errores TO w-r-cant.
           MOVE w-linea-resumen TO rep-linea.
           WRITE rep-linea.
           DISPLAY "Socios leidos: " w-cant-leidos
                   " Archivados: " w-cant-archivados
                   " Errores: " w-cant-errores.
           DISPLAY "Detalle en " w-nombre-reporte.

       860-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa
                   w-filial-informe w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el informe"
           END-CALL.

       890-EDITAR-FECHA.
           MOVE w-fx-dd TO w-fe-dd.
           MOVE w-fx-mm TO w-fe-mm.
           MOVE w-fx-aa TO w-fe-aa.

       900-FIN.
           CLOSE SOCIOS
                 SOCIOS-HIST
                 DATOS
                 DATOS-HIST
                 INSCRIPCIONES-HIST
                 REPORTE.
           IF hay-inscripciones
               CLOSE INSCRIPCIONES
           END-IF.
           IF hay-movimientos
               CLOSE MOVIMIENTOS
           END-IF.
           IF hay-historial
               CLOSE HISTORIAL
           END-IF.
           IF hay-cheques
               CLOSE CHEQUES
           END-IF.
           IF hay-planes
               CLOSE PLANES
           END-IF.

       END PROGRAM ARCHIVAR-SOCIOS.
