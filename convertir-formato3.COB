      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de una sola vez de los archivos con
      *          importes al formato ampliado: soc-saldo pasa de
      *          s9999v99 a s9(7)v99 y mov-importe, chq-importe,
      *          act-arancel, soc-limite y fil-limite de 9999v99 a
      *          9(7)v99; el saldo de la foto mensual (snap-saldo)
      *          pasa a s9(10)v99. No cambia ningun dato, solo el
      *          ancho de los campos. Antes de correrlo, renombrar
      *          los archivos actuales:
      *            socios.dat           -> socios.dat.old
      *            movimientos.dat      -> movimientos.dat.old
      *            movimientos-hist.dat -> movimientos-hist.dat.old
      *            cheques.dat          -> cheques.dat.old
      *            actividades.dat      -> actividades.dat.old
      *            filiales.dat         -> filiales.dat.old
      *            snapshots.dat        -> snapshots.dat.old
      *          El programa deja los .dat nuevos con la misma
      *          informacion. Los archivos opcionales que no existan
      *          (historial sin cierres, cartera sin cheques, etc.)
      *          se omiten. Los resguardos anteriores quedan con el
      *          formato viejo: despues de convertir correr
      *          RESGUARDAR-ARCHIVOS para tener uno nuevo.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVERTIR-FORMATO3.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT SOCIOS-VIEJA ASSIGN TO "../socios.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS socv-clave
               FILE STATUS IS ws-fs-socios-vieja.

       SELECT SOCIOS-NUEVA ASSIGN TO "../socios.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS soc-clave
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               FILE STATUS IS ws-fs-socios-nueva.

       SELECT MOVS-VIEJA ASSIGN TO "../movimientos.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS movv-clave
               FILE STATUS IS ws-fs-movs-vieja.

       SELECT MOVS-NUEVA ASSIGN TO "../movimientos.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave OF mov-reg
               FILE STATUS IS ws-fs-movs-nueva.

       SELECT HIST-VIEJA ASSIGN TO "../movimientos-hist.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS hisv-clave
               FILE STATUS IS ws-fs-hist-vieja.

       SELECT HIST-NUEVA ASSIGN TO "../movimientos-hist.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS mov-clave OF his-reg
               FILE STATUS IS ws-fs-hist-nueva.

       SELECT CHEQUES-VIEJA ASSIGN TO "../cheques.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS chqv-clave
               FILE STATUS IS ws-fs-cheques-vieja.

       SELECT CHEQUES-NUEVA ASSIGN TO "../cheques.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS chq-clave
               FILE STATUS IS ws-fs-cheques-nueva.

       SELECT ACTIV-VIEJA ASSIGN TO "../actividades.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS actv-clave
               FILE STATUS IS ws-fs-activ-vieja.

       SELECT ACTIV-NUEVA ASSIGN TO "../actividades.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS act-clave
               FILE STATUS IS ws-fs-activ-nueva.

       SELECT FILIAL-VIEJA ASSIGN TO "../filiales.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS filv-cod
               FILE STATUS IS ws-fs-filial-vieja.

       SELECT FILIAL-NUEVA ASSIGN TO "../filiales.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               FILE STATUS IS ws-fs-filial-nueva.

       SELECT SNAP-VIEJA ASSIGN TO "../snapshots.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS snapv-clave
               FILE STATUS IS ws-fs-snap-vieja.

       SELECT SNAP-NUEVA ASSIGN TO "../snapshots.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS snap-clave
               FILE STATUS IS ws-fs-snap-nueva.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  SOCIOS-VIEJA.
       01  socv-reg.
           03 socv-clave.
               05 socv-filial pic 9(4).
               05 socv-socio pic 999.
           03 socv-nombre pic x(15).
           03 socv-saldo pic s9999v99.
           03 socv-estado pic x.
           03 socv-limite pic 9999v99.
           03 socv-categoria pic x.
           03 socv-grupo pic 9(3).

       FD  SOCIOS-NUEVA.
           COPY "SOCIOS.cpy".

       FD  MOVS-VIEJA.
       01  movv-reg.
           03 movv-clave.
               05 movv-filial pic 9(4).
               05 movv-socio pic 999.
               05 movv-fecha pic 9(8).
               05 movv-secuencia pic 9(4).
           03 movv-tipo pic x.
           03 movv-importe pic 9999v99.
           03 movv-estado pic x.
           03 movv-concepto pic x(3).
           03 movv-periodo pic 9(6).
           03 movv-recibo pic 9(6).
           03 movv-medio pic x.
           03 movv-operador pic x(8).

       FD  MOVS-NUEVA.
           COPY "MOVIMIENTOS.cpy".

       FD  HIST-VIEJA.
       01  hisv-reg.
           03 hisv-clave.
               05 hisv-filial pic 9(4).
               05 hisv-socio pic 999.
               05 hisv-fecha pic 9(8).
               05 hisv-secuencia pic 9(4).
           03 hisv-tipo pic x.
           03 hisv-importe pic 9999v99.
           03 hisv-estado pic x.
           03 hisv-concepto pic x(3).
           03 hisv-periodo pic 9(6).
           03 hisv-recibo pic 9(6).
           03 hisv-medio pic x.
           03 hisv-operador pic x(8).

       FD  HIST-NUEVA.
           COPY "MOVIMIENTOS.cpy" REPLACING mov-reg BY his-reg.

       FD  CHEQUES-VIEJA.
       01  chqv-reg.
           03 chqv-clave.
               05 chqv-banco pic x(10).
               05 chqv-numero pic 9(8).
           03 chqv-soc-clave.
               05 chqv-filial pic 9(4).
               05 chqv-socio pic 999.
           03 chqv-fecha-recibido pic 9(8).
           03 chqv-fecha-deposito pic 9(8).
           03 chqv-importe pic 9999v99.
           03 chqv-mov-fecha pic 9(8).
           03 chqv-mov-secuencia pic 9(4).
           03 chqv-estado pic x.

       FD  CHEQUES-NUEVA.
           COPY "CHEQUE.cpy".

       FD  ACTIV-VIEJA.
       01  actv-reg.
           03 actv-clave.
               05 actv-filial pic 9(4).
               05 actv-codigo pic 999.
           03 actv-nombre pic x(20).
           03 actv-arancel pic 9999v99.
           03 actv-estado pic x.

       FD  ACTIV-NUEVA.
           COPY "ACTIVIDAD.cpy".

       FD  FILIAL-VIEJA.
       01  filv-reg.
           03 filv-cod pic 9(4).
           03 filv-nombre pic x(20).
           03 filv-estado pic x.
           03 filv-limite pic 9999v99.

       FD  FILIAL-NUEVA.
           COPY "FILIAL.cpy".

       FD  SNAP-VIEJA.
       01  snapv-reg.
           03 snapv-clave.
               05 snapv-fil-cod pic 9(4).
               05 snapv-periodo pic 9(6).
           03 snapv-cant-activos pic 9(5).
           03 snapv-cant-inactivos pic 9(5).
           03 snapv-saldo pic s9(7)v99.

       FD  SNAP-NUEVA.
           COPY "SNAPSHOT.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios-vieja pic xx.
       01 ws-fs-socios-nueva pic xx.
       01 ws-fs-movs-vieja pic xx.
       01 ws-fs-movs-nueva pic xx.
       01 ws-fs-hist-vieja pic xx.
       01 ws-fs-hist-nueva pic xx.
       01 ws-fs-cheques-vieja pic xx.
       01 ws-fs-cheques-nueva pic xx.
       01 ws-fs-activ-vieja pic xx.
       01 ws-fs-activ-nueva pic xx.
       01 ws-fs-filial-vieja pic xx.
       01 ws-fs-filial-nueva pic xx.
       01 ws-fs-snap-vieja pic xx.
       01 ws-fs-snap-nueva pic xx.
       01 ws-cant-socios pic 9(6) value zero.
       01 ws-cant-movs pic 9(6) value zero.
       01 ws-cant-hist pic 9(6) value zero.
       01 ws-cant-cheques pic 9(6) value zero.
       01 ws-cant-activ pic 9(6) value zero.
       01 ws-cant-filiales pic 9(6) value zero.
       01 ws-cant-snaps pic 9(6) value zero.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 200-CONVERTIR-SOCIOS.
           PERFORM 300-CONVERTIR-MOVIMIENTOS.
           PERFORM 400-CONVERTIR-HISTORIAL.
           PERFORM 500-CONVERTIR-CHEQUES.
           PERFORM 600-CONVERTIR-ACTIVIDADES.
           PERFORM 700-CONVERTIR-FILIALES.
           PERFORM 800-CONVERTIR-SNAPSHOTS.
           STOP RUN.

       200-CONVERTIR-SOCIOS.
           OPEN INPUT SOCIOS-VIEJA.
           IF ws-fs-socios-vieja NOT = "00"
               DISPLAY "No se pudo abrir socios.dat.old, estado "
                       ws-fs-socios-vieja
           ELSE
               OPEN OUTPUT SOCIOS-NUEVA
               READ SOCIOS-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-socios-vieja = "10"
                   MOVE socv-filial    TO soc-filial
                   MOVE socv-socio     TO soc-socio
                   MOVE socv-nombre    TO soc-nombre
                   MOVE socv-saldo     TO soc-saldo
                   MOVE socv-estado    TO soc-estado
                   MOVE socv-limite    TO soc-limite
                   MOVE socv-categoria TO soc-categoria
                   MOVE socv-grupo     TO soc-grupo
                   WRITE soc-reg
                       INVALID KEY
                           DISPLAY "Error grabando socio: "
                                   socv-filial "-" socv-socio
                   END-WRITE
                   ADD 1 TO ws-cant-socios
                   READ SOCIOS-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE SOCIOS-VIEJA
                     SOCIOS-NUEVA
           END-IF.
           DISPLAY "Socios convertidos: " ws-cant-socios.

       300-CONVERTIR-MOVIMIENTOS.
           OPEN INPUT MOVS-VIEJA.
           IF ws-fs-movs-vieja NOT = "00"
               DISPLAY "No se pudo abrir movimientos.dat.old, estado "
                       ws-fs-movs-vieja
           ELSE
               OPEN OUTPUT MOVS-NUEVA
               READ MOVS-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-movs-vieja = "10"
                   MOVE movv-clave     TO mov-clave OF mov-reg
                   MOVE movv-tipo      TO mov-tipo OF mov-reg
                   MOVE movv-importe   TO mov-importe OF mov-reg
                   MOVE movv-estado    TO mov-estado OF mov-reg
                   MOVE movv-concepto  TO mov-concepto OF mov-reg
                   MOVE movv-periodo   TO mov-periodo OF mov-reg
                   MOVE movv-recibo    TO mov-recibo OF mov-reg
                   MOVE movv-medio     TO mov-medio OF mov-reg
                   MOVE movv-operador  TO mov-operador OF mov-reg
                   WRITE mov-reg
                       INVALID KEY
                           DISPLAY "Error grabando movimiento: "
                                   movv-clave
                   END-WRITE
                   ADD 1 TO ws-cant-movs
                   READ MOVS-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE MOVS-VIEJA
                     MOVS-NUEVA
           END-IF.
           DISPLAY "Movimientos convertidos: " ws-cant-movs.

       400-CONVERTIR-HISTORIAL.
           OPEN INPUT HIST-VIEJA.
           IF ws-fs-hist-vieja NOT = "00"
               DISPLAY "movimientos-hist.dat.old no disponible "
                       "(estado " ws-fs-hist-vieja "), paso omitido"
           ELSE
               OPEN OUTPUT HIST-NUEVA
               READ HIST-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-hist-vieja = "10"
                   MOVE hisv-clave     TO mov-clave OF his-reg
                   MOVE hisv-tipo      TO mov-tipo OF his-reg
                   MOVE hisv-importe   TO mov-importe OF his-reg
                   MOVE hisv-estado    TO mov-estado OF his-reg
                   MOVE hisv-concepto  TO mov-concepto OF his-reg
                   MOVE hisv-periodo   TO mov-periodo OF his-reg
                   MOVE hisv-recibo    TO mov-recibo OF his-reg
                   MOVE hisv-medio     TO mov-medio OF his-reg
                   MOVE hisv-operador  TO mov-operador OF his-reg
                   WRITE his-reg
                       INVALID KEY
                           DISPLAY "Error grabando historial: "
                                   hisv-clave
                   END-WRITE
                   ADD 1 TO ws-cant-hist
                   READ HIST-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE HIST-VIEJA
                     HIST-NUEVA
           END-IF.
           DISPLAY "Historial convertido: " ws-cant-hist.

       500-CONVERTIR-CHEQUES.
           OPEN INPUT CHEQUES-VIEJA.
           IF ws-fs-cheques-vieja NOT = "00"
               DISPLAY "cheques.dat.old no disponible "
                       "(estado " ws-fs-cheques-vieja "), paso omitido"
           ELSE
               OPEN OUTPUT CHEQUES-NUEVA
               READ CHEQUES-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-cheques-vieja = "10"
                   MOVE chqv-clave          TO chq-clave
                   MOVE chqv-soc-clave      TO chq-soc-clave
                   MOVE chqv-fecha-recibido TO chq-fecha-recibido
                   MOVE chqv-fecha-deposito TO chq-fecha-deposito
                   MOVE chqv-importe        TO chq-importe
                   MOVE chqv-mov-fecha      TO chq-mov-fecha
                   MOVE chqv-mov-secuencia  TO chq-mov-secuencia
                   MOVE chqv-estado         TO chq-estado
                   WRITE chq-reg
                       INVALID KEY
                           DISPLAY "Error grabando cheque: "
                                   chqv-banco " " chqv-numero
                   END-WRITE
                   ADD 1 TO ws-cant-cheques
                   READ CHEQUES-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-VIEJA
                     CHEQUES-NUEVA
           END-IF.
           DISPLAY "Cheques convertidos: " ws-cant-cheques.

       600-CONVERTIR-ACTIVIDADES.
           OPEN INPUT ACTIV-VIEJA.
           IF ws-fs-activ-vieja NOT = "00"
               DISPLAY "actividades.dat.old no disponible "
                       "(estado " ws-fs-activ-vieja "), paso omitido"
           ELSE
               OPEN OUTPUT ACTIV-NUEVA
               READ ACTIV-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-activ-vieja = "10"
                   MOVE actv-clave   TO act-clave
                   MOVE actv-nombre  TO act-nombre
                   MOVE actv-arancel TO act-arancel
                   MOVE actv-estado  TO act-estado
                   WRITE act-reg
                       INVALID KEY
                           DISPLAY "Error grabando actividad: "
                                   actv-filial "-" actv-codigo
                   END-WRITE
                   ADD 1 TO ws-cant-activ
                   READ ACTIV-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE ACTIV-VIEJA
                     ACTIV-NUEVA
           END-IF.
           DISPLAY "Actividades convertidas: " ws-cant-activ.

       700-CONVERTIR-FILIALES.
           OPEN INPUT FILIAL-VIEJA.
           IF ws-fs-filial-vieja NOT = "00"
               DISPLAY "No se pudo abrir filiales.dat.old, estado "
                       ws-fs-filial-vieja
           ELSE
               OPEN OUTPUT FILIAL-NUEVA
               READ FILIAL-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-filial-vieja = "10"
                   MOVE filv-cod    TO fil-cod
                   MOVE filv-nombre TO fil-nombre
                   MOVE filv-estado TO fil-estado
                   MOVE filv-limite TO fil-limite
                   WRITE fil-reg
                       INVALID KEY
                           DISPLAY "Error grabando filial: " filv-cod
                   END-WRITE
                   ADD 1 TO ws-cant-filiales
                   READ FILIAL-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE FILIAL-VIEJA
                     FILIAL-NUEVA
           END-IF.
           DISPLAY "Filiales convertidas: " ws-cant-filiales.

       800-CONVERTIR-SNAPSHOTS.
           OPEN INPUT SNAP-VIEJA.
           IF ws-fs-snap-vieja NOT = "00"
               DISPLAY "snapshots.dat.old no disponible "
                       "(estado " ws-fs-snap-vieja "), paso omitido"
           ELSE
               OPEN OUTPUT SNAP-NUEVA
               READ SNAP-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-snap-vieja = "10"
                   MOVE snapv-clave          TO snap-clave
                   MOVE snapv-cant-activos   TO snap-cant-activos
                   MOVE snapv-cant-inactivos TO snap-cant-inactivos
                   MOVE snapv-saldo          TO snap-saldo
                   WRITE snap-reg
                       INVALID KEY
                           DISPLAY "Error grabando foto: " snapv-clave
                   END-WRITE
                   ADD 1 TO ws-cant-snaps
                   READ SNAP-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE SNAP-VIEJA
                     SNAP-NUEVA
           END-IF.
           DISPLAY "Fotos mensuales convertidas: " ws-cant-snaps.

       END PROGRAM CONVERTIR-FORMATO3.
