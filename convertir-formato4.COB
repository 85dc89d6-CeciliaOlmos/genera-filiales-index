      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de una sola vez de las fichas personales
      *          (datos-socios.dat) y de las solicitudes de ingreso
      *          (solicitudes.dat) al formato con fecha de nacimiento:
      *          ambas ganan la fecha AAAAMMDD, que queda en cero (no
      *          informada) hasta que se cargue desde MANTENER-SOCIOS.
      *          No cambia ningun otro dato. Antes de correrlo,
      *          renombrar los archivos actuales:
      *            datos-socios.dat -> datos-socios.dat.old
      *            solicitudes.dat  -> solicitudes.dat.old
      *          El programa deja los .dat nuevos con la misma
      *          informacion. Si solicitudes.dat.old no existe (nunca
      *          se registro una solicitud) ese paso se omite.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVERTIR-FORMATO4.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT DATOS-VIEJA ASSIGN TO "../datos-socios.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS datv-clave
               FILE STATUS IS ws-fs-datos-vieja.

       SELECT DATOS-NUEVA ASSIGN TO "../datos-socios.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS dat-clave
               FILE STATUS IS ws-fs-datos-nueva.

       SELECT SOLIC-VIEJA ASSIGN TO "../solicitudes.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS solv-clave
               FILE STATUS IS ws-fs-solic-vieja.

       SELECT SOLIC-NUEVA ASSIGN TO "../solicitudes.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS sol-clave
               FILE STATUS IS ws-fs-solic-nueva.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  DATOS-VIEJA.
       01  datv-reg.
           03 datv-clave.
               05 datv-filial pic 9(4).
               05 datv-socio pic 999.
           03 datv-domicilio pic x(30).
           03 datv-localidad pic x(20).
           03 datv-cod-postal pic x(8).
           03 datv-telefono pic x(15).
           03 datv-documento pic 9(8).
           03 datv-fecha-alta pic 9(8).
           03 datv-estado pic x.
           03 datv-cbu pic x(22).
           03 datv-adherido pic x.

       FD  DATOS-NUEVA.
           COPY "DATOS.cpy".

       FD  SOLIC-VIEJA.
       01  solv-reg.
           03 solv-clave.
               05 solv-filial pic 9(4).
               05 solv-numero pic 9(5).
           03 solv-nombre pic x(15).
           03 solv-categoria pic x.
           03 solv-domicilio pic x(30).
           03 solv-localidad pic x(20).
           03 solv-cod-postal pic x(8).
           03 solv-telefono pic x(15).
           03 solv-documento pic 9(8).
           03 solv-fecha pic 9(8).
           03 solv-estado pic x.
           03 solv-socio-asignado pic 999.

       FD  SOLIC-NUEVA.
           COPY "SOLICITUD.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-datos-vieja pic xx.
       01 ws-fs-datos-nueva pic xx.
       01 ws-fs-solic-vieja pic xx.
       01 ws-fs-solic-nueva pic xx.
       01 ws-cant-datos pic 9(6) value zero.
       01 ws-cant-solic pic 9(6) value zero.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 200-CONVERTIR-DATOS.
           PERFORM 300-CONVERTIR-SOLICITUDES.
           STOP RUN.

       200-CONVERTIR-DATOS.
           OPEN INPUT DATOS-VIEJA.
           IF ws-fs-datos-vieja NOT = "00"
               DISPLAY "No se pudo abrir datos-socios.dat.old, "
                       "estado " ws-fs-datos-vieja
           ELSE
               OPEN OUTPUT DATOS-NUEVA
               READ DATOS-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-datos-vieja = "10"
                   MOVE datv-clave      TO dat-clave
                   MOVE datv-domicilio  TO dat-domicilio
                   MOVE datv-localidad  TO dat-localidad
                   MOVE datv-cod-postal TO dat-cod-postal
                   MOVE datv-telefono   TO dat-telefono
                   MOVE datv-documento  TO dat-documento
                   MOVE datv-fecha-alta TO dat-fecha-alta
                   MOVE datv-estado     TO dat-estado
                   MOVE datv-cbu        TO dat-cbu
                   MOVE datv-adherido   TO dat-adherido
                   MOVE zero            TO dat-fecha-nacimiento
                   WRITE dat-reg
                       INVALID KEY
                           DISPLAY "Error grabando ficha: "
                                   datv-filial "-" datv-socio
                   END-WRITE
                   ADD 1 TO ws-cant-datos
                   READ DATOS-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE DATOS-VIEJA
                     DATOS-NUEVA
           END-IF.
           DISPLAY "Fichas convertidas: " ws-cant-datos.

       300-CONVERTIR-SOLICITUDES.
           OPEN INPUT SOLIC-VIEJA.
           IF ws-fs-solic-vieja NOT = "00"
               DISPLAY "solicitudes.dat.old no disponible "
                       "(estado " ws-fs-solic-vieja "), paso omitido"
           ELSE
               OPEN OUTPUT SOLIC-NUEVA
               READ SOLIC-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-solic-vieja = "10"
                   MOVE solv-clave          TO sol-clave
                   MOVE solv-nombre         TO sol-nombre
                   MOVE solv-categoria      TO sol-categoria
                   MOVE solv-domicilio      TO sol-domicilio
                   MOVE solv-localidad      TO sol-localidad
                   MOVE solv-cod-postal     TO sol-cod-postal
                   MOVE solv-telefono       TO sol-telefono
                   MOVE solv-documento      TO sol-documento
                   MOVE zero                TO sol-fecha-nacimiento
                   MOVE solv-fecha          TO sol-fecha
                   MOVE solv-estado         TO sol-estado
                   MOVE solv-socio-asignado TO sol-socio-asignado
                   WRITE sol-reg
                       INVALID KEY
                           DISPLAY "Error grabando solicitud: "
                                   solv-filial "-" solv-numero
                   END-WRITE
                   ADD 1 TO ws-cant-solic
                   READ SOLIC-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE SOLIC-VIEJA
                     SOLIC-NUEVA
           END-IF.
           DISPLAY "Solicitudes convertidas: " ws-cant-solic.

       END PROGRAM CONVERTIR-FORMATO4.
