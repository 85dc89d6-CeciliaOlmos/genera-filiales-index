      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de una sola vez de la pista de auditoria
      *          (auditoria.dat) al formato con imagenes ampliadas:
      *          aud-antes y aud-despues pasan de 40 a 80 posiciones,
      *          para que entren completos los registros de socios y
      *          de planes de pago. Las imagenes ya grabadas quedan
      *          como estaban, completadas con blancos. No cambia
      *          ningun otro dato. Antes de correrlo, renombrar el
      *          archivo actual:
      *            auditoria.dat -> auditoria.dat.old
      *          El programa deja el .dat nuevo con la misma
      *          informacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVERTIR-FORMATO5.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
       SELECT AUDIT-VIEJA ASSIGN TO "../auditoria.dat.old"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS audv-clave
               ALTERNATE RECORD KEY IS audv-soc-clave WITH DUPLICATES
               FILE STATUS IS ws-fs-audit-vieja.

       SELECT AUDIT-NUEVA ASSIGN TO "../auditoria.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS aud-clave
               ALTERNATE RECORD KEY IS aud-soc-clave WITH DUPLICATES
               FILE STATUS IS ws-fs-audit-nueva.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  AUDIT-VIEJA.
       01  audv-reg.
           03 audv-clave.
               05 audv-fecha pic 9(8).
               05 audv-hora pic 9(8).
               05 audv-secuencia pic 9(4).
           03 audv-operador pic x(8).
           03 audv-programa pic x(20).
           03 audv-accion pic x(14).
           03 audv-soc-clave.
               05 audv-filial pic 9(4).
               05 audv-socio pic 999.
           03 audv-antes pic x(40).
           03 audv-despues pic x(40).

       FD  AUDIT-NUEVA.
           COPY "AUDITORIA.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-audit-vieja pic xx.
       01 ws-fs-audit-nueva pic xx.
       01 ws-cant-audit pic 9(7) value zero.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 200-CONVERTIR-AUDITORIA.
           STOP RUN.

       200-CONVERTIR-AUDITORIA.
           OPEN INPUT AUDIT-VIEJA.
           IF ws-fs-audit-vieja NOT = "00"
               DISPLAY "No se pudo abrir auditoria.dat.old, "
                       "estado " ws-fs-audit-vieja
           ELSE
               OPEN OUTPUT AUDIT-NUEVA
               READ AUDIT-VIEJA NEXT
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL ws-fs-audit-vieja = "10"
                   MOVE audv-clave     TO aud-clave
                   MOVE audv-operador  TO aud-operador
                   MOVE audv-programa  TO aud-programa
                   MOVE audv-accion    TO aud-accion
                   MOVE audv-soc-clave TO aud-soc-clave
                   MOVE audv-antes     TO aud-antes
                   MOVE audv-despues   TO aud-despues
                   WRITE aud-reg
                       INVALID KEY
                           DISPLAY "Error grabando auditoria: "
                                   audv-fecha " " audv-hora
                   END-WRITE
                   ADD 1 TO ws-cant-audit
                   READ AUDIT-VIEJA NEXT
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-VIEJA
                     AUDIT-NUEVA
           END-IF.
           DISPLAY "Registros de auditoria convertidos: "
                   ws-cant-audit.

       END PROGRAM CONVERTIR-FORMATO5.
