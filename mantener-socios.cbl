      * Date:
      * Purpose: Mantenimiento de socios.dat (alta, baja, modificacion
      *          y consulta) por acceso aleatorio via soc-clave, sin
      *          tener que reingresar a todos los socios. El alta
      *          no acepta el numero de un socio archivado
      *          (socios-hist.dat), que queda reservado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS ws-fs-socios.

       SELECT SOCIOS-HIST ASSIGN TO "../socios-hist.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS soh-clave
               ALTERNATE RECORD KEY IS soh-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-socios-hist.

       SELECT DATOS ASSIGN TO "../datos-socios.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  SOCIOS-HIST.
           COPY "SOCIOS.cpy" REPLACING LEADING ==soc== BY ==soh==.

       FD  DATOS.
           COPY "DATOS.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios pic xx.
       01 ws-fs-socios-hist pic xx.
       01 ws-fs-datos pic xx.
       01 w-hay-socios-hist pic x value "N".
           88 hay-socios-hist value "S".
       01 w-numero-reservado pic x value "N".
           88 numero-reservado value "S".
           COPY "OPERADOR.cpy".
       01 w-opcion pic 9.
           88 fin-mantenimiento value 9.
       01 w-nombre-nuevo pic x(15).
       01 w-cambia-saldo pic x.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-cambia-limite pic x.
       01 w-limite-nuevo pic 9(7)v99.
       01 w-cambia-categoria pic x.
       01 w-categoria-nueva pic x.
       01 w-categoria-valida pic x value "N".
           88 categoria-valida value "S".
       01 w-estado-datos pic x.
       01 w-fecha-hoy pic 9(8).
       01 w-fecha-nacimiento pic 9(8).
       01 w-fecha-valida pic x value "N".
           88 fecha-valida value "S".
       01 w-programa pic x(20) value "MANTENER-SOCIOS".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               CLOSE SOCIOS
               OPEN I-O SOCIOS
           END-IF.
           OPEN INPUT SOCIOS-HIST.
           IF ws-fs-socios-hist = "00"
               MOVE "S" TO w-hay-socios-hist
           END-IF.
           OPEN I-O DATOS.
           IF ws-fs-datos = "35"
               OPEN OUTPUT DATOS
           MOVE w-categoria-nueva TO soc-categoria.
           MOVE zero TO soc-grupo.
           MOVE "A" TO soc-estado.
           PERFORM 305-CONTROLAR-ARCHIVO.
           IF numero-reservado
               DISPLAY "El numero es de un socio archivado, no se "
                       "puede volver a dar"
           ELSE
               WRITE soc-reg
                   INVALID KEY
                       DISPLAY "El socio ya existe"
                   NOT INVALID KEY
                       DISPLAY "Socio dado de alta"
                       MOVE SPACES TO w-imagen-antes
                       MOVE soc-reg TO w-imagen-despues
                       MOVE "ALTA" TO w-accion
                       PERFORM 850-AUDITAR
                       PERFORM 310-ALTA-DATOS
               END-WRITE
           END-IF.

       305-CONTROLAR-ARCHIVO.
           MOVE "N" TO w-numero-reservado.
           IF hay-socios-hist
               MOVE soc-clave TO soh-clave
               READ SOCIOS-HIST
                   NOT INVALID KEY
                       MOVE "S" TO w-numero-reservado
               END-READ
           END-IF.

       320-PEDIR-CATEGORIA.
           MOVE "N" TO w-categoria-valida.
                   END-REWRITE
           END-WRITE.

      * baja administrativa del registro; la renuncia de un socio,
      * con la liquidacion de su cuenta, va por LIQUIDAR-BAJA
       400-BAJA.
           DISPLAY "Para la renuncia de un socio use la baja con "
                   "liquidacion final".
           PERFORM 700-PEDIR-CLAVE.
           READ SOCIOS WITH LOCK
               INVALID KEY
                       WHEN OTHER
                           DISPLAY "Categoria: Activo"
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN soc-activo
                           DISPLAY "Estado: Activo"
                       WHEN soc-suspendido
                           DISPLAY "Estado: Suspendido por mora"
                       WHEN OTHER
                           DISPLAY "Estado: Inactivo"
                   END-EVALUATE
           END-READ.

       700-PEDIR-CLAVE.
                   DISPLAY "Telefono actual:   " dat-telefono
                   DISPLAY "Documento actual:  " dat-documento
                   DISPLAY "Fecha de alta:     " dat-fecha-alta
                   DISPLAY "Fecha nacimiento:  " dat-fecha-nacimiento
                   DISPLAY "CBU actual:        " dat-cbu
                   DISPLAY "Debito automatico: " dat-adherido
                   PERFORM 870-PEDIR-DATOS-PERSONALES
           ACCEPT dat-telefono.
           DISPLAY "Ingrese documento".
           ACCEPT dat-documento.
           PERFORM 875-PEDIR-NACIMIENTO.
           DISPLAY "Adherido al debito automatico (S/N)".
           ACCEPT dat-adherido.
           IF dat-debito-auto
               MOVE SPACES TO dat-cbu
           END-IF.

      * fecha de nacimiento AAAAMMDD, cero si no se conoce; no puede
      * ser posterior a hoy
       875-PEDIR-NACIMIENTO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE "N" TO w-fecha-valida.
           PERFORM UNTIL fecha-valida
               DISPLAY "Fecha de nacimiento AAAAMMDD (0 = no se conoce)"
               ACCEPT w-fecha-nacimiento
               EVALUATE TRUE
                   WHEN w-fecha-nacimiento = zero
                       MOVE "S" TO w-fecha-valida
                   WHEN w-fecha-nacimiento > w-fecha-hoy
                     OR w-fecha-nacimiento (1:4) < "1900"
                     OR w-fecha-nacimiento (5:2) < "01"
                     OR w-fecha-nacimiento (5:2) > "12"
                     OR w-fecha-nacimiento (7:2) < "01"
                     OR w-fecha-nacimiento (7:2) > "31"
                       DISPLAY "Fecha invalida"
                   WHEN OTHER
                       MOVE "S" TO w-fecha-valida
               END-EVALUATE
           END-PERFORM.
           MOVE w-fecha-nacimiento TO dat-fecha-nacimiento.

      * la ficha personal acompana el estado del socio: se retira
      * con la baja y vuelve a vigente con la reactivacion
       880-MARCAR-DATOS.
       900-FIN.
           CLOSE SOCIOS
                 DATOS.
           IF hay-socios-hist
               CLOSE SOCIOS-HIST
           END-IF.

       END PROGRAM MANTENER-SOCIOS.
