      *          de la ficha; el responsable de la filial la aprueba
      *          o la rechaza. La aprobacion asigna el proximo
      *          soc-socio libre de la filial (el mayor existente en
      *          socios.dat o en socios-hist.dat mas uno, para no
      *          reutilizar numeros, tampoco los de socios archivados),
      *          crea juntos el soc-reg y la ficha dat-reg, y toda la
      *          cadena (solicitud, aprobacion o rechazo, alta) queda
      *          en auditoria.dat. Al registrar la solicitud avisa si
      *          el documento ya figura en la ficha de un socio, para
      *          no dar de alta dos veces a la misma persona.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS dat-clave
               SHARING WITH ALL OTHER
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  SOCIOS-HIST.
           COPY "SOCIOS.cpy" REPLACING LEADING ==soc== BY ==soh==.

       FD  DATOS.
           COPY "DATOS.cpy".

      *-----------------------
       01 ws-fs-solicitudes pic xx.
       01 ws-fs-socios pic xx.
       01 ws-fs-socios-hist pic xx.
       01 ws-fs-datos pic xx.
           COPY "OPERADOR.cpy".
       01 w-opcion pic 9.
       01 w-numero-pedido pic 9(5).
       01 w-ultimo-numero pic 9(5).
       01 w-ultimo-socio pic 999.
       01 w-hay-socios-hist pic x value "N".
           88 hay-socios-hist value "S".
       01 w-cant-listadas pic 9(4) value zero.
       01 w-categoria-valida pic x value "N".
           88 categoria-valida value "S".
       01 w-alta-ok pic x value "N".
           88 alta-ok value "S".
       01 w-fecha-hoy pic 9(8).
       01 w-fecha-nacimiento pic 9(8).
       01 w-fecha-valida pic x value "N".
           88 fecha-valida value "S".
       01 w-documento pic 9(8).
       01 w-doc-repetido pic x value "N".
           88 doc-repetido value "S".
       01 w-registra pic x value "S".
           88 registra-solicitud value "S" "s".
       01 w-programa pic x(20) value "MANTENER-SOLICITUDES".
       01 w-accion pic x(14).
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               CLOSE DATOS
               OPEN I-O DATOS
           END-IF.
           OPEN INPUT SOCIOS-HIST.
           IF ws-fs-socios-hist = "00"
               MOVE "S" TO w-hay-socios-hist
           END-IF.
           OPEN INPUT FILIAL.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
           DISPLAY "Telefono".
           ACCEPT sol-telefono.
           DISPLAY "Documento".
           ACCEPT w-documento.
           MOVE "S" TO w-registra.
           IF w-documento NOT = zero
               PERFORM 340-CONTROLAR-DOCUMENTO
           END-IF.
           IF registra-solicitud
               MOVE w-documento TO sol-documento
               PERFORM 335-PEDIR-NACIMIENTO
               PERFORM 315-GRABAR-SOLICITUD
           ELSE
               DISPLAY "Solicitud no registrada"
           END-IF.

       315-GRABAR-SOLICITUD.
           ACCEPT sol-fecha FROM DATE YYYYMMDD.
           MOVE "P" TO sol-estado.
           MOVE zero TO sol-socio-asignado.
                   DISPLAY "Solicitud " sol-numero " registrada en "
                           "la filial " sol-filial
                   MOVE SPACES TO w-imagen-antes
                   PERFORM 880-IMAGEN-SOLICITUD
                   MOVE "SOLICITUD" TO w-accion
                   PERFORM 850-AUDITAR-SOLICITUD
           END-WRITE.
               END-EVALUATE
           END-PERFORM.

      * fecha de nacimiento AAAAMMDD, cero si no se conoce; no puede
      * ser posterior a hoy
       335-PEDIR-NACIMIENTO.
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
           MOVE w-fecha-nacimiento TO sol-fecha-nacimiento.

      * el documento se busca en todas las fichas, de cualquier
      * filial; si ya pertenece a un socio se avisa y el mostrador
      * decide (puede ser un reingreso de un socio dado de baja)
       340-CONTROLAR-DOCUMENTO.
           MOVE "N" TO w-doc-repetido.
           MOVE LOW-VALUES TO dat-clave.
           MOVE zero TO w-fin-lista.
           START DATOS KEY IS NOT LESS THAN dat-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ DATOS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF dat-documento = w-documento
                           PERFORM 345-AVISAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF doc-repetido
               DISPLAY "Registrar la solicitud igual (S/N)"
               ACCEPT w-registra
           END-IF.

       345-AVISAR-DOCUMENTO.
           MOVE "S" TO w-doc-repetido.
           MOVE dat-clave TO soc-clave.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "El documento " w-documento " ya figura "
                           "en la ficha " dat-filial "-" dat-socio
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN soc-inactivo
                           DISPLAY "El documento " w-documento
                                   " ya pertenece al socio "
                                   soc-filial "-" soc-socio " "
                                   soc-nombre " (dado de baja)"
                       WHEN soc-suspendido
                           DISPLAY "El documento " w-documento
                                   " ya pertenece al socio "
                                   soc-filial "-" soc-socio " "
                                   soc-nombre " (suspendido)"
                       WHEN OTHER
                           DISPLAY "El documento " w-documento
                                   " ya pertenece al socio "
                                   soc-filial "-" soc-socio " "
                                   soc-nombre " (activo)"
                   END-EVALUATE
           END-READ.

       400-LISTAR-PENDIENTES.
           DISPLAY "Filial a listar".
           ACCEPT w-filial-pedida.
                       END-IF
               END-READ
           END-PERFORM.
           IF hay-socios-hist
               PERFORM 535-PROXIMO-ARCHIVADO
           END-IF.

      * los numeros de los socios archivados siguen reservados
       535-PROXIMO-ARCHIVADO.
           MOVE w-filial-pedida TO soh-filial.
           MOVE zero TO soh-socio.
           MOVE zero TO w-fin-lista.
           START SOCIOS-HIST KEY IS NOT LESS THAN soh-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ SOCIOS-HIST NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF soh-filial = w-filial-pedida
                           IF soh-socio > w-ultimo-socio
                               MOVE soh-socio TO w-ultimo-socio
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * la ficha personal nace junto con el alta, con los datos de
      * la solicitud
           MOVE sol-cod-postal TO dat-cod-postal.
           MOVE sol-telefono TO dat-telefono.
           MOVE sol-documento TO dat-documento.
           MOVE sol-fecha-nacimiento TO dat-fecha-nacimiento.
           ACCEPT dat-fecha-alta FROM DATE YYYYMMDD.
           MOVE "A" TO dat-estado.
           MOVE SPACES TO dat-cbu.
               INVALID KEY
                   DISPLAY "No se pudo releer la solicitud"
               NOT INVALID KEY
                   PERFORM 880-IMAGEN-SOLICITUD
                   MOVE w-imagen-despues TO w-imagen-antes
                   MOVE "A" TO sol-estado
                   MOVE soc-socio TO sol-socio-asignado
                   REWRITE sol-reg
                           DISPLAY "Solicitud " sol-numero
                                   " aprobada, socio asignado "
                                   sol-socio-asignado
                           PERFORM 880-IMAGEN-SOLICITUD
                           MOVE "APRUEBA SOL" TO w-accion
                           PERFORM 850-AUDITAR-SOLICITUD
                   END-REWRITE
                   IF NOT sol-pendiente
                       DISPLAY "La solicitud no esta pendiente"
                   ELSE
                       PERFORM 880-IMAGEN-SOLICITUD
                       MOVE w-imagen-despues TO w-imagen-antes
                       MOVE "R" TO sol-estado
                       REWRITE sol-reg
                           INVALID KEY
                               DISPLAY "Error al marcar la solicitud"
                           NOT INVALID KEY
                               DISPLAY "Solicitud rechazada"
                               PERFORM 880-IMAGEN-SOLICITUD
                               MOVE "RECHAZA SOL" TO w-accion
                               PERFORM 850-AUDITAR-SOLICITUD
                       END-REWRITE
                   DISPLAY "No se pudo registrar la auditoria"
           END-CALL.

      * la solicitud no entra entera en la imagen: van la clave, los
      * datos de identificacion y el estado con el socio asignado
       880-IMAGEN-SOLICITUD.
           MOVE SPACES TO w-imagen-despues.
           MOVE sol-clave TO w-imagen-despues (1:9).
           MOVE sol-nombre TO w-imagen-despues (10:15).
           MOVE sol-categoria TO w-imagen-despues (25:1).
           MOVE sol-documento TO w-imagen-despues (26:8).
           MOVE sol-fecha-nacimiento TO w-imagen-despues (34:8).
           MOVE sol-fecha TO w-imagen-despues (42:8).
           MOVE sol-estado TO w-imagen-despues (50:1).
           MOVE sol-socio-asignado TO w-imagen-despues (51:3).

       900-FIN.
           CLOSE SOLICITUDES
                 SOCIOS
                 DATOS
                 FILIAL.
           IF hay-socios-hist
               CLOSE SOCIOS-HIST
           END-IF.

       END PROGRAM MANTENER-SOLICITUDES.
