      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificado anual de pagos del socio, para el socio
      *          o su empleador. Para el anio pedido totaliza por
      *          concepto lo que se le cargo y lo que pago, leyendo
      *          lo vigente (movimientos.dat) y lo archivado por los
      *          cierres (movimientos-hist.dat); no cuenta los
      *          movimientos revertidos ni sus contra-asientos ni
      *          los arrastres de cierre, que no son cargos ni pagos,
      *          ni los de los planes de pago (el REF congela deuda ya
      *          cargada y las cuotas PLN la vuelven a cargar). Un
      *          cheque rechazado (CHR) se descuenta de lo pagado.
      *          Imprime el certificado con la filial y los datos
      *          personales de la ficha (datos-socios.dat), numerado
      *          por filial (numeradores.dat) y registrado en el
      *          indice de informes para reimprimirlo desde
      *          CONSULTAR-INFORMES. Se emite para un socio en el
      *          mostrador o para todos los socios de una filial con
      *          movimientos en el anio.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CERTIFICADO-PAGOS.
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

       SELECT HISTORIAL ASSIGN TO "../movimientos-hist.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS his-clave
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-historial.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS fil-cod
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-filial.

       SELECT NUMERADORES ASSIGN TO "../numeradores.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS num-clave
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS ws-fs-numeradores.

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

       FD  HISTORIAL.
           COPY "MOVIMIENTOS.cpy" REPLACING LEADING ==mov== BY ==his==.

       FD  FILIAL.
           COPY "FILIAL.cpy".

       FD  NUMERADORES.
           COPY "NUMERADOR.cpy".

       FD  REPORTE.
       01  rep-linea pic x(70).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios pic xx.
       01 ws-fs-datos pic xx.
       01 ws-fs-movimientos pic xx.
       01 ws-fs-historial pic xx.
       01 ws-fs-filial pic xx.
       01 ws-fs-numeradores pic xx.
           COPY "OPERADOR.cpy".
           COPY "CONCEPTO.cpy".
       01 w-opcion pic 9.
           88 fin-certificados value 9.
       01 w-fin-lista pic 9 value zero.
           88 fin-lista value 1.
       01 w-fin-socios pic 9 value zero.
           88 fin-socios value 1.
       01 w-puede-seguir pic x.
           88 puede-seguir value "S".
       01 w-hay-historial pic x value "N".
           88 hay-historial value "S".
       01 w-hay-ficha pic x value "N".
           88 hay-ficha value "S".
       01 w-numerador-nuevo pic x value "N".
           88 numerador-nuevo value "S".
       01 w-confirma pic x.
           88 confirma-emision value "S" "s".

       01 w-filial-pedida pic 9(4).
       01 w-anio pic 9(4).
       01 w-fecha-desde pic 9(8).
       01 w-fecha-hasta pic 9(8).
       01 w-fecha-hoy pic 9(8).
       01 w-clave-buscada pic 9(7).
       01 w-numero-certificado pic 9(6) value zero.
       01 w-cant-movs pic 9(5).
       01 w-cant-emitidos pic 9(5) value zero.
       01 w-cant-sin-movs pic 9(5) value zero.
       01 w-cant-no-emitidos pic 9(5) value zero.
       01 w-total-cargado pic 9(9)v99.
       01 w-total-pagado pic s9(9)v99.
       01 w-nombre-reporte pic x(44).
       01 w-programa pic x(20) value "CERTIFICADO-PAGOS".

      * totales del anio por concepto, en el orden de CONCEPTO.cpy;
      * la ultima entrada junta los codigos que no esten en la tabla
       01 w-ind pic 99.
       01 w-ind-otros pic 99.
       01 w-tabla-totales.
           03 w-ent-total occurs 20 times.
               05 w-tt-cargado pic 9(9)v99.
               05 w-tt-pagado pic s9(9)v99.

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
           03 filler pic x(29) value "CERTIFICADO DE PAGOS ANIO ".
           03 w-t-anio pic 9(4).
           03 filler pic x(6) value "  Nro ".
           03 w-t-numero pic 9(6).
           03 filler pic x(8) value spaces.
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

       01 w-linea-leyenda.
           03 filler pic x(28)
                   value "Se certifica que en el anio ".
           03 w-l-anio pic 9(4).
           03 filler pic x(30)
                   value " se registraron en la cuenta".

       01 w-linea-cabecera.
           03 filler pic x(4) value spaces.
           03 filler pic x(30) value "CONCEPTO".
           03 filler pic x(18) value "          CARGADO".
           03 filler pic x(18) value "           PAGADO".

       01 w-linea-concepto.
           03 filler pic x(4) value spaces.
           03 w-c-concepto pic x(15).
           03 filler pic x(15) value spaces.
           03 w-c-cargado pic zzz,zzz,zz9.99.
           03 filler pic x(3) value spaces.
           03 w-c-pagado pic ----,---,--9.99.

       01 w-linea-firma.
           03 filler pic x(36) value spaces.
           03 filler pic x(24) value ALL "_".

       01 w-linea-firmantes.
           03 filler pic x(36) value spaces.
           03 filler pic x(15) value "Por la filial (".
           03 w-fi-operador pic x(8).
           03 filler pic x(1) value ")".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL fin-certificados
               EVALUATE w-opcion
                   WHEN 1 PERFORM 300-CERTIFICADO-SOCIO
                   WHEN 2 PERFORM 400-CERTIFICADOS-FILIAL
                   WHEN OTHER DISPLAY "Opcion invalida"
               END-EVALUATE
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           OPEN INPUT SOCIOS.
           OPEN INPUT DATOS.
           OPEN INPUT MOVIMIENTOS.
           OPEN INPUT HISTORIAL.
           IF ws-fs-historial = "00"
               MOVE "S" TO w-hay-historial
           END-IF.
           OPEN INPUT FILIAL.
           OPEN I-O NUMERADORES.
           IF ws-fs-numeradores = "35"
               OPEN OUTPUT NUMERADORES
               CLOSE NUMERADORES
               OPEN I-O NUMERADORES
           END-IF.
           IF oper-id = SPACES
               DISPLAY "Ingrese id de operador"
               ACCEPT oper-id
           END-IF.
           COMPUTE w-ind-otros = con-cant-conceptos + 1.

       200-MENU.
           DISPLAY "1-Certificado de un socio "
                   "2-Certificados de toda una filial 9-Fin".
           ACCEPT w-opcion.

       250-PEDIR-ANIO.
           DISPLAY "Anio a certificar (AAAA)".
           ACCEPT w-anio.
           COMPUTE w-fecha-desde = w-anio * 10000 + 0101.
           COMPUTE w-fecha-hasta = w-anio * 10000 + 1231.

       300-CERTIFICADO-SOCIO.
           MOVE "S" TO w-puede-seguir.
           DISPLAY "Ingrese filial del socio".
           ACCEPT soc-filial.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT soc-socio.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "El socio no existe"
                   MOVE "N" TO w-puede-seguir
           END-READ.
           IF puede-seguir
               PERFORM 250-PEDIR-ANIO
               MOVE soc-filial TO w-filial-pedida
               PERFORM 500-TOTALIZAR-ANIO
               IF w-cant-movs = zero
                   DISPLAY "El socio no tiene movimientos en el "
                           "anio " w-anio
               ELSE
                   PERFORM 600-EMITIR-CERTIFICADO
               END-IF
           END-IF.

      * un certificado por socio de la filial con movimientos en el
      * anio, cada uno con su numero y su entrada en el indice
       400-CERTIFICADOS-FILIAL.
           DISPLAY "Filial".
           ACCEPT w-filial-pedida.
           MOVE w-filial-pedida TO fil-cod.
           READ FILIAL
               INVALID KEY
                   DISPLAY "La filial no existe"
               NOT INVALID KEY
                   PERFORM 250-PEDIR-ANIO
                   DISPLAY "Confirma la emision para toda la "
                           "filial " fil-nombre " (S/N)"
                   ACCEPT w-confirma
                   IF confirma-emision
                       PERFORM 410-RECORRER-SOCIOS
                   END-IF
           END-READ.

       410-RECORRER-SOCIOS.
           MOVE zero TO w-cant-emitidos.
           MOVE zero TO w-cant-sin-movs.
           MOVE zero TO w-cant-no-emitidos.
           MOVE w-filial-pedida TO soc-filial.
           MOVE zero TO soc-socio.
           MOVE zero TO w-fin-socios.
           START SOCIOS KEY IS NOT LESS THAN soc-clave
               INVALID KEY MOVE 1 TO w-fin-socios
           END-START.
           PERFORM UNTIL fin-socios
               READ SOCIOS NEXT
                   AT END
                       MOVE 1 TO w-fin-socios
                   NOT AT END
                       IF soc-filial = w-filial-pedida
                           PERFORM 500-TOTALIZAR-ANIO
                           IF w-cant-movs = zero
                               ADD 1 TO w-cant-sin-movs
                           ELSE
                               PERFORM 600-EMITIR-CERTIFICADO
                           END-IF
                       ELSE
                           MOVE 1 TO w-fin-socios
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Certificados emitidos:       " w-cant-emitidos.
           DISPLAY "Socios sin movimientos:      " w-cant-sin-movs.
           DISPLAY "Certificados no emitidos:    "
                   w-cant-no-emitidos.

       500-TOTALIZAR-ANIO.
           MOVE zero TO w-cant-movs.
           MOVE zero TO w-total-cargado.
           MOVE zero TO w-total-pagado.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 20
               MOVE zero TO w-tt-cargado (w-ind)
               MOVE zero TO w-tt-pagado (w-ind)
           END-PERFORM.
           MOVE soc-clave TO w-clave-buscada.
           PERFORM 510-VIGENTES.
           IF hay-historial
               PERFORM 520-ARCHIVADOS
           END-IF.

       510-VIGENTES.
           MOVE soc-clave TO mov-soc-clave.
           MOVE w-fecha-desde TO mov-fecha.
           MOVE zero TO mov-secuencia.
           MOVE zero TO w-fin-lista.
           START MOVIMIENTOS KEY IS NOT LESS THAN mov-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ MOVIMIENTOS NEXT
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF mov-soc-clave = w-clave-buscada
                          AND mov-fecha NOT > w-fecha-hasta
                           PERFORM 530-ACUMULAR
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * lo archivado por CERRAR-PERIODO se lee sobre el mismo
      * registro para acumularlo igual que lo vigente
       520-ARCHIVADOS.
           MOVE soc-clave TO his-soc-clave.
           MOVE w-fecha-desde TO his-fecha.
           MOVE zero TO his-secuencia.
           MOVE zero TO w-fin-lista.
           START HISTORIAL KEY IS NOT LESS THAN his-clave
               INVALID KEY MOVE 1 TO w-fin-lista
           END-START.
           PERFORM UNTIL fin-lista
               READ HISTORIAL NEXT INTO mov-reg
                   AT END
                       MOVE 1 TO w-fin-lista
                   NOT AT END
                       IF mov-soc-clave = w-clave-buscada
                          AND mov-fecha NOT > w-fecha-hasta
                           PERFORM 530-ACUMULAR
                       ELSE
                           MOVE 1 TO w-fin-lista
                       END-IF
               END-READ
           END-PERFORM.

      * lo revertido y su contra-asiento se anulan entre si, y el
      * arrastre solo traslada el saldo de lo ya archivado. El plan
      * de pago no es un cargo ni un pago nuevo: la deuda ya esta en
      * las cuotas y aranceles originales y lo pagado en los DEP,
      * PAG y DEB. El cheque rechazado anula un pago ya contado.
       530-ACUMULAR.
           IF mov-revertido OR mov-contra-asiento
              OR mov-con-arrastre OR mov-con-refinanciacion
              OR mov-con-cuota-plan
               CONTINUE
           ELSE
               ADD 1 TO w-cant-movs
               MOVE w-ind-otros TO w-ind
               SET con-idx TO 1
               SEARCH con-entrada
                   WHEN con-codigo (con-idx) = mov-concepto
                       SET w-ind TO con-idx
               END-SEARCH
               EVALUATE TRUE
                   WHEN mov-con-chq-rechazado
                       SUBTRACT mov-importe FROM w-tt-pagado (w-ind)
                       SUBTRACT mov-importe FROM w-total-pagado
                   WHEN mov-deposito
                       ADD mov-importe TO w-tt-pagado (w-ind)
                       ADD mov-importe TO w-total-pagado
                   WHEN OTHER
                       ADD mov-importe TO w-tt-cargado (w-ind)
                       ADD mov-importe TO w-total-cargado
               END-EVALUATE
           END-IF.

       600-EMITIR-CERTIFICADO.
           PERFORM 610-TOMAR-NUMERO.
           IF ws-fs-numeradores = "51"
               DISPLAY "Numerador tomado por otro puesto; no se "
                       "emitio el certificado del socio "
                       soc-filial "-" soc-socio
               ADD 1 TO w-cant-no-emitidos
           ELSE
               PERFORM 700-IMPRIMIR-CERTIFICADO
               PERFORM 620-CONFIRMAR-NUMERO
               PERFORM 870-REGISTRAR-INFORME
               ADD 1 TO w-cant-emitidos
               DISPLAY "Certificado " w-numero-certificado
                       " en " w-nombre-reporte
           END-IF.

      * misma numeracion correlativa por filial que la constancia
      * de baja: el numero se confirma con el certificado impreso
       610-TOMAR-NUMERO.
           MOVE "N" TO w-numerador-nuevo.
           MOVE "CER" TO num-tipo.
           MOVE soc-filial TO num-filial.
           READ NUMERADORES WITH LOCK
               INVALID KEY
                   MOVE "S" TO w-numerador-nuevo
                   MOVE "CER" TO num-tipo
                   MOVE soc-filial TO num-filial
                   MOVE zero TO num-ultimo
           END-READ.
           IF ws-fs-numeradores NOT = "51"
               COMPUTE w-numero-certificado = num-ultimo + 1
           END-IF.

       620-CONFIRMAR-NUMERO.
           MOVE "CER" TO num-tipo.
           MOVE soc-filial TO num-filial.
           MOVE w-numero-certificado TO num-ultimo.
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

       700-IMPRIMIR-CERTIFICADO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-reporte.
           STRING "../certificado-pagos-" soc-filial "-"
               w-numero-certificado ".txt"
               DELIMITED BY SIZE INTO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE soc-filial TO fil-cod.
           READ FILIAL
               INVALID KEY MOVE SPACES TO fil-nombre
           END-READ.
           MOVE "N" TO w-hay-ficha.
           MOVE soc-clave TO dat-clave.
           READ DATOS
               NOT INVALID KEY MOVE "S" TO w-hay-ficha
           END-READ.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE w-anio TO w-t-anio.
           MOVE w-numero-certificado TO w-t-numero.
           MOVE w-fecha-hoy TO w-fecha-desarmada.
           PERFORM 890-EDITAR-FECHA.
           MOVE w-fecha-edit TO w-t-fecha.
           MOVE w-linea-titulo TO rep-linea.
           WRITE rep-linea.
           MOVE soc-filial TO w-f-cod.
           MOVE fil-nombre TO w-f-nombre.
           MOVE w-linea-filial TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-borde TO rep-linea.
           WRITE rep-linea.
           MOVE soc-filial TO w-s-filial.
           MOVE soc-socio TO w-s-socio.
           MOVE soc-nombre TO w-s-nombre.
           MOVE soc-categoria TO w-s-categoria.
           MOVE w-linea-socio TO rep-linea.
           WRITE rep-linea.
           IF hay-ficha
               MOVE dat-documento TO w-d-documento
               MOVE dat-fecha-alta TO w-fecha-desarmada
               PERFORM 890-EDITAR-FECHA
               MOVE w-fecha-edit TO w-d-fecha-alta
               MOVE w-linea-documento TO rep-linea
               WRITE rep-linea
               MOVE dat-domicilio TO w-d-domicilio
               MOVE dat-localidad TO w-d-localidad
               MOVE w-linea-domicilio TO rep-linea
               WRITE rep-linea
           END-IF.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE w-anio TO w-l-anio.
           MOVE w-linea-leyenda TO rep-linea.
           WRITE rep-linea.
           MOVE "del socio los cargos y pagos que se detallan:"
               TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-cabecera TO rep-linea.
           WRITE rep-linea.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-ind-otros
               IF w-tt-cargado (w-ind) NOT = zero
                  OR w-tt-pagado (w-ind) NOT = zero
                   PERFORM 710-LINEA-CONCEPTO
               END-IF
           END-PERFORM.
           MOVE w-linea-guiones TO rep-linea.
           WRITE rep-linea.
           MOVE "TOTAL DEL ANIO" TO w-c-concepto.
           MOVE w-total-cargado TO w-c-cargado.
           MOVE w-total-pagado TO w-c-pagado.
           MOVE w-linea-concepto TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "Se extiende a pedido del interesado para ser "
               TO rep-linea.
           WRITE rep-linea.
           MOVE "presentado ante quien corresponda." TO rep-linea.
           WRITE rep-linea.
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

       710-LINEA-CONCEPTO.
           IF w-ind = w-ind-otros
               MOVE "OTROS" TO w-c-concepto
           ELSE
               MOVE con-descripcion (w-ind) TO w-c-concepto
           END-IF.
           MOVE w-tt-cargado (w-ind) TO w-c-cargado.
           MOVE w-tt-pagado (w-ind) TO w-c-pagado.
           MOVE w-linea-concepto TO rep-linea.
           WRITE rep-linea.

       870-REGISTRAR-INFORME.
           CALL "REGISTRAR-INFORME" USING w-programa soc-filial
                   w-nombre-reporte
               ON EXCEPTION
                   DISPLAY "No se pudo registrar el certificado"
           END-CALL.

       890-EDITAR-FECHA.
           MOVE w-fx-dd TO w-fe-dd.
           MOVE w-fx-mm TO w-fe-mm.
           MOVE w-fx-aa TO w-fe-aa.

       900-FIN.
           CLOSE SOCIOS
                 DATOS
                 MOVIMIENTOS
                 FILIAL
                 NUMERADORES.
           IF hay-historial
               CLOSE HISTORIAL
           END-IF.

       END PROGRAM CERTIFICADO-PAGOS.
