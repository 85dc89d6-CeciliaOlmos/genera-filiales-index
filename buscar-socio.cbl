      * Purpose: Busqueda de un socio en todo el club (todas las
      *          filiales), por numero de socio o por prefijo exacto
      *          de nombre sobre la clave alternativa soc-nombre,
      *          informando a que filial pertenece. Busca tambien
      *          entre los socios archivados (socios-hist.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER.

       SELECT SOCIOS-HIST ASSIGN TO "../socios-hist.dat"
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS soh-clave
               ALTERNATE RECORD KEY IS soh-nombre WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-fs-socios-hist.

       SELECT FILIAL ASSIGN TO "../filiales.dat"
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  SOCIOS-HIST.
           COPY "SOCIOS.cpy" REPLACING LEADING ==soc== BY ==soh==.

       FD  FILIAL.
           COPY "FILIAL.cpy".

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ws-fs-socios-hist pic xx.
       01 w-hay-socios-hist pic x value "N".
           88 hay-socios-hist value "S".
       01 w-opcion pic 9.
           88 fin-busqueda-socio value 9.
       01 w-fin-socios pic 9 value zero.

       100-INICIO.
           OPEN INPUT SOCIOS.
           OPEN INPUT SOCIOS-HIST.
           IF ws-fs-socios-hist = "00"
               MOVE "S" TO w-hay-socios-hist
           END-IF.
           OPEN INPUT FILIAL.

       200-MENU.
           MOVE SPACES TO w-nombre-buscado.
           MOVE zero TO w-cant-encontrados.
           PERFORM 500-RECORRER-SOCIOS.
           IF hay-socios-hist
               PERFORM 550-RECORRER-ARCHIVADOS
           END-IF.
           IF w-cant-encontrados = 0
               DISPLAY "No se encontro ningun socio con ese numero"
           END-IF.
               DISPLAY "Debe ingresar algun texto para buscar"
           ELSE
               PERFORM 800-RECORRER-POR-NOMBRE
               IF hay-socios-hist
                   PERFORM 850-ARCHIVADOS-POR-NOMBRE
               END-IF
               IF w-cant-encontrados = 0
                   DISPLAY "No se encontro ningun socio con ese nombre"
               END-IF
               END-READ
           END-PERFORM.

       550-RECORRER-ARCHIVADOS.
           MOVE LOW-VALUES TO soh-clave.
           MOVE zero TO w-fin-socios.
           START SOCIOS-HIST KEY IS NOT LESS THAN soh-clave
               INVALID KEY MOVE 1 TO w-fin-socios
           END-START.
           PERFORM UNTIL fin-socios
               READ SOCIOS-HIST NEXT
                   AT END
                       MOVE 1 TO w-fin-socios
                   NOT AT END
                       IF soh-socio = w-socio-buscado
                           PERFORM 750-MOSTRAR-ARCHIVADO
                       END-IF
               END-READ
           END-PERFORM.

       600-EVALUAR-COINCIDENCIA.
           IF soc-socio = w-socio-buscado
               PERFORM 700-MOSTRAR-COINCIDENCIA
                   " - Filial " soc-filial " " fil-nombre
                   " - Saldo " soc-saldo.

      * el socio archivado no tiene saldo: se lo muestra como tal
       750-MOSTRAR-ARCHIVADO.
           ADD 1 TO w-cant-encontrados.
           MOVE soh-filial TO fil-cod.
           READ FILIAL
               INVALID KEY MOVE SPACES TO fil-nombre
           END-READ.
           DISPLAY "Socio " soh-socio " " soh-nombre
                   " - Filial " soh-filial " " fil-nombre
                   " - ARCHIVADO".

      * busqueda por prefijo exacto de nombre sobre la clave
      * alternativa soc-nombre, sin recorrer todo el archivo
       800-RECORRER-POR-NOMBRE.
               END-READ
           END-PERFORM.

       850-ARCHIVADOS-POR-NOMBRE.
           MOVE w-nombre-buscado TO soh-nombre.
           MOVE zero TO w-fin-socios.
           START SOCIOS-HIST KEY IS NOT LESS THAN soh-nombre
               INVALID KEY MOVE 1 TO w-fin-socios
           END-START.
           PERFORM UNTIL fin-socios
               READ SOCIOS-HIST NEXT
                   AT END
                       MOVE 1 TO w-fin-socios
                   NOT AT END
                       IF soh-nombre (1:w-largo-buscado) =
                          w-nombre-buscado (1:w-largo-buscado)
                           PERFORM 750-MOSTRAR-ARCHIVADO
                       ELSE
                           MOVE 1 TO w-fin-socios
                       END-IF
               END-READ
           END-PERFORM.

       900-FIN.
           CLOSE SOCIOS
                 FILIAL.
           IF hay-socios-hist
               CLOSE SOCIOS-HIST
           END-IF.

       END PROGRAM BUSCAR-SOCIO.
