      * Purpose: Conductor del proceso nocturno: corre en secuencia
      *          los programas batch listados en proceso-nocturno.txt
      *          (un nombre de programa por linea, en el orden a
      *          ejecutar, p.ej. RECATEGORIZAR-SOCIOS, COBRAR-CUOTAS,
      *          COBRAR-ACTIVIDADES,
      *          COBRAR-INTERESES, SUSPENDER-MOROSOS,
      *          CONCILIAR-SALDOS,
      *          VERIFICAR-INTEGRIDAD, INFORME-CAJA,
      *          EXPORTAR-ASIENTOS, IMPORTAR-ACCESOS,
      *          EXPORTAR-MOLINETES, RESGUARDAR-ARCHIVOS). Registra
      *          inicio, fin y resultado de cada paso en
      *          proceso-nocturno.log, corta
      *          la cadena cuando un paso falla (error de CALL o
      *          RETURN-CODE distinto de cero) y al relanzar saltea
      *          los pasos ya completados, con el mismo esquema de
      *          archivo de reanudacion que TP-POSICIONAR
      *          (proceso-restart.txt). Al completar toda la cadena
      *          el restart queda limpio para la proxima noche.
      *          En modo simulacion (SIMULACION.cpy) corre solo los
      *          pasos que saben simular (cobros, pagos y debitos)
      *          sin grabar nada, registra los demas como omitidos y
      *          no lee ni toca el archivo de reanudacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 ws-fs-bitacora pic xx.
       01 ws-fs-restart pic xx.
           COPY "OPERADOR.cpy".
           COPY "SIMULACION.cpy".
       01 w-fin-control pic 9 value zero.
           88 fin-control value 1.
       01 w-cadena-cortada pic x value "N".
       01 w-paso-actual pic 9(3) value zero.
       01 w-cant-corridos pic 9(3) value zero.
       01 w-cant-salteados pic 9(3) value zero.
       01 w-cant-omitidos pic 9(3) value zero.
       01 w-programa-paso pic x(20).
           88 paso-simulable value "COBRAR-CUOTAS"
                                   "COBRAR-ACTIVIDADES"
                                   "COBRAR-INTERESES"
                                   "IMPORTAR-PAGOS"
                                   "PROCESAR-DEBITOS".
       01 w-rc-paso pic s9(4) value zero.

       01 w-linea-log.
                       "estado " ws-fs-control ", nada que correr"
               GOBACK
           END-IF.
           DISPLAY "Correr la cadena en modo simulacion, sin grabar "
                   "nada (S/N)".
           ACCEPT sim-modo.
           IF sim-modo = "s"
               MOVE "S" TO sim-modo
           END-IF.
           IF NOT sim-activa
               MOVE "N" TO sim-modo
           END-IF.
           OPEN EXTEND BITACORA.
           IF ws-fs-bitacora = "35"
               OPEN OUTPUT BITACORA
           END-IF.
      * la simulacion corre siempre la cadena completa
           IF sim-activa
               MOVE zero TO w-ultimo-paso
           ELSE
               PERFORM 200-LEER-RESTART
           END-IF.
           IF w-ultimo-paso > zero
               DISPLAY "Corrida interrumpida: se reanuda despues "
                       "del paso " w-ultimo-paso
           IF cl-programa = SPACES
               CONTINUE
           ELSE
               MOVE cl-programa TO w-programa-paso
               EVALUATE TRUE
                   WHEN w-paso-actual NOT > w-ultimo-paso
                       ADD 1 TO w-cant-salteados
                   WHEN sim-activa AND NOT paso-simulable
                       PERFORM 450-OMITIR-PASO
                   WHEN OTHER
                       PERFORM 400-CORRER-PASO
               END-EVALUATE
           END-IF.

       400-CORRER-PASO.
           IF w-rc-paso = zero
               ADD 1 TO w-cant-corridos
               PERFORM 650-LOG-EVENTO-FIN
               IF NOT sim-activa
                   PERFORM 500-GRABAR-RESTART
               END-IF
           ELSE
               PERFORM 660-LOG-EVENTO-ERROR
               DISPLAY "El paso " w-paso-actual " ("
               MOVE "S" TO w-cadena-cortada
           END-IF.

      * en simulacion los pasos que graban sin modo simulacion
      * propio no se corren
       450-OMITIR-PASO.
           MOVE zero TO w-rc-paso.
           ADD 1 TO w-cant-omitidos.
           MOVE "OMITIDO" TO w-l-evento.
           PERFORM 700-GRABAR-LOG.
           DISPLAY "Proceso nocturno: simulacion, se omite "
                   w-programa-paso.

       500-GRABAR-RESTART.
           OPEN OUTPUT RESTART.
           MOVE w-paso-actual TO rs-ultimo-paso.
      * si toda la cadena completo, el restart vuelve a cero para
      * que la proxima noche arranque desde el primer paso
       800-FIN-CADENA.
           IF sim-activa
               DISPLAY "SIMULACION: no se grabo nada. Pasos "
                       "simulados: " w-cant-corridos " omitidos: "
                       w-cant-omitidos
               IF cadena-cortada
                   DISPLAY "La simulacion se corto en el paso "
                           w-paso-actual
               END-IF
               MOVE SPACE TO sim-modo
           ELSE
               PERFORM 850-CERRAR-CADENA
           END-IF.

       850-CERRAR-CADENA.
           IF NOT cadena-cortada
               OPEN OUTPUT RESTART
               MOVE zero TO rs-ultimo-paso
