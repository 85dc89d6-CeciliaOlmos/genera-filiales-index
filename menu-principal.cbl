       WORKING-STORAGE SECTION.
      *-----------------------
           COPY "OPERADOR.cpy".
           COPY "SIMULACION.cpy".
       01 w-grupo pic 9.
           88 fin-sistema value 9.
       01 w-opcion pic 99.
           DISPLAY "3-Mantener actividades".
           DISPLAY "4-Solicitudes de ingreso".
           DISPLAY "5-Mantener grupos familiares".
           DISPLAY "6-Planes de pago".
           DISPLAY "7-Baja de socio con liquidacion final".
           DISPLAY "8-Fusionar socios duplicados (supervisor)".
           DISPLAY "9-Volver".
           ACCEPT w-opcion.
           EVALUATE w-opcion
                   TO w-programa-elegido
               WHEN 5 MOVE "MANTENER-GRUPOS"
                   TO w-programa-elegido
               WHEN 6 MOVE "MANTENER-PLANES"
                   TO w-programa-elegido
               WHEN 7 MOVE "LIQUIDAR-BAJA" TO w-programa-elegido
               WHEN 8 MOVE "FUSIONAR-SOCIOS" TO w-programa-elegido
               WHEN 9 MOVE SPACES TO w-programa-elegido
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           DISPLAY "4-Reimprimir recibo".
           DISPLAY "5-Cartera de cheques".
           DISPLAY "6-Apertura y cierre de caja".
           DISPLAY "7-Remesas de efectivo".
           DISPLAY "8-Pases de invitados".
           DISPLAY "9-Volver".
           ACCEPT w-opcion.
           EVALUATE w-opcion
               WHEN 5 MOVE "CARTERA-CHEQUES"
                   TO w-programa-elegido
               WHEN 6 MOVE "SESION-CAJA" TO w-programa-elegido
               WHEN 7 MOVE "REMESAS-EFECTIVO"
                   TO w-programa-elegido
               WHEN 8 MOVE "PASES-INVITADOS"
                   TO w-programa-elegido
               WHEN 9 MOVE SPACES TO w-programa-elegido
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           DISPLAY "11-Listado de actividades".
           DISPLAY "12-Extracto de grupo familiar".
           DISPLAY "13-Indice de informes generados".
           DISPLAY "14-Asistencia por filial y actividad".
           DISPLAY "15-Documentos repetidos".
           DISPLAY "16-Efectividad de la cobranza".
           DISPLAY "17-Certificado anual de pagos".
           DISPLAY "9-Volver".
           ACCEPT w-opcion.
           EVALUATE w-opcion
                   TO w-programa-elegido
               WHEN 13 MOVE "CONSULTAR-INFORMES"
                   TO w-programa-elegido
               WHEN 14 MOVE "INFORME-ASISTENCIA"
                   TO w-programa-elegido
               WHEN 15 MOVE "INFORME-DUPLICADOS"
                   TO w-programa-elegido
               WHEN 16 MOVE "INFORME-COBRANZA"
                   TO w-programa-elegido
               WHEN 17 MOVE "CERTIFICADO-PAGOS"
                   TO w-programa-elegido
               WHEN 9 MOVE SPACES TO w-programa-elegido
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           DISPLAY "12-Procesar respuesta de debitos".
           DISPLAY "13-Reabrir periodo (supervisor)".
           DISPLAY "14-Proceso nocturno".
           DISPLAY "15-Exportar asiento contable del dia".
           DISPLAY "16-Conciliar extracto bancario".
           DISPLAY "17-Cargar cuotas de planes de pago".
           DISPLAY "18-Suspender y reactivar morosos".
           DISPLAY "19-Cambios de categoria por edad/antiguedad".
           DISPLAY "20-Exportar habilitados a molinetes".
           DISPLAY "21-Importar pasadas de molinetes".
           DISPLAY "22-Archivar socios inactivos".
           DISPLAY "9-Volver".
           ACCEPT w-opcion.
           EVALUATE w-opcion
                   TO w-programa-elegido
               WHEN 14 MOVE "PROCESO-NOCTURNO"
                   TO w-programa-elegido
               WHEN 15 MOVE "EXPORTAR-ASIENTOS"
                   TO w-programa-elegido
               WHEN 16 MOVE "CONCILIAR-BANCO"
                   TO w-programa-elegido
               WHEN 17 MOVE "COBRAR-PLANES"
                   TO w-programa-elegido
               WHEN 18 MOVE "SUSPENDER-MOROSOS"
                   TO w-programa-elegido
               WHEN 19 MOVE "RECATEGORIZAR-SOCIOS"
                   TO w-programa-elegido
               WHEN 20 MOVE "EXPORTAR-MOLINETES"
                   TO w-programa-elegido
               WHEN 21 MOVE "IMPORTAR-ACCESOS"
                   TO w-programa-elegido
               WHEN 22 MOVE "ARCHIVAR-SOCIOS"
                   TO w-programa-elegido
               WHEN 9 MOVE SPACES TO w-programa-elegido
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           PERFORM 800-LLAMAR-PROGRAMA.

       800-LLAMAR-PROGRAMA.
      * el modo simulacion lo elige el operador en cada corrida
           IF w-programa-elegido NOT = SPACES
               MOVE SPACE TO sim-modo
               CALL w-programa-elegido
                   ON EXCEPTION
                       DISPLAY "No se encontro el programa "
