      *          marca el original como revertido (mov-estado "*")
      *          para que no pueda revertirse dos veces. Ambos
      *          asientos quedan visibles en el extracto del socio.
      *          Los movimientos de planes de pago (REF y PLN) no se
      *          revierten aca: se anula el plan desde MANTENER-PLANES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 w-co-fecha pic 9(8).
           03 w-co-secuencia pic 9(4).
       01 w-tipo-contra pic x.
       01 w-importe-contra pic 9(7)v99.
       01 w-periodo-original pic 9(6).
       01 w-medio-original pic x.
       01 w-descripcion pic x(15).
           COPY "CONCEPTO.cpy".
       01 w-clave-buscada pic 9(7).
       01 w-ultima-secuencia pic 9(4) value zero.
       01 w-saldo-nuevo pic s9(7)v99.
       01 w-programa pic x(20) value "REVERTIR-MOVIMIENTO".
       01 w-accion pic x(14) value "REVERSION".
       01 w-clave-audit pic 9(7).
       01 w-imagen-antes pic x(80).
       01 w-imagen-despues pic x(80).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       MOVE mov-importe TO w-importe-contra
                   END-IF
           END-READ.
      * el plan de pagos se deshace entero, no movimiento a movimiento
           IF puede-grabar
              AND (mov-con-refinanciacion OR mov-con-cuota-plan)
               DISPLAY "Movimiento de plan de pagos, se anula desde "
                       "MANTENER-PLANES"
               MOVE "N" TO w-puede-grabar
           END-IF.

       320-BUSCAR-DESCRIPCION.
           MOVE SPACES TO w-descripcion.
