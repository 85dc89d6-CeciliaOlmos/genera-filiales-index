      *-----------------------------------------------------------
      * Plan de cuentas del club para la interfase contable
      * (EXPORTAR-ASIENTOS): cta-entrada es el catalogo de cuentas
      * y pcu-entrada la tabla de imputacion que, para cada
      * concepto + medio de pago + tipo de movimiento, da la cuenta
      * del debe y la del haber. Medio "*" = cualquier medio (se
      * busca primero el medio exacto y despues el "*"). ARR no se
      * imputa: el arrastre de cierre no es una operacion nueva.
      * Las combinaciones sin entrada van a partidas a imputar.
      *-----------------------------------------------------------
       01  cta-lista.
           03 filler pic x(30) value "110100CAJA EFECTIVO".
           03 filler pic x(30) value "110200VALORES A DEPOSITAR".
           03 filler pic x(30) value "110300BANCO CUENTA CORRIENTE".
           03 filler pic x(30) value "113000SOCIOS CUENTA CORRIENTE".
           03 filler pic x(30) value "113100SOCIOS PLANES DE PAGO".
           03 filler pic x(30) value "199000PARTIDAS A IMPUTAR".
           03 filler pic x(30) value "410100CUOTAS SOCIALES".
           03 filler pic x(30) value "410200ARANCELES ACTIVIDADES".
           03 filler pic x(30) value "410300INTERESES POR MORA".
           03 filler pic x(30) value "410400PASES DE INVITADOS".
           03 filler pic x(30) value "410900ANULACION DE CARGOS".
           03 filler pic x(30) value "520100AJUSTES A SOCIOS".
       01  cta-tabla redefines cta-lista.
           03 cta-entrada occurs 12 times indexed by cta-idx.
               05 cta-codigo pic x(6).
               05 cta-nombre pic x(24).
      * cantidad de cuentas del catalogo (mantener a la par del
      * occurs)
       01  cta-cant-cuentas pic 99 value 12.
      * cuentas fijas que usa el programa fuera de la tabla
       01  cta-socios pic x(6) value "113000".
       01  cta-a-imputar pic x(6) value "199000".

      * concepto(3) medio(1) tipo(1) debe(6) haber(6)
       01  pcu-lista.
           03 filler pic x(17) value "DEPED110100113000".
           03 filler pic x(17) value "DEPCD110200113000".
           03 filler pic x(17) value "DEPTD110300113000".
           03 filler pic x(17) value "DEP*D110100113000".
           03 filler pic x(17) value "PAGED110100113000".
           03 filler pic x(17) value "PAGCD110200113000".
           03 filler pic x(17) value "PAG*D110300113000".
           03 filler pic x(17) value "DEB*D110300113000".
           03 filler pic x(17) value "RETTR113000110300".
           03 filler pic x(17) value "RETCR113000110200".
           03 filler pic x(17) value "RET*R113000110100".
           03 filler pic x(17) value "CUO*R113000410100".
           03 filler pic x(17) value "ACT*R113000410200".
           03 filler pic x(17) value "INT*R113000410300".
           03 filler pic x(17) value "CHR*R113000110300".
           03 filler pic x(17) value "INV*R113000410400".
           03 filler pic x(17) value "AJU*D520100113000".
           03 filler pic x(17) value "AJU*R113000520100".
      * plan de pagos: la deuda congelada pasa a la cuenta del plan
      * y vuelve a la cuenta corriente con cada cuota cargada
           03 filler pic x(17) value "REF*D113100113000".
           03 filler pic x(17) value "PLN*R113000113100".
      * contra-asientos: llevan el medio del movimiento original;
      * los de cargos batch (sin medio) anulan el ingreso
           03 filler pic x(17) value "REVER113000110100".
           03 filler pic x(17) value "REVCR113000110200".
           03 filler pic x(17) value "REVTR113000110300".
           03 filler pic x(17) value "REVED110100113000".
           03 filler pic x(17) value "REVCD110200113000".
           03 filler pic x(17) value "REVTD110300113000".
           03 filler pic x(17) value "REV*D410900113000".
           03 filler pic x(17) value "REV*R113000410900".
       01  pcu-tabla redefines pcu-lista.
           03 pcu-entrada occurs 28 times indexed by pcu-idx.
               05 pcu-concepto pic x(3).
               05 pcu-medio pic x.
               05 pcu-tipo pic x.
               05 pcu-debe pic x(6).
               05 pcu-haber pic x(6).
