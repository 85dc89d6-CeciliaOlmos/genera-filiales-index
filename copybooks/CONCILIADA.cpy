      *-----------------------------------------------------------
      * Layout de registro de conciliadas-banco.dat: acreditaciones
      * nuestras (PAG, DEB o cheque depositado) que CONCILIAR-BANCO
      * ya cruzo contra el extracto. Cada corrida toma todas las
      * acreditaciones hasta la fecha del extracto salvo las que
      * figuran aca, asi un pago importado despues de conciliado
      * el extracto de su fecha valor igual entra en el cruce.
      * cco-referencia es la de par-referencia: filial+socio para
      * PAG y DEB, banco+numero de cheque para CHQ.
      *-----------------------------------------------------------
       01  cco-reg.
           03 cco-clave.
               05 cco-origen pic x(3).
               05 cco-referencia pic x(18).
      * movimiento de movimientos.dat (cero en los cheques)
               05 cco-mov-fecha pic 9(8).
               05 cco-mov-secuencia pic 9(4).
           03 cco-importe pic 9(7)v99.
      * extracto con que cruzo
           03 cco-lote pic x(16).
           03 cco-fecha-extracto pic 9(8).
