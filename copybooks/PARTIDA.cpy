      *-----------------------------------------------------------
      * Layout de registro de partidas-banco.dat: partidas abiertas
      * de la conciliacion bancaria (CONCILIAR-BANCO). Cada corrida
      * deja aca lo que no pudo cruzar, de un lado o del otro, y
      * la corrida siguiente lo vuelve a intentar hasta que cruza.
      *   lado "B": credito del extracto que no registramos
      *   lado "N": acreditacion nuestra (PAG, DEB o cheque
      *             depositado) que el banco no acredito
      * par-referencia es la clave de cruce: filial+socio para PAG
      * y DEB, banco+numero de cheque para CHQ.
      *-----------------------------------------------------------
       01  par-reg.
           03 par-clave.
               05 par-lado pic x.
                   88 par-lado-banco value "B".
                   88 par-lado-nuestro value "N".
               05 par-secuencia pic 9(6).
           03 par-fecha pic 9(8).
           03 par-origen pic x(3).
           03 par-importe pic 9(7)v99.
           03 par-referencia pic x(18).
      * movimiento de movimientos.dat que origino la partida
      * nuestra (cero en las del banco y en los cheques)
           03 par-mov-fecha pic 9(8).
           03 par-mov-secuencia pic 9(4).
      * fecha del extracto en que la partida quedo abierta por
      * primera vez
           03 par-fecha-alta pic 9(8).
