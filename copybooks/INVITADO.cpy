      *-----------------------------------------------------------
      * Layout de registro de invitados.dat: pase de un invitado
      * de un socio (el anfitrion) en una filial, numerado por
      * filial y fecha. Los pases del mes que superan el tope de
      * libres de la filial (invitados.txt) se cargan en la cuenta
      * del anfitrion con un movimiento INV, referenciado en
      * inv-mov-fecha / inv-mov-secuencia. La clave alternativa por
      * documento sirve para contar las visitas de cada persona.
      *-----------------------------------------------------------
       01  inv-reg.
           03 inv-clave.
               05 inv-filial pic 9(4).
               05 inv-fecha pic 9(8).
               05 inv-secuencia pic 9(4).
           03 inv-documento pic 9(8).
           03 inv-nombre pic x(30).
           03 inv-anfitrion.
               05 inv-anf-filial pic 9(4).
               05 inv-anf-socio pic 999.
           03 inv-cobro pic x.
               88 inv-libre value "L".
               88 inv-cobrado value "C".
           03 inv-importe pic 9(7)v99.
           03 inv-mov-fecha pic 9(8).
           03 inv-mov-secuencia pic 9(4).
           03 inv-operador pic x(8).
