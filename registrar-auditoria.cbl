       01 p-programa pic x(20).
       01 p-accion pic x(14).
       01 p-soc-clave pic 9(7).
       01 p-antes pic x(80).
       01 p-despues pic x(80).

       PROCEDURE DIVISION USING p-programa p-accion p-soc-clave
                                p-antes p-despues.
