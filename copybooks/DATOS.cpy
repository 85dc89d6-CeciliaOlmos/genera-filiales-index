           03 dat-cbu pic x(22).
           03 dat-adherido pic x value "N".
               88 dat-debito-auto value "S" "s".
      * fecha de nacimiento AAAAMMDD (cero = no informada): la usa
      * RECATEGORIZAR-SOCIOS para el pase de cadete a activo
           03 dat-fecha-nacimiento pic 9(8).
