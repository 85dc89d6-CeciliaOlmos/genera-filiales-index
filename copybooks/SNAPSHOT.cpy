               05 snap-periodo pic 9(6).
           03 snap-cant-activos pic 9(5).
           03 snap-cant-inactivos pic 9(5).
           03 snap-saldo pic s9(10)v99.
