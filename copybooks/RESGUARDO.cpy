           03 ctl-cant-filiales pic 9(6).
           03 ctl-hash-filiales pic 9(10).
           03 ctl-cant-socios pic 9(6).
           03 ctl-hash-socios pic s9(13)v99.
           03 ctl-cant-movs pic 9(6).
           03 ctl-hash-movs pic 9(13)v99.
