               05 W-TMV-HORA         PIC  99.99.
               05 W-TMV-POL          PIC  9(02).
               05 W-TMV-BIL          PIC  9(16).
               05 W-TMV-PLAT         PIC  X(03).

           03 CAMPOS-TELA.
               05 W-FRO              PIC 9(03).
