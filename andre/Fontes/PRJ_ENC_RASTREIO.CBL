                  07 W-TMV-HORA  PIC 99.99.
                  07 W-TMV-POL   PIC 9(02).
                  07 W-TMV-BIL   PIC 9(16).
                  07 W-TMV-PLAT  PIC X(03).
               05 W-MAIL-TXT1    PIC X(132).
               05 W-MAIL-TXT2    PIC X(132).
               05 W-CEL-NOTIF    PIC 9(11).
