           MOVE REG-CUENTA-SALDO                 TO INSCTA-E-SALDO.
           MOVE ZERO                             TO INSCTA-E-LIMITE.
           MOVE REG-CUENTA-DIVISA                TO INSCTA-E-DIVISA.
           MOVE WK-ID-CLI                        TO INSCTA-E-ID-CLI.

           CALL "INSCTA"                         USING AREA-INSCTA.

