           MOVE ALTACLI-NUM-CTA(WK-I)        TO INSCTA-E-NUM.
           MOVE ALTACLI-SALDO-CTA(WK-I)      TO INSCTA-E-SALDO.
           MOVE ALTACLI-DIV-CTA(WK-I)        TO INSCTA-E-DIVISA.
           MOVE ALTACLI-PROD-CTA(WK-I)       TO INSCTA-E-PRODUCTO.
           MOVE WK-ID-CLIENTE                TO INSCTA-E-ID-CLI.

           CALL "INSCTA"                     USING AREA-INSCTA.

           WHEN INSCTA-STAT-ERR-NUM
                SET ALTACLI-STAT-ERR-CTA-NUM TO TRUE
                GO                           TO FIN-PROGRAMA
           WHEN INSCTA-STAT-ERR-PRODUCTO
                SET ALTACLI-STAT-ERR-PRODUCTO TO TRUE
                GO                           TO FIN-PROGRAMA
           WHEN INSCTA-STAT-ERR-PROD-RETIRADO
                SET ALTACLI-STAT-ERR-PROD-RETIRADO TO TRUE
                GO                           TO FIN-PROGRAMA
           WHEN OTHER
                SET ALTACLI-STAT-ERR-SQL     TO TRUE
                MOVE INSCTA-S-SQLCODE        TO ALTACLI-SQLCODE
           MOVE ALTACLI-NUM-TAR(WK-I)        TO INSTAR-E-NUM.
           MOVE ALTACLI-CRE-TAR(WK-I)        TO INSTAR-E-CRED.
           MOVE ALTACLI-FEC-TAR(WK-I)        TO INSTAR-E-FEC.
      *    Sin CCV (a cero) se deja en blanco y lo sortea INSTAR.
           IF   ALTACLI-CCV-TAR(WK-I) IS NOT NUMERIC
                OR ALTACLI-CCV-TAR(WK-I) NOT = ZERO
           THEN MOVE ALTACLI-CCV-TAR(WK-I)   TO INSTAR-E-CCV
           END-IF.
           MOVE ALTACLI-DIV-TAR(WK-I)        TO INSTAR-E-DIVISA.
           MOVE ALTACLI-PROD-TAR(WK-I)       TO INSTAR-E-PRODUCTO.

           CALL "INSTAR"                     USING AREA-INSTAR.

           WHEN INSTAR-STAT-ERR-CRED-MAX
                SET ALTACLI-STAT-ERR-TAR-CRED-MAX TO TRUE
                GO                           TO FIN-PROGRAMA
           WHEN INSTAR-STAT-ERR-PRODUCTO
                SET ALTACLI-STAT-ERR-PRODUCTO TO TRUE
                GO                           TO FIN-PROGRAMA
           WHEN INSTAR-STAT-ERR-PROD-RETIRADO
                SET ALTACLI-STAT-ERR-PROD-RETIRADO TO TRUE
                GO                           TO FIN-PROGRAMA
           WHEN OTHER
                SET ALTACLI-STAT-ERR-SQL     TO TRUE
                MOVE INSTAR-S-SQLCODE        TO ALTACLI-SQLCODE
