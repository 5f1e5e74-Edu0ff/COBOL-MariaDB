
           CALL "INSMOV"                      USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                MOVE INSMOV-S-REF             TO REVMOV-S-REF
           WHEN INSMOV-STAT-ERR-PERIODO
                SET REVMOV-STAT-ERR-PERIODO   TO TRUE
           WHEN OTHER
                SET REVMOV-STAT-ERR-SQL       TO TRUE
                MOVE INSMOV-S-SQLCODE         TO REVMOV-SQLCODE
           END-EVALUATE.

       FIN-GRABAR-CONTRA-ASIENTO.
           EXIT.
