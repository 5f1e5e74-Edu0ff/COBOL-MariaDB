      * así que se resta antes de comprobar el techo de un cargo.
       01  WK-SUMA-RETENIDA                 PIC S9(08)V99
                                            LEADING SEPARATE.
      * Capital pendiente de los planes de pago aplazado activos de
      * la tarjeta (APLAZTAR): tampoco está disponible hasta que
      * CUOTAPLAZ lo va pasando cuota a cuota al saldo.
       01  WK-SUMA-APLAZADA                 PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-CRED-DISPONIBLE               PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-CRED-NUEVO                    PIC S9(08)V99

           PERFORM CONSULTAR-CREDITO          THRU FIN-CONSULTAR-CREDITO.

      * Una tarjeta emitida que el titular aún no ha activado no
      * admite cargos; los abonos (devoluciones) siguen pasando.
           IF   ACTTAR-STAT-OK
                AND TARJETA-ESTADO-EMITIDA
                AND ACTTAR-E-IMPORTE < ZERO
           THEN SET ACTTAR-STAT-ERR-NO-ACTIVA   TO TRUE
           END-IF.

           IF   ACTTAR-STAT-OK
           THEN IF   TARJETA-ESTADO-BLOQ
                THEN SET ACTTAR-STAT-ERR-BLOQ   TO TRUE
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

           IF   ACTTAR-STAT-OK
           THEN PERFORM CONSULTAR-APLAZAMIENTOS THRU
                        FIN-CONSULTAR-APLAZAMIENTOS
           END-IF.
       FIN-CONSULTAR-RETENCIONES.
           EXIT.

      * El capital pendiente de los planes de pago aplazado se suma a
      * lo retenido.
       CONSULTAR-APLAZAMIENTOS.
      *------------------------
           MOVE ZERO                           TO WK-SUMA-APLAZADA.

           EXEC SQL
                SELECT COALESCE(SUM(capital_pendiente), 0)
                INTO   :WK-SUMA-APLAZADA
                FROM   banco.aplazamiento_tarjeta
                WHERE  id_medio            = :TARJETA-ID-TAR
                AND    estado_aplazamiento = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO ACTTAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET ACTTAR-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** ACTTAR CONSULTAR-APLAZAMIENTOS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           ELSE ADD  WK-SUMA-APLAZADA          TO WK-SUMA-RETENIDA
           END-IF.
       FIN-CONSULTAR-APLAZAMIENTOS.
           EXIT.

       CONSULTAR-CREDITO.
      *------------------
           EXEC SQL
