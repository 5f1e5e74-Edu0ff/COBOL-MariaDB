                IF   DESBLOQTAR-STAT-OK
                THEN PERFORM DESBLOQUEAR    THRU FIN-DESBLOQUEAR
                END-IF

                IF   DESBLOQTAR-STAT-OK
                THEN PERFORM REACTIVAR-TOKENS
                             THRU FIN-REACTIVAR-TOKENS
                END-IF
           END-EVALUATE.

           EXIT PROGRAM.
           MOVE DESBLOQTAR-E-ID-TAR           TO TARJETA-ID-TAR.

           EXEC SQL
                SELECT estado_tarjeta,
                       DATE_FORMAT(fec_activacion_tarjeta, '%Y%m%d')
                INTO   :TARJETA-ESTADO        :TARJETA-ESTADO-NULL,
                       :TARJETA-FEC-ACTIVACION
                                      :TARJETA-FEC-ACTIVACION-NULL
                FROM   banco.tarjeta
                WHERE  id_medio = :TARJETA-ID-TAR
           END-EXEC.
                IF   TARJETA-ESTADO-BAJA
                THEN SET DESBLOQTAR-STAT-ERR-BAJA TO TRUE
                ELSE IF TARJETA-ESTADO-ALTA
                        OR TARJETA-ESTADO-EMITIDA
                     THEN SET DESBLOQTAR-STAT-YA-ALTA TO TRUE
                     END-IF
                END-IF

      *    Un desbloqueo manual también reinicia el contador de
      *    intentos fallidos de PIN, para que el titular vuelva a
      *    disponer de todos sus intentos. Una tarjeta bloqueada
      *    antes de que el titular la activara vuelve a quedar
      *    emitida, no activa.
       DESBLOQUEAR.
      *------------
           IF   TARJETA-FEC-ACTIVACION-NULL < 0
           THEN SET  TARJETA-ESTADO-EMITIDA  TO TRUE
           ELSE SET  TARJETA-ESTADO-ALTA     TO TRUE
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
           END-IF.
       FIN-DESBLOQUEAR.
           EXIT.

      *    Los tokens que el bloqueo dejó suspendidos vuelven a
      *    quedar activos.
       REACTIVAR-TOKENS.
      *-----------------
           EXEC SQL
                UPDATE banco.token_tarjeta
                SET    estado_token = 'A'
                WHERE  id_medio     = :TARJETA-ID-TAR
                AND    estado_token IN ('S')
           END-EXEC.

           MOVE SQLCODE                      TO DESBLOQTAR-S-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET DESBLOQTAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** DESBLOQTAR REACTIVAR-TOKENS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.
       FIN-REACTIVAR-TOKENS.
           EXIT.
