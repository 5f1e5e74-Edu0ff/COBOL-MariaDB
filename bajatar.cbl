                IF   BAJATAR-STAT-OK
                THEN PERFORM DAR-DE-BAJA    THRU FIN-DAR-DE-BAJA
                END-IF

                IF   BAJATAR-STAT-OK
                THEN PERFORM ELIMINAR-TOKENS
                             THRU FIN-ELIMINAR-TOKENS
                END-IF
           END-EVALUATE.

           EXIT PROGRAM.
       FIN-DAR-DE-BAJA.
           EXIT.

      *    Con la baja de la tarjeta (también la de una reemisión)
      *    se eliminan sus tokens de cartera móvil.
       ELIMINAR-TOKENS.
      *----------------
           EXEC SQL
                UPDATE banco.token_tarjeta
                SET    estado_token = 'E',
                       motivo_token = 'BAJA DE LA TARJETA'
                WHERE  id_medio     = :TARJETA-ID-TAR
                AND    estado_token IN ('A', 'S')
           END-EXEC.

           MOVE SQLCODE                      TO BAJATAR-S-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET BAJATAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** BAJATAR ELIMINAR-TOKENS: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.
       FIN-ELIMINAR-TOKENS.
           EXIT.

      *    Control de cuatro ojos: la baja de una tarjeta con linea
      *    de credito por encima del umbral no se aplica a la
      *    primera: queda encolada en banco.peticion_aprobacion hasta
