           EXEC SQL INCLUDE tarjeta           END-EXEC.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'perdida.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'bloqtar.cpy'.
                IF   BLOQTAR-STAT-OK
                THEN PERFORM BLOQUEAR       THRU FIN-BLOQUEAR
                END-IF

                IF   BLOQTAR-STAT-OK
                THEN PERFORM SUSPENDER-TOKENS
                             THRU FIN-SUSPENDER-TOKENS
                END-IF

                IF   BLOQTAR-STAT-OK
                     AND BLOQTAR-E-MOTIVO-FRAUDE
                THEN PERFORM ABRIR-PERDIDA-FRAUDE
                             THRU FIN-ABRIR-PERDIDA-FRAUDE
                END-IF
           END-EVALUATE.

           EXIT PROGRAM.
           END-IF.
       FIN-BLOQUEAR.
           EXIT.

      *    Los tokens de cartera móvil activos quedan suspendidos
      *    mientras la tarjeta esté bloqueada.
       SUSPENDER-TOKENS.
      *-----------------
           EXEC SQL
                UPDATE banco.token_tarjeta
                SET    estado_token = 'S'
                WHERE  id_medio     = :TARJETA-ID-TAR
                AND    estado_token IN ('A')
           END-EXEC.

           MOVE SQLCODE                      TO BLOQTAR-S-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET BLOQTAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** BLOQTAR SUSPENDER-TOKENS: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.
       FIN-SUSPENDER-TOKENS.
           EXIT.

      *    Bloqueo por fraude: se abre (o se reutiliza, si ya hay uno
      *    abierto) el evento de fraude externo de la tarjeta, sin
      *    importe hasta que las disputas del cliente lo cuantifiquen.
       ABRIR-PERDIDA-FRAUDE.
      *---------------------
           INITIALIZE                        AREA-PERDIDA-ENTRADA.
           SET  PERDIDA-E-ACC-ACUMULAR       TO TRUE.
           MOVE ZERO                         TO PERDIDA-E-IMPORTE.
           MOVE 'FE'                         TO PERDIDA-E-CATEGORIA.
           MOVE 'BM'                         TO PERDIDA-E-LINEA.
           MOVE 'BLOQTAR'                    TO PERDIDA-E-ORIGEN.
           MOVE TARJETA-ID-TAR               TO PERDIDA-E-ID-MEDIO.
           MOVE 'TARJETA BLOQUEADA POR SOSPECHA DE FRAUDE'
                                             TO PERDIDA-E-DESCRIPCION.
           MOVE 'BLOQTAR'                    TO PERDIDA-E-USUARIO.

           CALL "PERDIDA"                    USING AREA-PERDIDA.

           IF   NOT PERDIDA-STAT-OK
           THEN SET BLOQTAR-STAT-ERR-SQL     TO TRUE
                MOVE PERDIDA-SQLCODE         TO BLOQTAR-S-SQLCODE
                DISPLAY '*** FATAL *** BLOQTAR ABRIR-PERDIDA-FRAUDE: '
                        'PERDIDA-STAT [' PERDIDA-STAT ']'
           END-IF.
       FIN-ABRIR-PERDIDA-FRAUDE.
           EXIT.
