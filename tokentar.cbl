       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. TOKENTAR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Tokens de cartera móvil de una tarjeta. Devuelve los tokens
      * vivos (activos y suspendidos) para la consulta de tarjeta de
      * ventanilla, y elimina uno concreto cuando el titular pierde
      * el móvil, sin bloquear ni dar de baja el plástico. La
      * suspensión y eliminación por bloqueo o baja de la tarjeta la
      * hacen BLOQTAR, DESBLOQTAR y BAJATAR sobre la misma tabla.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE tokentar          END-EXEC.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.

       01  WK-I                               PIC 9(02).

       LINKAGE SECTION.
      *----------------
           COPY 'tokentar.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-TOKENTAR.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN TOKENTAR-E-ACC-LISTAR
                PERFORM LISTAR-TOKENS          THRU FIN-LISTAR-TOKENS

           WHEN TOKENTAR-E-ACC-ELIMINAR
                PERFORM ELIMINAR-TOKEN         THRU FIN-ELIMINAR-TOKEN

                IF   TOKENTAR-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE IF   TOKENTAR-STAT-ERR-SQL
                     THEN PERFORM HACER-ROLLBACK
                                               THRU FIN-HACER-ROLLBACK
                     END-IF
                END-IF

           WHEN OTHER
                SET TOKENTAR-STAT-ERR-ACC      TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-TOKENTAR-SALIDA
                                              REG-TOKENTAR
                                              REG-TOKENTAR-NULL.
           MOVE ZERO                          TO WK-I.
       FIN-INICIALIZAR.
           EXIT.

      *    Una tarjeta sin tokens no es un error: se devuelve el
      *    contador a cero.
       LISTAR-TOKENS.
      *--------------
           IF   TOKENTAR-E-ID-TAR = ZERO
                OR TOKENTAR-E-ID-TAR IS NOT NUMERIC
           THEN SET TOKENTAR-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-LISTAR-TOKENS
           END-IF.

           MOVE TOKENTAR-E-ID-TAR             TO TOKENTAR-ID-TAR.

           EXEC SQL
                DECLARE CUR-TOKENTAR CURSOR FOR
                SELECT id_token,
                       ref_token,
                       proveedor_token,
                       COALESCE(dispositivo_token, ' '),
                       estado_token,
                       DATE_FORMAT(fec_alta_token, '%Y%m%d')
                FROM   banco.token_tarjeta
                WHERE  id_medio     = :TOKENTAR-ID-TAR
                AND    estado_token IN ('A', 'S')
                ORDER BY fec_alta_token, id_token
           END-EXEC.

           EXEC SQL OPEN CUR-TOKENTAR END-EXEC.

           MOVE SQLCODE                       TO TOKENTAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TOKENTAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TOKENTAR LISTAR-TOKENS: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LISTAR-TOKENS
           END-IF.

           PERFORM OBTENER-TOKEN              THRU FIN-OBTENER-TOKEN
           UNTIL  SQL-NODATA
           OR     NOT TOKENTAR-STAT-OK
           OR     WK-I >= 10.

           EXEC SQL CLOSE CUR-TOKENTAR END-EXEC.

       FIN-LISTAR-TOKENS.
           EXIT.

       OBTENER-TOKEN.
      *--------------
           ADD  1                             TO WK-I.

           EXEC SQL
                FETCH CUR-TOKENTAR
                INTO  :TOKENTAR-ID,
                      :TOKENTAR-REF,
                      :TOKENTAR-PROVEEDOR,
                      :TOKENTAR-DISPOSITIVO,
                      :TOKENTAR-ESTADO,
                      :TOKENTAR-FEC-ALTA
           END-EXEC.

           MOVE SQLCODE                       TO TOKENTAR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                         TO TOKENTAR-S-CONTADOR
                MOVE TOKENTAR-ID               TO
                     TOKENTAR-S-ID(TOKENTAR-S-CONTADOR)
                MOVE TOKENTAR-REF              TO
                     TOKENTAR-S-REF(TOKENTAR-S-CONTADOR)
                MOVE TOKENTAR-PROVEEDOR        TO
                     TOKENTAR-S-PROVEEDOR(TOKENTAR-S-CONTADOR)
                MOVE TOKENTAR-DISPOSITIVO      TO
                     TOKENTAR-S-DISPOSITIVO(TOKENTAR-S-CONTADOR)
                MOVE TOKENTAR-ESTADO           TO
                     TOKENTAR-S-ESTADO(TOKENTAR-S-CONTADOR)
                MOVE TOKENTAR-FEC-ALTA         TO
                     TOKENTAR-S-FEC-ALTA(TOKENTAR-S-CONTADOR)
           WHEN OTHER
                SET TOKENTAR-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** TOKENTAR OBTENER-TOKEN: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-OBTENER-TOKEN.
           EXIT.

      *    Sólo se elimina un token vivo de la tarjeta indicada, para
      *    que desde ventanilla no se toque el de otra tarjeta.
       ELIMINAR-TOKEN.
      *---------------
           IF   TOKENTAR-E-ID-TOKEN = ZERO
                OR TOKENTAR-E-ID-TOKEN IS NOT NUMERIC
                OR TOKENTAR-E-ID-TAR = ZERO
                OR TOKENTAR-E-ID-TAR IS NOT NUMERIC
           THEN SET TOKENTAR-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-ELIMINAR-TOKEN
           END-IF.

           MOVE TOKENTAR-E-ID-TOKEN           TO TOKENTAR-ID.
           MOVE TOKENTAR-E-ID-TAR             TO TOKENTAR-ID-TAR.

           EXEC SQL
                SELECT estado_token
                INTO   :TOKENTAR-ESTADO       :TOKENTAR-ESTADO-NULL
                FROM   banco.token_tarjeta
                WHERE  id_token = :TOKENTAR-ID
                AND    id_medio = :TOKENTAR-ID-TAR
           END-EXEC.

           MOVE SQLCODE                       TO TOKENTAR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT TOKENTAR-ESTADO-ACTIVO
                     AND NOT TOKENTAR-ESTADO-SUSPENDIDO
                THEN SET TOKENTAR-STAT-ERR-ESTADO TO TRUE
                     GO TO FIN-ELIMINAR-TOKEN
                END-IF
           WHEN SQL-NODATA
                SET TOKENTAR-STAT-ENC-NO       TO TRUE
                GO TO FIN-ELIMINAR-TOKEN
           WHEN OTHER
                SET TOKENTAR-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** TOKENTAR ELIMINAR-TOKEN: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ELIMINAR-TOKEN
           END-EVALUATE.

           MOVE TOKENTAR-E-MOTIVO             TO TOKENTAR-MOTIVO.
           IF   TOKENTAR-MOTIVO = SPACES
           THEN MOVE 'ELIMINADO EN VENTANILLA'
                                               TO TOKENTAR-MOTIVO
           END-IF.

           SET  TOKENTAR-ESTADO-ELIMINADO     TO TRUE.

           EXEC SQL
                UPDATE banco.token_tarjeta
                SET    estado_token = :TOKENTAR-ESTADO,
                       motivo_token = :TOKENTAR-MOTIVO
                WHERE  id_token     = :TOKENTAR-ID
           END-EXEC.

           MOVE SQLCODE                       TO TOKENTAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TOKENTAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TOKENTAR ELIMINAR-TOKEN: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ELIMINAR-TOKEN.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET TOKENTAR-STAT-ERR-SQL        TO TRUE
                MOVE SQLCODE                     TO TOKENTAR-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO TOKENTAR-SQLCODE
                MOVE 'TOKENTAR'                  TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE TOKENTAR-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
