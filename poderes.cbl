       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. PODERES.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de poderes (banco.poder). Una persona jurídica opera
      * siempre a través de sus apoderados, cada uno con su escritura,
      * un alcance (firma solidaria, mancomunada con otro apoderado o
      * sólo préstamos), un tope de importe por operación y una fecha
      * de vencimiento. Aquí se dan de alta y se revocan los poderes,
      * y se comprueba que quien firma una operación sobre una cuenta
      * de empresa tiene poder bastante en vigor para ella.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE poder             END-EXEC.

       01  WK-NIF-CLIENTE                    PIC X(10).
       01  WK-ID-CTA                         PIC 9(10).
       01  WK-NIF                            PIC X(10).
       01  WK-IMPORTE                        PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-OPERACION                      PIC X(01).
       01  WK-NUM-JURIDICAS                  PIC S9(04) COMP-5.

      * Poderes en vigor del apoderado WK-NIF sobre la cuenta: todos,
      * los que le bastan para firmar solo y los mancomunados que
      * cubren la operación si firma otro con él.
       01  WK-NUM-VIGOR                      PIC S9(04) COMP-5.
       01  WK-NUM-SOLO                       PIC S9(04) COMP-5.
       01  WK-NUM-CONJUNTA                   PIC S9(04) COMP-5.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       LINKAGE SECTION.
      *----------------
           COPY 'poderes.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-PODERES.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN PODERES-E-ACC-ALTA
                PERFORM ALTA-PODER             THRU FIN-ALTA-PODER

           WHEN PODERES-E-ACC-COMPROBAR
                PERFORM COMPROBAR-PODER        THRU
                        FIN-COMPROBAR-PODER

           WHEN PODERES-E-ACC-REVOCAR
                PERFORM REVOCAR-PODER          THRU FIN-REVOCAR-PODER

           WHEN OTHER
                SET PODERES-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-PODERES-SALIDA
                                              REG-PODER
                                              REG-PODER-NULL.
           SET  PODERES-S-APLICA-NO           TO TRUE.
       FIN-INICIALIZAR.
           EXIT.

       ALTA-PODER.
      *-------------
           IF   PODERES-E-NIF-CLIENTE = SPACES
                OR PODERES-E-NIF-APODERADO = SPACES
                OR PODERES-E-FEC-ESCRITURA = ZERO
                OR PODERES-E-LIMITE < ZERO
                OR NOT (PODERES-E-ALCANCE-SOLIDARIO
                        OR PODERES-E-ALCANCE-MANCOMUNADO
                        OR PODERES-E-ALCANCE-PRESTAMOS)
                OR (PODERES-E-FEC-VENC NOT = ZERO
                    AND PODERES-E-FEC-VENC < PODERES-E-FEC-ESCRITURA)
           THEN SET PODERES-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-PODER
           END-IF.

           MOVE PODERES-E-NIF-CLIENTE          TO WK-NIF-CLIENTE.

           EXEC SQL
                SELECT id_cliente
                INTO   :PODER-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF-CLIENTE
           END-EXEC.

           MOVE SQLCODE                        TO PODERES-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET PODERES-STAT-ENC-NO         TO TRUE
                GO TO FIN-ALTA-PODER
           WHEN OTHER
                SET PODERES-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** PODERES ALTA-PODER: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-PODER
           END-EVALUATE.

           MOVE PODERES-E-NIF-APODERADO        TO PODER-NIF-APODERADO.
           MOVE PODERES-E-NUM-ESCRITURA        TO PODER-NUM-ESCRITURA.
           MOVE PODERES-E-NOTARIO              TO PODER-NOTARIO.
           MOVE PODERES-E-FEC-ESCRITURA        TO PODER-FEC-ESCRITURA.
           MOVE PODERES-E-ALCANCE              TO PODER-ALCANCE.
           MOVE PODERES-E-LIMITE               TO PODER-LIMITE.
           SET  PODER-ESTADO-ALTA              TO TRUE.

      *    Sin fecha de vencimiento el poder es indefinido: la columna
      *    queda a nulo.
           IF   PODERES-E-FEC-VENC = ZERO
           THEN MOVE -1                        TO PODER-FEC-VENC-NULL
           ELSE MOVE PODERES-E-FEC-VENC        TO PODER-FEC-VENC
                MOVE 0                         TO PODER-FEC-VENC-NULL
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR banco.poder_id_poder_seq
                INTO :PODER-ID
           END-EXEC.

           MOVE SQLCODE                        TO PODERES-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PODERES-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PODERES ALTA-PODER: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-PODER
           END-IF.

           EXEC SQL
                INSERT INTO banco.poder(
                    id_poder,
                    id_cliente,
                    nif_apoderado_poder,
                    num_escritura_poder,
                    notario_poder,
                    fec_escritura_poder,
                    alcance_poder,
                    limite_poder,
                    fec_venc_poder,
                    estado_poder,
                    fec_alta_poder
                )
                VALUES(
                    :PODER-ID,
                    :PODER-ID-CLIENTE,
                    :PODER-NIF-APODERADO,
                    :PODER-NUM-ESCRITURA,
                    :PODER-NOTARIO,
                    str_to_date(:PODER-FEC-ESCRITURA, '%Y%m%d'),
                    :PODER-ALCANCE,
                    :PODER-LIMITE,
                    str_to_date(:PODER-FEC-VENC
                                :PODER-FEC-VENC-NULL, '%Y%m%d'),
                    :PODER-ESTADO,
                    now()
                )
           END-EXEC.

           MOVE SQLCODE                        TO PODERES-SQLCODE.

           IF   SQL-SUCCESS
           THEN MOVE PODER-ID                  TO PODERES-S-ID-PODER
           ELSE SET PODERES-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PODERES ALTA-PODER: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ALTA-PODER.
           EXIT.

      * Quien firma una operación sobre una cuenta de empresa tiene
      * que ser apoderado en vigor de alguna persona jurídica titular
      * o cotitular de la cuenta, con un poder que alcance a la clase
      * de operación y a su importe. Un poder mancomunado sólo basta
      * junto con la firma de un segundo apoderado también en vigor.
       COMPROBAR-PODER.
      *------------------
           IF   PODERES-E-ID-CTA = ZERO
                OR PODERES-E-IMPORTE < ZERO
           THEN SET PODERES-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-COMPROBAR-PODER
           END-IF.

           MOVE PODERES-E-ID-CTA               TO WK-ID-CTA.
           MOVE PODERES-E-IMPORTE              TO WK-IMPORTE.
           MOVE PODERES-E-OPERACION            TO WK-OPERACION.
           IF   WK-OPERACION NOT = 'P'
           THEN MOVE 'G'                       TO WK-OPERACION
           END-IF.

           MOVE 0                              TO WK-NUM-JURIDICAS.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-JURIDICAS
                FROM   banco.cliente_rln_cuenta R,
                       banco.cliente            C
                WHERE  R.id_medio      = :WK-ID-CTA
                AND    R.tip_rln       IN ('T', 'C')
                AND    C.id_cliente    = R.id_cliente
                AND    C.clase_cliente = 'J'
           END-EXEC.

           MOVE SQLCODE                        TO PODERES-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PODERES-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PODERES COMPROBAR-PODER: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-PODER
           END-IF.

           IF   WK-NUM-JURIDICAS = 0
           THEN GO TO FIN-COMPROBAR-PODER
           END-IF.

           SET  PODERES-S-APLICA-SI            TO TRUE.

           IF   PODERES-E-NIF-APODERADO = SPACES
           THEN SET PODERES-STAT-SIN-PODER     TO TRUE
                GO TO FIN-COMPROBAR-PODER
           END-IF.

           MOVE PODERES-E-NIF-APODERADO        TO WK-NIF.

           PERFORM CONTAR-PODERES              THRU FIN-CONTAR-PODERES.

           EVALUATE TRUE
           WHEN NOT PODERES-STAT-OK
                GO TO FIN-COMPROBAR-PODER
           WHEN WK-NUM-VIGOR = 0
                SET PODERES-STAT-SIN-PODER      TO TRUE
                GO TO FIN-COMPROBAR-PODER
           WHEN WK-NUM-SOLO > 0
                GO TO FIN-COMPROBAR-PODER
           WHEN WK-NUM-CONJUNTA = 0
                SET PODERES-STAT-INSUFICIENTE   TO TRUE
                GO TO FIN-COMPROBAR-PODER
           WHEN OTHER
                SET PODERES-STAT-CONJUNTA       TO TRUE
           END-EVALUATE.

      *    Poder mancomunado: hace falta otro apoderado distinto cuyo
      *    poder (solidario o mancomunado) también cubra la operación.
           IF   PODERES-E-NIF-APODERADO-2 = SPACES
                OR PODERES-E-NIF-APODERADO-2 = PODERES-E-NIF-APODERADO
           THEN GO TO FIN-COMPROBAR-PODER
           END-IF.

           MOVE PODERES-E-NIF-APODERADO-2      TO WK-NIF.

           PERFORM CONTAR-PODERES              THRU FIN-CONTAR-PODERES.

           IF   PODERES-STAT-CONJUNTA
                AND WK-NUM-SOLO + WK-NUM-CONJUNTA > 0
           THEN SET PODERES-STAT-OK            TO TRUE
           END-IF.

       FIN-COMPROBAR-PODER.
           EXIT.

      * Cuenta los poderes en vigor (de alta y sin vencer) de WK-NIF
      * sobre las personas jurídicas titulares de WK-ID-CTA, y de
      * ellos cuántos le dejan firmar solo la operación y cuántos la
      * cubren sólo mancomunadamente. Un límite a cero no tiene tope.
       CONTAR-PODERES.
      *-----------------
           MOVE 0                              TO WK-NUM-VIGOR
                                                  WK-NUM-SOLO
                                                  WK-NUM-CONJUNTA.

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE
                           WHEN (P.alcance_poder = 'S'
                             OR (P.alcance_poder = 'P'
                            AND  :WK-OPERACION   = 'P'))
                            AND (P.limite_poder  = 0
                             OR  P.limite_poder >= :WK-IMPORTE)
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                           WHEN  P.alcance_poder = 'M'
                            AND (P.limite_poder  = 0
                             OR  P.limite_poder >= :WK-IMPORTE)
                           THEN 1 ELSE 0 END), 0)
                INTO   :WK-NUM-VIGOR,
                       :WK-NUM-SOLO,
                       :WK-NUM-CONJUNTA
                FROM   banco.poder P
                WHERE  P.nif_apoderado_poder = :WK-NIF
                AND    P.estado_poder        = 'A'
                AND   (P.fec_venc_poder IS NULL
                 OR    P.fec_venc_poder     >= CURDATE())
                AND    P.id_cliente IN
                      (SELECT R.id_cliente
                       FROM   banco.cliente_rln_cuenta R,
                              banco.cliente            C
                       WHERE  R.id_medio      = :WK-ID-CTA
                       AND    R.tip_rln       IN ('T', 'C')
                       AND    C.id_cliente    = R.id_cliente
                       AND    C.clase_cliente = 'J')
           END-EXEC.

           MOVE SQLCODE                        TO PODERES-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PODERES-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PODERES CONTAR-PODERES: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-CONTAR-PODERES.
           EXIT.

       REVOCAR-PODER.
      *----------------
           IF   PODERES-E-ID-PODER = ZERO
           THEN SET PODERES-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-REVOCAR-PODER
           END-IF.

           MOVE PODERES-E-ID-PODER             TO PODER-ID.

           EXEC SQL
                SELECT estado_poder
                INTO   :PODER-ESTADO
                FROM   banco.poder
                WHERE  id_poder = :PODER-ID
           END-EXEC.

           MOVE SQLCODE                        TO PODERES-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT PODER-ESTADO-ALTA
                THEN SET PODERES-STAT-ENC-NO    TO TRUE
                     GO TO FIN-REVOCAR-PODER
                END-IF
           WHEN SQL-NODATA
                SET PODERES-STAT-ENC-NO         TO TRUE
                GO TO FIN-REVOCAR-PODER
           WHEN OTHER
                SET PODERES-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** PODERES REVOCAR-PODER: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REVOCAR-PODER
           END-EVALUATE.

           EXEC SQL
                UPDATE banco.poder
                SET    estado_poder      = 'R',
                       fec_revoca_poder  = now()
                WHERE  id_poder          = :PODER-ID
           END-EXEC.

           MOVE SQLCODE                        TO PODERES-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PODERES-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PODERES REVOCAR-PODER: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-REVOCAR-PODER.
           EXIT.
