       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. TALONARIO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Talonarios de cheques de las cuentas. Se piden para una cuenta
      * de alta con el rango de números siguiente al último que tuvo
      * la cuenta, se marcan como entregados cuando el cliente los
      * recoge y se anulan si se pierden antes de la entrega o si la
      * cuenta se cancela con cheques sin usar (RPTTALON los lista).
      * CARGACHEQ sólo paga cheques de un talonario entregado de la
      * cuenta librada y que no estén ya pagados.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE talonario         END-EXEC.

       01  WK-ESTADO-CTA                     PIC X(01).
       01  WK-NUM-CUENTA                     PIC X(20).
       01  WK-ULTIMO-CHEQUE                  PIC 9(10).
       01  WK-NUM-PAGADOS                    PIC 9(03).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

      * Cheques de un talonario cuando no se dice otra cosa.
       01  WK-CHEQUES-DEFECTO                PIC 9(03) VALUE 25.

       LINKAGE SECTION.
      *----------------
           COPY 'talonario.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-TALONARIO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN TALONARIO-E-ACC-PEDIR
                PERFORM PEDIR-TALONARIO        THRU
                        FIN-PEDIR-TALONARIO

           WHEN TALONARIO-E-ACC-ENTREGAR
                PERFORM ENTREGAR-TALONARIO     THRU
                        FIN-ENTREGAR-TALONARIO

           WHEN TALONARIO-E-ACC-ANULAR
                PERFORM ANULAR-TALONARIO       THRU
                        FIN-ANULAR-TALONARIO

           WHEN TALONARIO-E-ACC-CONSULTAR
                MOVE TALONARIO-E-ID-TALONARIO  TO TALONARIO-ID
                PERFORM LEER-TALONARIO         THRU
                        FIN-LEER-TALONARIO

           WHEN OTHER
                SET TALONARIO-STAT-ERR-ACC     TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-TALONARIO-SALIDA
                                              REG-TALONARIO.

           IF   TALONARIO-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO TALONARIO-USUARIO
           ELSE MOVE TALONARIO-E-USUARIO      TO TALONARIO-USUARIO
           END-IF.

       FIN-INICIALIZAR.
           EXIT.

      * El talonario nuevo sigue la numeración de la cuenta: empieza
      * en el siguiente al último cheque de sus talonarios anteriores,
      * también de los anulados, para que ningún número se repita.
       PEDIR-TALONARIO.
      *----------------
           IF   TALONARIO-E-ID-CTA = ZERO
                OR TALONARIO-E-ID-CTA IS NOT NUMERIC
                OR TALONARIO-E-OFICINA = SPACES
           THEN SET TALONARIO-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-PEDIR-TALONARIO
           END-IF.

           MOVE TALONARIO-E-ID-CTA            TO TALONARIO-ID-CTA.

           EXEC SQL
                SELECT estado_cuenta
                INTO   :WK-ESTADO-CTA
                FROM   banco.cuenta
                WHERE  id_medio = :TALONARIO-ID-CTA
           END-EXEC.

           MOVE SQLCODE                       TO TALONARIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET TALONARIO-STAT-ENC-NO     TO TRUE
                GO TO FIN-PEDIR-TALONARIO
           WHEN OTHER
                SET TALONARIO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TALONARIO PEDIR-TALONARIO: '
                        'CUENTA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-PEDIR-TALONARIO
           END-EVALUATE.

           IF   WK-ESTADO-CTA NOT = 'A'
           THEN SET TALONARIO-STAT-ERR-ESTADO TO TRUE
                GO TO FIN-PEDIR-TALONARIO
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(cheque_hasta), 0)
                INTO   :WK-ULTIMO-CHEQUE
                FROM   banco.talonario
                WHERE  id_medio_cta = :TALONARIO-ID-CTA
           END-EXEC.

           MOVE SQLCODE                       TO TALONARIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TALONARIO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TALONARIO PEDIR-TALONARIO: '
                        'NUMERACION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-PEDIR-TALONARIO
           END-IF.

           COMPUTE TALONARIO-CHEQUE-DESDE = WK-ULTIMO-CHEQUE + 1.
           IF   TALONARIO-E-NUM-CHEQUES = ZERO
           THEN COMPUTE TALONARIO-CHEQUE-HASTA =
                        WK-ULTIMO-CHEQUE + WK-CHEQUES-DEFECTO
           ELSE COMPUTE TALONARIO-CHEQUE-HASTA =
                        WK-ULTIMO-CHEQUE + TALONARIO-E-NUM-CHEQUES
           END-IF.
           MOVE TALONARIO-E-OFICINA           TO TALONARIO-OFICINA.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.talonario_id_talonario_seq
                INTO   :TALONARIO-ID
           END-EXEC.

           MOVE SQLCODE                       TO TALONARIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TALONARIO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TALONARIO PEDIR-TALONARIO: '
                        'SECUENCIA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-PEDIR-TALONARIO
           END-IF.

           EXEC SQL
                INSERT INTO banco.talonario(
                    id_talonario,
                    id_medio_cta,
                    cheque_desde,
                    cheque_hasta,
                    fec_emision_talonario,
                    estado_talonario,
                    oficina_talonario,
                    usuario_talonario
                )
                VALUES(
                    :TALONARIO-ID,
                    :TALONARIO-ID-CTA,
                    :TALONARIO-CHEQUE-DESDE,
                    :TALONARIO-CHEQUE-HASTA,
                    CURDATE(),
                    'P',
                    :TALONARIO-OFICINA,
                    :TALONARIO-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO TALONARIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TALONARIO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TALONARIO PEDIR-TALONARIO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-PEDIR-TALONARIO
           END-IF.

           PERFORM LEER-TALONARIO              THRU FIN-LEER-TALONARIO.

       FIN-PEDIR-TALONARIO.
           EXIT.

      * El cliente recoge el talonario en la oficina: desde ahora
      * sus cheques se pueden pagar.
       ENTREGAR-TALONARIO.
      *-------------------
           MOVE TALONARIO-E-ID-TALONARIO      TO TALONARIO-ID.
           PERFORM LEER-TALONARIO              THRU FIN-LEER-TALONARIO.

           IF   NOT TALONARIO-STAT-OK
           THEN GO TO FIN-ENTREGAR-TALONARIO
           END-IF.

           IF   NOT TALONARIO-ESTADO-PEDIDO
           THEN SET TALONARIO-STAT-ERR-ESTADO TO TRUE
                GO TO FIN-ENTREGAR-TALONARIO
           END-IF.

           EXEC SQL
                UPDATE banco.talonario
                SET    estado_talonario      = 'E',
                       fec_entrega_talonario = CURDATE(),
                       usuario_entrega       = :TALONARIO-USUARIO
                WHERE  id_talonario          = :TALONARIO-ID
           END-EXEC.

           MOVE SQLCODE                       TO TALONARIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TALONARIO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TALONARIO ENTREGAR-TALONARIO: '
                        'ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ENTREGAR-TALONARIO
           END-IF.

           PERFORM LEER-TALONARIO              THRU FIN-LEER-TALONARIO.

       FIN-ENTREGAR-TALONARIO.
           EXIT.

      * Un talonario anulado no paga ninguno de sus cheques. Lo ya
      * pagado no cambia.
       ANULAR-TALONARIO.
      *-----------------
           MOVE TALONARIO-E-ID-TALONARIO      TO TALONARIO-ID.
           PERFORM LEER-TALONARIO              THRU FIN-LEER-TALONARIO.

           IF   NOT TALONARIO-STAT-OK
           THEN GO TO FIN-ANULAR-TALONARIO
           END-IF.

           IF   TALONARIO-ESTADO-ANULADO
           THEN SET TALONARIO-STAT-ERR-ESTADO TO TRUE
                GO TO FIN-ANULAR-TALONARIO
           END-IF.

           EXEC SQL
                UPDATE banco.talonario
                SET    estado_talonario     = 'A',
                       fec_anula_talonario  = CURDATE(),
                       usuario_anula        = :TALONARIO-USUARIO
                WHERE  id_talonario         = :TALONARIO-ID
           END-EXEC.

           MOVE SQLCODE                       TO TALONARIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TALONARIO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TALONARIO ANULAR-TALONARIO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ANULAR-TALONARIO
           END-IF.

           PERFORM LEER-TALONARIO              THRU FIN-LEER-TALONARIO.

       FIN-ANULAR-TALONARIO.
           EXIT.

      * Lee el talonario de TALONARIO-ID, con el número de la cuenta y
      * cuántos de sus cheques se han pagado, y lo deja en la salida.
       LEER-TALONARIO.
      *---------------
           EXEC SQL
                SELECT T.id_medio_cta,
                       C.num_cuenta,
                       T.cheque_desde,
                       T.cheque_hasta,
                       DATE_FORMAT(T.fec_emision_talonario, '%Y%m%d'),
                       COALESCE(DATE_FORMAT(T.fec_entrega_talonario,
                                            '%Y%m%d'), ' '),
                       T.estado_talonario,
                       T.oficina_talonario
                INTO   :TALONARIO-ID-CTA,
                       :WK-NUM-CUENTA,
                       :TALONARIO-CHEQUE-DESDE,
                       :TALONARIO-CHEQUE-HASTA,
                       :TALONARIO-FEC-EMISION,
                       :TALONARIO-FEC-ENTREGA,
                       :TALONARIO-ESTADO,
                       :TALONARIO-OFICINA
                FROM   banco.talonario T
                JOIN   banco.cuenta C
                ON     C.id_medio = T.id_medio_cta
                WHERE  T.id_talonario = :TALONARIO-ID
           END-EXEC.

           MOVE SQLCODE                       TO TALONARIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET TALONARIO-STAT-ENC-NO     TO TRUE
                GO TO FIN-LEER-TALONARIO
           WHEN OTHER
                SET TALONARIO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TALONARIO LEER-TALONARIO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-TALONARIO
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-PAGADOS
                FROM   banco.cheque_pagado
                WHERE  id_talonario = :TALONARIO-ID
           END-EXEC.

           MOVE SQLCODE                       TO TALONARIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TALONARIO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TALONARIO LEER-TALONARIO: '
                        'PAGADOS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-TALONARIO
           END-IF.

           MOVE TALONARIO-ID                  TO
                TALONARIO-S-ID-TALONARIO.
           MOVE TALONARIO-ID-CTA              TO TALONARIO-S-ID-CTA.
           MOVE WK-NUM-CUENTA                 TO TALONARIO-S-NUM-CUENTA.
           MOVE TALONARIO-CHEQUE-DESDE        TO
                TALONARIO-S-CHEQUE-DESDE.
           MOVE TALONARIO-CHEQUE-HASTA        TO
                TALONARIO-S-CHEQUE-HASTA.
           MOVE TALONARIO-FEC-EMISION         TO
                TALONARIO-S-FEC-EMISION.
           MOVE TALONARIO-FEC-ENTREGA         TO
                TALONARIO-S-FEC-ENTREGA.
           MOVE TALONARIO-ESTADO              TO TALONARIO-S-ESTADO.
           MOVE TALONARIO-OFICINA             TO TALONARIO-S-OFICINA.
           MOVE WK-NUM-PAGADOS                TO
                TALONARIO-S-NUM-PAGADOS.

       FIN-LEER-TALONARIO.
           EXIT.
