       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RECLAMA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de reclamaciones de clientes (banco.reclamacion):
      * alta contra un NIF, con la cuenta, tarjeta, préstamo o
      * movimiento reclamado si lo hay, y su plazo legal de
      * respuesta; resolución a favor o en contra del cliente, con
      * el abono concedido posteado por INSMOV; y escalado al Banco
      * de España. RPTRECLAMA avisa de los plazos y ESTRECLAMA saca
      * la estadística anual.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE reclama           END-EXEC.

       01  WK-ID-CLIENTE                     PIC 9(10).
       01  WK-CONTADOR                       PIC 9(04).
       01  WK-ID-MEDIO-ABONO                 PIC 9(10).

      * Plazo legal de respuesta: 15 días hábiles para los servicios
      * de pago, que sin contar festivos son siempre tres semanas
      * naturales, y un mes para el resto.
       01  WK-DIAS-PLAZO                     PIC 9(03).
       01  WK-MESES-PLAZO                    PIC 9(02).
       01  WK-CTE-DIAS-PAGOS                 PIC 9(03) VALUE 21.
       01  WK-CTE-MESES-GENERAL              PIC 9(02) VALUE 1.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'actcta.cpy'.
           COPY 'acttar.cpy'.
           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.

      * Tipo del medio del abono, sondeado igual que hace INSMOV:
      * primero cuenta, después tarjeta.
       01  WK-TIPO-MEDIO                     PIC X(01).
           88  WK-TIPO-MEDIO-CTA             VALUE 'C'.
           88  WK-TIPO-MEDIO-TAR             VALUE 'T'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       LINKAGE SECTION.
      *----------------
           COPY 'reclama.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-RECLAMA.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN RECLAMA-E-ACC-ALTA
                PERFORM ALTA-RECLAMA           THRU FIN-ALTA-RECLAMA

           WHEN RECLAMA-E-ACC-FAVOR
                PERFORM RESOLVER-RECLAMA       THRU
                        FIN-RESOLVER-RECLAMA

           WHEN RECLAMA-E-ACC-CONTRA
                PERFORM RESOLVER-RECLAMA       THRU
                        FIN-RESOLVER-RECLAMA

           WHEN RECLAMA-E-ACC-ESCALAR
                PERFORM ESCALAR-RECLAMA        THRU
                        FIN-ESCALAR-RECLAMA

           WHEN OTHER
                SET RECLAMA-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    El abono y el estado de la reclamación van juntos o no
      *    van.
           IF   RECLAMA-STAT-OK
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE IF   RECLAMA-STAT-ERR-SQL
                     OR RECLAMA-STAT-ERR-POSTEO
                THEN PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-RECLAMA-SALIDA
                                              REG-RECLAMA
                                              REG-RECLAMA-NULL.

           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.

           IF   RECLAMA-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO RECLAMA-USUARIO
           ELSE MOVE RECLAMA-E-USUARIO        TO RECLAMA-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Alta: el cliente tiene que existir, y también el producto o
      * el movimiento que se indique. Si se reclama un movimiento sin
      * decir el medio, se toma el del movimiento, que es donde iría
      * un abono.
       ALTA-RECLAMA.
      *-------------
           IF   RECLAMA-E-NIF = SPACES
                OR NOT RECLAMA-E-CAT-OK
                OR NOT RECLAMA-E-CANAL-OK
                OR RECLAMA-E-MOTIVO = SPACES
                OR RECLAMA-E-FEC-RECEPCION IS NOT NUMERIC
                OR RECLAMA-E-FEC-RECEPCION > WK-FECHA-ACTUAL-8
           THEN SET RECLAMA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-RECLAMA
           END-IF.

           MOVE RECLAMA-E-NIF                  TO RECLAMA-NIF.
           MOVE RECLAMA-E-CATEGORIA            TO RECLAMA-CATEGORIA.
           MOVE RECLAMA-E-CANAL                TO RECLAMA-CANAL.
           MOVE RECLAMA-E-MOTIVO               TO RECLAMA-MOTIVO.
           MOVE RECLAMA-E-ID-MEDIO             TO RECLAMA-ID-MEDIO.
           MOVE RECLAMA-E-ID-PRESTAMO          TO RECLAMA-ID-PRESTAMO.
           MOVE RECLAMA-E-REF-MOV              TO RECLAMA-REF-MOV.

           IF   RECLAMA-E-FEC-RECEPCION = ZERO
           THEN MOVE WK-FECHA-ACTUAL-8         TO
                     RECLAMA-FEC-RECEPCION
           ELSE MOVE RECLAMA-E-FEC-RECEPCION   TO
                     RECLAMA-FEC-RECEPCION
           END-IF.

           EXEC SQL
                SELECT id_cliente
                INTO   :WK-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :RECLAMA-NIF
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                        TO RECLAMA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET RECLAMA-STAT-ENC-NO         TO TRUE
                GO TO FIN-ALTA-RECLAMA
           WHEN OTHER
                SET RECLAMA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECLAMA ALTA-RECLAMA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-RECLAMA
           END-EVALUATE.

           PERFORM VALIDAR-REFERENCIAS         THRU
                   FIN-VALIDAR-REFERENCIAS.

           IF   RECLAMA-STAT-OK
           THEN PERFORM INSERTAR-RECLAMA       THRU
                        FIN-INSERTAR-RECLAMA
           END-IF.

       FIN-ALTA-RECLAMA.
           EXIT.

       VALIDAR-REFERENCIAS.
      *--------------------
           IF   RECLAMA-REF-MOV NOT = ZERO
           THEN EXEC SQL
                     SELECT id_medio
                     INTO   :WK-ID-MEDIO-ABONO
                     FROM   banco.movimiento
                     WHERE  ref_mov = :RECLAMA-REF-MOV
                END-EXEC
                MOVE SQLCODE                   TO RECLAMA-SQLCODE
                EVALUATE TRUE
                WHEN SQL-SUCCESS
                     IF   RECLAMA-ID-MEDIO = ZERO
                     THEN MOVE WK-ID-MEDIO-ABONO
                                               TO RECLAMA-ID-MEDIO
                     END-IF
                WHEN SQL-NODATA
                     SET RECLAMA-STAT-ENC-NO    TO TRUE
                     GO TO FIN-VALIDAR-REFERENCIAS
                WHEN OTHER
                     SET RECLAMA-STAT-ERR-SQL   TO TRUE
                     GO TO FIN-VALIDAR-REFERENCIAS
                END-EVALUATE
           END-IF.

           IF   RECLAMA-ID-MEDIO NOT = ZERO
           THEN EXEC SQL
                     SELECT (SELECT COUNT(*)
                             FROM   banco.cuenta
                             WHERE  id_medio = :RECLAMA-ID-MEDIO)
                          + (SELECT COUNT(*)
                             FROM   banco.tarjeta
                             WHERE  id_medio = :RECLAMA-ID-MEDIO)
                     INTO   :WK-CONTADOR
                END-EXEC
                MOVE SQLCODE                   TO RECLAMA-SQLCODE
                IF   NOT SQL-SUCCESS
                THEN SET RECLAMA-STAT-ERR-SQL   TO TRUE
                     GO TO FIN-VALIDAR-REFERENCIAS
                END-IF
                IF   WK-CONTADOR = ZERO
                THEN SET RECLAMA-STAT-ENC-NO    TO TRUE
                     GO TO FIN-VALIDAR-REFERENCIAS
                END-IF
           END-IF.

           IF   RECLAMA-ID-PRESTAMO NOT = ZERO
           THEN EXEC SQL
                     SELECT COUNT(*)
                     INTO   :WK-CONTADOR
                     FROM   banco.prestamo
                     WHERE  id_prestamo = :RECLAMA-ID-PRESTAMO
                END-EXEC
                MOVE SQLCODE                   TO RECLAMA-SQLCODE
                IF   NOT SQL-SUCCESS
                THEN SET RECLAMA-STAT-ERR-SQL   TO TRUE
                     GO TO FIN-VALIDAR-REFERENCIAS
                END-IF
                IF   WK-CONTADOR = ZERO
                THEN SET RECLAMA-STAT-ENC-NO    TO TRUE
                END-IF
           END-IF.

       FIN-VALIDAR-REFERENCIAS.
           EXIT.

       INSERTAR-RECLAMA.
      *-----------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.reclamacion_id_reclamacion_seq
                INTO :RECLAMA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECLAMA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECLAMA-STAT-ERR-SQL       TO TRUE
                GO TO FIN-INSERTAR-RECLAMA
           END-IF.

           IF   RECLAMA-E-CAT-PAGOS
           THEN MOVE WK-CTE-DIAS-PAGOS         TO WK-DIAS-PLAZO
                MOVE 0                         TO WK-MESES-PLAZO
           ELSE MOVE 0                         TO WK-DIAS-PLAZO
                MOVE WK-CTE-MESES-GENERAL      TO WK-MESES-PLAZO
           END-IF.

           SET  RECLAMA-ESTADO-ABIERTA         TO TRUE.

           EXEC SQL
                INSERT INTO banco.reclamacion(
                    id_reclamacion,
                    nif_reclamacion,
                    categoria_reclamacion,
                    canal_reclamacion,
                    fec_recepcion_reclamacion,
                    fec_limite_reclamacion,
                    id_medio_reclamacion,
                    id_prestamo_reclamacion,
                    ref_mov_reclamacion,
                    motivo_reclamacion,
                    estado_reclamacion,
                    importe_abono_reclamacion,
                    usuario_reclamacion
                )
                VALUES(
                    :RECLAMA-ID,
                    :RECLAMA-NIF,
                    :RECLAMA-CATEGORIA,
                    :RECLAMA-CANAL,
                    str_to_date(:RECLAMA-FEC-RECEPCION, '%Y%m%d'),
                    DATE_ADD(DATE_ADD(
                        str_to_date(:RECLAMA-FEC-RECEPCION, '%Y%m%d'),
                        INTERVAL :WK-DIAS-PLAZO DAY),
                        INTERVAL :WK-MESES-PLAZO MONTH),
                    NULLIF(:RECLAMA-ID-MEDIO, 0),
                    NULLIF(:RECLAMA-ID-PRESTAMO, 0),
                    NULLIF(:RECLAMA-REF-MOV, 0),
                    :RECLAMA-MOTIVO,
                    :RECLAMA-ESTADO,
                    0,
                    :RECLAMA-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO RECLAMA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECLAMA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECLAMA INSERTAR-RECLAMA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-INSERTAR-RECLAMA
           END-IF.

           MOVE RECLAMA-ID                     TO RECLAMA-S-ID-RECLAMA.

           EXEC SQL
                SELECT DATE_FORMAT(fec_limite_reclamacion, '%Y%m%d')
                INTO   :RECLAMA-FEC-LIMITE
                FROM   banco.reclamacion
                WHERE  id_reclamacion = :RECLAMA-ID
           END-EXEC.

           IF   SQL-SUCCESS
           THEN MOVE RECLAMA-FEC-LIMITE        TO RECLAMA-S-FEC-LIMITE
           END-IF.

       FIN-INSERTAR-RECLAMA.
           EXIT.

      * Lee la reclamación de RECLAMA-E-ID-RECLAMA con su estado y
      * lo reclamado.
       BUSCAR-RECLAMA.
      *---------------
           MOVE RECLAMA-E-ID-RECLAMA           TO RECLAMA-ID.

           EXEC SQL
                SELECT estado_reclamacion,
                       COALESCE(id_medio_reclamacion, 0),
                       COALESCE(id_prestamo_reclamacion, 0)
                INTO   :RECLAMA-ESTADO, :RECLAMA-ID-MEDIO,
                       :RECLAMA-ID-PRESTAMO
                FROM   banco.reclamacion
                WHERE  id_reclamacion = :RECLAMA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECLAMA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE RECLAMA-ID                 TO RECLAMA-S-ID-RECLAMA
           WHEN SQL-NODATA
                SET RECLAMA-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET RECLAMA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECLAMA BUSCAR-RECLAMA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-RECLAMA.
           EXIT.

      * Resolución con respuesta al cliente. Se resuelve una abierta
      * o, si tras el informe del Banco de España la entidad
      * rectifica, una escalada. A favor puede llevar abono.
       RESOLVER-RECLAMA.
      *-----------------
           IF   RECLAMA-E-RESPUESTA = SPACES
                OR RECLAMA-E-IMPORTE-ABONO IS NOT NUMERIC
                OR (RECLAMA-E-ACC-CONTRA
                    AND RECLAMA-E-IMPORTE-ABONO NOT = ZERO)
           THEN SET RECLAMA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-RESOLVER-RECLAMA
           END-IF.

           PERFORM BUSCAR-RECLAMA              THRU FIN-BUSCAR-RECLAMA.
           IF   NOT RECLAMA-STAT-OK
           THEN GO TO FIN-RESOLVER-RECLAMA
           END-IF.

           IF   NOT RECLAMA-ESTADO-ABIERTA
                AND NOT RECLAMA-ESTADO-ESCALADA
           THEN SET RECLAMA-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-RESOLVER-RECLAMA
           END-IF.

           MOVE RECLAMA-E-IMPORTE-ABONO        TO
                RECLAMA-IMPORTE-ABONO.

           IF   RECLAMA-IMPORTE-ABONO > ZERO
           THEN PERFORM POSTEAR-ABONO          THRU FIN-POSTEAR-ABONO
                IF   NOT RECLAMA-STAT-OK
                THEN GO TO FIN-RESOLVER-RECLAMA
                END-IF
           END-IF.

           IF   RECLAMA-E-ACC-FAVOR
           THEN SET RECLAMA-ESTADO-FAVOR       TO TRUE
           ELSE SET RECLAMA-ESTADO-CONTRA      TO TRUE
           END-IF.
           MOVE RECLAMA-E-RESPUESTA            TO RECLAMA-RESPUESTA.

           EXEC SQL
                UPDATE banco.reclamacion
                SET    estado_reclamacion        = :RECLAMA-ESTADO,
                       fec_resolucion_reclamacion = CURDATE(),
                       respuesta_reclamacion     = :RECLAMA-RESPUESTA,
                       importe_abono_reclamacion =
                           importe_abono_reclamacion
                         + :RECLAMA-IMPORTE-ABONO,
                       ref_abono_reclamacion     =
                           COALESCE(NULLIF(:RECLAMA-REF-ABONO, 0),
                                    ref_abono_reclamacion),
                       usuario_reclamacion       = :RECLAMA-USUARIO
                WHERE  id_reclamacion            = :RECLAMA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECLAMA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECLAMA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECLAMA RESOLVER-RECLAMA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-RESOLVER-RECLAMA.
           EXIT.

      * El abono va al medio reclamado (o al del movimiento
      * reclamado, que el alta ya dejó como medio) o, si solo se
      * reclamó un préstamo, a su cuenta de cargo. El concepto lleva
      * el número de la reclamación para poder rastrearlo.
       POSTEAR-ABONO.
      *--------------
           MOVE RECLAMA-ID-MEDIO               TO WK-ID-MEDIO-ABONO.

           IF   WK-ID-MEDIO-ABONO = ZERO
                AND RECLAMA-ID-PRESTAMO NOT = ZERO
           THEN EXEC SQL
                     SELECT id_medio_cuenta
                     INTO   :WK-ID-MEDIO-ABONO
                     FROM   banco.prestamo
                     WHERE  id_prestamo = :RECLAMA-ID-PRESTAMO
                END-EXEC
                IF   NOT SQL-SUCCESS
                THEN MOVE ZERO                 TO WK-ID-MEDIO-ABONO
                END-IF
           END-IF.

           IF   WK-ID-MEDIO-ABONO = ZERO
           THEN SET RECLAMA-STAT-ERR-ABONO     TO TRUE
                GO TO FIN-POSTEAR-ABONO
           END-IF.

           ACCEPT WK-HORA-ACTUAL-8             FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE            INTO WK-MOV-FEC.

           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE WK-ID-MEDIO-ABONO              TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           STRING 'ABONO RECLAMACION ' RECLAMA-ID
                  DELIMITED BY SIZE            INTO INSMOV-E-CPT.
           MOVE 'AJU'                          TO INSMOV-E-COD-CPT.
           MOVE RECLAMA-IMPORTE-ABONO          TO INSMOV-E-IMPT.

           CALL "INSMOV"                       USING AREA-INSMOV.

           MOVE INSMOV-STAT                    TO RECLAMA-S-STAT-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET RECLAMA-STAT-ERR-POSTEO    TO TRUE
                MOVE INSMOV-S-SQLCODE          TO RECLAMA-SQLCODE
                GO TO FIN-POSTEAR-ABONO
           END-IF.

           MOVE INSMOV-S-REF                   TO RECLAMA-REF-ABONO
                                                  RECLAMA-S-REF-ABONO.

           PERFORM RESOLVER-TIPO-MEDIO         THRU
                   FIN-RESOLVER-TIPO-MEDIO.

           IF   NOT RECLAMA-STAT-OK
           THEN GO TO FIN-POSTEAR-ABONO
           END-IF.

           IF   WK-TIPO-MEDIO-TAR
           THEN INITIALIZE                     AREA-ACTTAR-ENTRADA
                MOVE WK-ID-MEDIO-ABONO         TO ACTTAR-E-ID-TAR
                MOVE INSMOV-S-IMPT-APLICADO    TO ACTTAR-E-IMPORTE
                CALL "ACTTAR"                  USING AREA-ACTTAR
                IF   NOT ACTTAR-STAT-OK
                THEN SET RECLAMA-STAT-ERR-SQL  TO TRUE
                     MOVE ACTTAR-SQLCODE       TO RECLAMA-SQLCODE
                END-IF
           ELSE INITIALIZE                     AREA-ACTCTA-ENTRADA
                MOVE WK-ID-MEDIO-ABONO         TO ACTCTA-E-ID-CTA
                MOVE INSMOV-S-IMPT-APLICADO    TO ACTCTA-E-IMPORTE
                CALL "ACTCTA"                  USING AREA-ACTCTA
                IF   NOT ACTCTA-STAT-OK
                THEN SET RECLAMA-STAT-ERR-SQL  TO TRUE
                     MOVE ACTCTA-SQLCODE       TO RECLAMA-SQLCODE
                END-IF
           END-IF.

       FIN-POSTEAR-ABONO.
           EXIT.

       RESOLVER-TIPO-MEDIO.
      *--------------------
           MOVE SPACE                          TO WK-TIPO-MEDIO.

           EXEC SQL
                SELECT 'C'
                INTO   :WK-TIPO-MEDIO
                FROM   banco.cuenta
                WHERE  id_medio = :WK-ID-MEDIO-ABONO
           END-EXEC.

           IF   SQL-SUCCESS
           THEN GO TO FIN-RESOLVER-TIPO-MEDIO
           END-IF.

           EXEC SQL
                SELECT 'T'
                INTO   :WK-TIPO-MEDIO
                FROM   banco.tarjeta
                WHERE  id_medio = :WK-ID-MEDIO-ABONO
           END-EXEC.

           MOVE SQLCODE                        TO RECLAMA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECLAMA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECLAMA RESOLVER-TIPO: NO SE'
                DISPLAY 'PUDO RESOLVER EL MEDIO [' WK-ID-MEDIO-ABONO
                        ']'
           END-IF.

       FIN-RESOLVER-TIPO-MEDIO.
           EXIT.

      * El cliente lleva la reclamación al Banco de España: sin
      * respuesta en plazo o con una que no le satisface. La
      * respuesta anterior, si la hubo, se conserva.
       ESCALAR-RECLAMA.
      *----------------
           PERFORM BUSCAR-RECLAMA              THRU FIN-BUSCAR-RECLAMA.
           IF   NOT RECLAMA-STAT-OK
           THEN GO TO FIN-ESCALAR-RECLAMA
           END-IF.

           IF   RECLAMA-ESTADO-ESCALADA
           THEN SET RECLAMA-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-ESCALAR-RECLAMA
           END-IF.

           EXEC SQL
                UPDATE banco.reclamacion
                SET    estado_reclamacion      = 'E',
                       fec_escalado_reclamacion = CURDATE(),
                       usuario_reclamacion     = :RECLAMA-USUARIO
                WHERE  id_reclamacion          = :RECLAMA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECLAMA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECLAMA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECLAMA ESCALAR-RECLAMA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ESCALAR-RECLAMA.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET RECLAMA-STAT-ERR-SQL        TO TRUE
                MOVE SQLCODE                    TO RECLAMA-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO RECLAMA-SQLCODE
                MOVE 'RECLAMA'                  TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                MOVE RECLAMA-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
