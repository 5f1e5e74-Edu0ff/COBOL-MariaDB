       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CASOSAR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Gestión de casos de operativa sospechosa (banco.caso_sar).
      * Las alertas de RPTAML (operaciones sobre umbral), del tope de
      * velocidad de INSMOV y del cribado de SCREENCLI abren aquí un
      * caso por NIF y origen; mientras el caso sigue en curso, las
      * alertas nuevas del mismo NIF y origen se suman a él en lugar
      * de abrir otro. Los analistas lo asignan, lo comentan, lo
      * escalan y lo cierran como falso positivo o como comunicado;
      * EXPSEPBLAC envía al SEPBLAC los cerrados como comunicados y
      * RPTCASOS saca los que pasan de su fecha límite. Todo lo que
      * se hace con un caso queda en banco.caso_sar_nota.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE casosar           END-EXEC.

       01  WK-ID-MEDIO                       PIC 9(10).
       01  WK-REF-MOV                        PIC 9(12).
       01  WK-USUARIO                        PIC X(30).
       01  WK-ACCION-NOTA                    PIC X(01).
       01  WK-TEXTO-NOTA                     PIC X(80).

      * Días naturales que tiene un caso para resolverse desde que se
      * abre; pasado el plazo sale en el informe de antigüedad.
       01  WK-CTE-DIAS-PLAZO                 PIC 9(03) VALUE 30.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       LINKAGE SECTION.
      *----------------
           COPY 'casosar.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-CASOSAR.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN CASOSAR-E-ACC-ALTA
                PERFORM ALTA-CASO              THRU FIN-ALTA-CASO

           WHEN CASOSAR-E-ACC-ASIGNAR
                PERFORM ASIGNAR-CASO           THRU FIN-ASIGNAR-CASO

           WHEN CASOSAR-E-ACC-COMENTAR
                PERFORM COMENTAR-CASO          THRU FIN-COMENTAR-CASO

           WHEN CASOSAR-E-ACC-ESCALAR
                PERFORM ESCALAR-CASO           THRU FIN-ESCALAR-CASO

           WHEN CASOSAR-E-ACC-CERRAR-FALSO
                PERFORM CERRAR-CASO            THRU FIN-CERRAR-CASO

           WHEN CASOSAR-E-ACC-CERRAR-COMUNICAR
                PERFORM CERRAR-CASO            THRU FIN-CERRAR-CASO

           WHEN CASOSAR-E-ACC-COMUNICADO
                PERFORM MARCAR-COMUNICADO      THRU
                        FIN-MARCAR-COMUNICADO

           WHEN OTHER
                SET CASOSAR-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-CASOSAR-SALIDA
                                              REG-CASOSAR
                                              REG-CASOSAR-NULL.

      *    Las alertas de los procesos por lotes no traen operador.
           IF   CASOSAR-E-USUARIO = SPACES
           THEN MOVE 'SISTEMA'                TO WK-USUARIO
           ELSE MOVE CASOSAR-E-USUARIO        TO WK-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

       ALTA-CASO.
      *----------
           IF   NOT CASOSAR-E-ORIGEN-OK
                OR CASOSAR-E-TEXTO = SPACES
                OR (CASOSAR-E-NIF = SPACES
                    AND CASOSAR-E-ID-MEDIO = ZERO)
           THEN SET CASOSAR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-CASO
           END-IF.

           MOVE CASOSAR-E-ID-MEDIO             TO WK-ID-MEDIO.

           IF   CASOSAR-E-NIF = SPACES
           THEN PERFORM RESOLVER-NIF           THRU FIN-RESOLVER-NIF
                IF   NOT CASOSAR-STAT-OK
                THEN GO TO FIN-ALTA-CASO
                END-IF
           ELSE MOVE CASOSAR-E-NIF             TO CASOSAR-NIF
           END-IF.

           MOVE CASOSAR-E-ORIGEN               TO CASOSAR-ORIGEN.

      *    Un caso en curso del mismo NIF y origen recoge la alerta.
           EXEC SQL
                SELECT id_caso
                INTO   :CASOSAR-ID
                FROM   banco.caso_sar
                WHERE  nif_caso     = :CASOSAR-NIF
                AND    origen_caso  = :CASOSAR-ORIGEN
                AND    estado_caso IN ('A', 'S', 'E')
                ORDER BY id_caso
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET CASOSAR-STAT-EXISTENTE     TO TRUE
                MOVE 'N'                       TO WK-ACCION-NOTA
                MOVE CASOSAR-E-TEXTO           TO WK-TEXTO-NOTA
                PERFORM ANOTAR-CASO            THRU FIN-ANOTAR-CASO
           WHEN SQL-NODATA
                PERFORM INSERTAR-CASO          THRU FIN-INSERTAR-CASO
           WHEN OTHER
                SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR ALTA-CASO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

           IF   CASOSAR-STAT-OK
                OR CASOSAR-STAT-EXISTENTE
           THEN MOVE CASOSAR-ID                TO CASOSAR-S-ID-CASO
                PERFORM ADJUNTAR-MOVIMIENTOS   THRU
                        FIN-ADJUNTAR-MOVIMIENTOS
           END-IF.

       FIN-ALTA-CASO.
           EXIT.

      * El cliente de la alerta es el titular del medio: de la cuenta
      * por su relación de titularidad o de la tarjeta por su dueño.
       RESOLVER-NIF.
      *-------------
           EXEC SQL
                SELECT C.nif_cliente
                INTO   :CASOSAR-NIF
                FROM   banco.cliente C
                WHERE  C.id_cliente IN
                       (SELECT R.id_cliente
                        FROM   banco.cliente_rln_cuenta R
                        WHERE  R.id_medio = :WK-ID-MEDIO
                        AND    R.tip_rln  = 'T'
                        UNION
                        SELECT T.id_cliente
                        FROM   banco.tarjeta T
                        WHERE  T.id_medio = :WK-ID-MEDIO)
                ORDER BY C.id_cliente
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET CASOSAR-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET CASOSAR-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CASOSAR RESOLVER-NIF: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-RESOLVER-NIF.
           EXIT.

       INSERTAR-CASO.
      *--------------
           EXEC SQL
                SELECT NEXT VALUE FOR banco.caso_sar_id_caso_seq
                INTO :CASOSAR-ID
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR INSERTAR-CASO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-INSERTAR-CASO
           END-IF.

           MOVE CASOSAR-E-TEXTO                TO CASOSAR-MOTIVO.
           SET  CASOSAR-ESTADO-ABIERTO         TO TRUE.

           EXEC SQL
                INSERT INTO banco.caso_sar(
                    id_caso,
                    nif_caso,
                    origen_caso,
                    estado_caso,
                    motivo_caso,
                    fec_alta_caso,
                    fec_limite_caso
                )
                VALUES(
                    :CASOSAR-ID,
                    :CASOSAR-NIF,
                    :CASOSAR-ORIGEN,
                    :CASOSAR-ESTADO,
                    :CASOSAR-MOTIVO,
                    now(),
                    DATE_ADD(CURDATE(),
                             INTERVAL :WK-CTE-DIAS-PLAZO DAY)
                )
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR INSERTAR-CASO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-INSERTAR-CASO
           END-IF.

           MOVE 'A'                            TO WK-ACCION-NOTA.
           MOVE CASOSAR-E-TEXTO                TO WK-TEXTO-NOTA.
           PERFORM ANOTAR-CASO                 THRU FIN-ANOTAR-CASO.

       FIN-INSERTAR-CASO.
           EXIT.

      * Movimientos implicados: el que trae la alerta o, si no trae
      * ninguno y sí un medio, los cargos de hoy de ese medio (los
      * que han agotado su tope diario). Un movimiento ya ligado al
      * caso no se repite.
       ADJUNTAR-MOVIMIENTOS.
      *---------------------
           EVALUATE TRUE
           WHEN CASOSAR-E-REF-MOV NOT = ZERO
                MOVE CASOSAR-E-REF-MOV          TO WK-REF-MOV
                EXEC SQL
                     INSERT IGNORE INTO banco.caso_sar_mov(
                         id_caso,
                         ref_mov
                     )
                     VALUES(
                         :CASOSAR-ID,
                         :WK-REF-MOV
                     )
                END-EXEC
           WHEN WK-ID-MEDIO NOT = ZERO
                EXEC SQL
                     INSERT IGNORE INTO banco.caso_sar_mov(
                         id_caso,
                         ref_mov
                     )
                     SELECT :CASOSAR-ID, M.ref_mov
                     FROM   banco.movimiento M
                     WHERE  M.id_medio      = :WK-ID-MEDIO
                     AND    M.importe_mov   < 0
                     AND    DATE(M.fec_mov) = CURDATE()
                END-EXEC
           WHEN OTHER
                GO TO FIN-ADJUNTAR-MOVIMIENTOS
           END-EVALUATE.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR ADJUNTAR-MOVIMIENTOS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ADJUNTAR-MOVIMIENTOS.
           EXIT.

      * Comprueba que CASOSAR-E-ID-CASO existe y deja su estado.
       BUSCAR-CASO.
      *------------
           IF   CASOSAR-E-ID-CASO = ZERO
           THEN SET CASOSAR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-BUSCAR-CASO
           END-IF.

           MOVE CASOSAR-E-ID-CASO              TO CASOSAR-ID.

           EXEC SQL
                SELECT estado_caso
                INTO   :CASOSAR-ESTADO
                FROM   banco.caso_sar
                WHERE  id_caso = :CASOSAR-ID
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE CASOSAR-ID                 TO CASOSAR-S-ID-CASO
           WHEN SQL-NODATA
                SET CASOSAR-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET CASOSAR-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CASOSAR BUSCAR-CASO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CASO.
           EXIT.

      * El caso pasa al analista; uno escalado sigue escalado.
       ASIGNAR-CASO.
      *-------------
           IF   CASOSAR-E-ANALISTA = SPACES
           THEN SET CASOSAR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ASIGNAR-CASO
           END-IF.

           PERFORM BUSCAR-CASO                 THRU FIN-BUSCAR-CASO.
           IF   NOT CASOSAR-STAT-OK
           THEN GO TO FIN-ASIGNAR-CASO
           END-IF.

           IF   NOT CASOSAR-ESTADO-EN-CURSO
           THEN SET CASOSAR-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-ASIGNAR-CASO
           END-IF.

           MOVE CASOSAR-E-ANALISTA             TO CASOSAR-ANALISTA.
           IF   NOT CASOSAR-ESTADO-ESCALADO
           THEN SET CASOSAR-ESTADO-ASIGNADO    TO TRUE
           END-IF.

           EXEC SQL
                UPDATE banco.caso_sar
                SET    analista_caso = :CASOSAR-ANALISTA,
                       estado_caso   = :CASOSAR-ESTADO
                WHERE  id_caso       = :CASOSAR-ID
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR ASIGNAR-CASO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ASIGNAR-CASO
           END-IF.

           MOVE 'S'                            TO WK-ACCION-NOTA.
           MOVE SPACES                         TO WK-TEXTO-NOTA.
           STRING 'ASIGNADO A ' CASOSAR-ANALISTA
                  DELIMITED BY SIZE            INTO WK-TEXTO-NOTA.
           PERFORM ANOTAR-CASO                 THRU FIN-ANOTAR-CASO.

       FIN-ASIGNAR-CASO.
           EXIT.

      * Un comentario se admite en cualquier estado: también sobre un
      * caso cerrado hay que poder dejar constancia de algo.
       COMENTAR-CASO.
      *--------------
           IF   CASOSAR-E-TEXTO = SPACES
           THEN SET CASOSAR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-COMENTAR-CASO
           END-IF.

           PERFORM BUSCAR-CASO                 THRU FIN-BUSCAR-CASO.
           IF   NOT CASOSAR-STAT-OK
           THEN GO TO FIN-COMENTAR-CASO
           END-IF.

           MOVE 'N'                            TO WK-ACCION-NOTA.
           MOVE CASOSAR-E-TEXTO                TO WK-TEXTO-NOTA.
           PERFORM ANOTAR-CASO                 THRU FIN-ANOTAR-CASO.

       FIN-COMENTAR-CASO.
           EXIT.

       ESCALAR-CASO.
      *-------------
           PERFORM BUSCAR-CASO                 THRU FIN-BUSCAR-CASO.
           IF   NOT CASOSAR-STAT-OK
           THEN GO TO FIN-ESCALAR-CASO
           END-IF.

           IF   NOT CASOSAR-ESTADO-EN-CURSO
           THEN SET CASOSAR-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-ESCALAR-CASO
           END-IF.

           EXEC SQL
                UPDATE banco.caso_sar
                SET    estado_caso = 'E'
                WHERE  id_caso     = :CASOSAR-ID
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR ESCALAR-CASO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ESCALAR-CASO
           END-IF.

           MOVE 'E'                            TO WK-ACCION-NOTA.
           IF   CASOSAR-E-TEXTO = SPACES
           THEN MOVE 'ESCALADO'                TO WK-TEXTO-NOTA
           ELSE MOVE CASOSAR-E-TEXTO           TO WK-TEXTO-NOTA
           END-IF.
           PERFORM ANOTAR-CASO                 THRU FIN-ANOTAR-CASO.

       FIN-ESCALAR-CASO.
           EXIT.

      * Cierre como falso positivo o como comunicado; en los dos
      * casos el analista tiene que dejar el porqué. Un caso cerrado
      * como comunicado queda a la espera de que EXPSEPBLAC lo envíe.
       CERRAR-CASO.
      *------------
           IF   CASOSAR-E-TEXTO = SPACES
           THEN SET CASOSAR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-CERRAR-CASO
           END-IF.

           PERFORM BUSCAR-CASO                 THRU FIN-BUSCAR-CASO.
           IF   NOT CASOSAR-STAT-OK
           THEN GO TO FIN-CERRAR-CASO
           END-IF.

           IF   NOT CASOSAR-ESTADO-EN-CURSO
           THEN SET CASOSAR-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-CERRAR-CASO
           END-IF.

           IF   CASOSAR-E-ACC-CERRAR-FALSO
           THEN SET CASOSAR-ESTADO-FALSO       TO TRUE
                MOVE 'F'                       TO WK-ACCION-NOTA
           ELSE SET CASOSAR-ESTADO-COMUNICAR   TO TRUE
                MOVE 'C'                       TO WK-ACCION-NOTA
           END-IF.

           EXEC SQL
                UPDATE banco.caso_sar
                SET    estado_caso     = :CASOSAR-ESTADO,
                       fec_cierre_caso = now()
                WHERE  id_caso         = :CASOSAR-ID
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR CERRAR-CASO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CERRAR-CASO
           END-IF.

           MOVE CASOSAR-E-TEXTO                TO WK-TEXTO-NOTA.
           PERFORM ANOTAR-CASO                 THRU FIN-ANOTAR-CASO.

       FIN-CERRAR-CASO.
           EXIT.

      * El caso ha salido en el fichero de comunicación al SEPBLAC:
      * solo puede marcarse así uno cerrado para comunicar.
       MARCAR-COMUNICADO.
      *------------------
           PERFORM BUSCAR-CASO                 THRU FIN-BUSCAR-CASO.
           IF   NOT CASOSAR-STAT-OK
           THEN GO TO FIN-MARCAR-COMUNICADO
           END-IF.

           IF   NOT CASOSAR-ESTADO-COMUNICAR
           THEN SET CASOSAR-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-MARCAR-COMUNICADO
           END-IF.

           EXEC SQL
                UPDATE banco.caso_sar
                SET    estado_caso           = 'X',
                       fec_comunicacion_caso = now()
                WHERE  id_caso               = :CASOSAR-ID
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR MARCAR-COMUNICADO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-MARCAR-COMUNICADO
           END-IF.

           MOVE 'X'                            TO WK-ACCION-NOTA.
           IF   CASOSAR-E-TEXTO = SPACES
           THEN MOVE 'COMUNICADO AL SEPBLAC'   TO WK-TEXTO-NOTA
           ELSE MOVE CASOSAR-E-TEXTO           TO WK-TEXTO-NOTA
           END-IF.
           PERFORM ANOTAR-CASO                 THRU FIN-ANOTAR-CASO.

       FIN-MARCAR-COMUNICADO.
           EXIT.

      * Rastro del caso: quién, cuándo, qué acción (A alta, S
      * asignación, N nota, E escalado, F falso positivo, C cierre
      * para comunicar, X comunicado) y el texto.
       ANOTAR-CASO.
      *------------
           EXEC SQL
                INSERT INTO banco.caso_sar_nota(
                    id_caso,
                    fec_nota,
                    usuario_nota,
                    accion_nota,
                    texto_nota
                )
                VALUES(
                    :CASOSAR-ID,
                    now(),
                    :WK-USUARIO,
                    :WK-ACCION-NOTA,
                    :WK-TEXTO-NOTA
                )
           END-EXEC.

           MOVE SQLCODE                        TO CASOSAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CASOSAR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CASOSAR ANOTAR-CASO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ANOTAR-CASO.
           EXIT.
