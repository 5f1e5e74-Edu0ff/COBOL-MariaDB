       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CANDGRUPO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Propuesta de vínculos entre clientes para los grupos
      * económicos. Busca en los datos parejas de clientes que
      * deberían vigilarse juntas y las deja en banco.grupo_candidato
      * como pendientes:
      *   - T: comparten un titular real vigente;
      *   - P: comparten un apoderado con poder vigente;
      *   - A: uno es titular real, por participación directa o
      *     indirecta, del otro.
      * No se propone una pareja que ya esté en el mismo grupo ni
      * una que ya se propuso por el mismo motivo, la aceptaran o
      * la descartaran. Después lista todas las pendientes, las de
      * hoy marcadas como nuevas, con el grupo en el que está hoy
      * cada cliente, para que riesgos las revise desde el menú
      * (GRUPOECO las acepta al incluir al cliente en el grupo del
      * otro, o las descarta).

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
      *----------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
      *    Listado de vínculos pendientes. Su nombre lleva la fecha de
      *    la ejecución.
           SELECT FICHCAND ASSIGN TO WK-FICHCAND-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCAND.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHCAND RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCAND                     PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE grupoeco         END-EXEC.

      * Pareja pendiente que se va listando.
       01  WK-CAN-NIF-A                      PIC X(10).
       01  WK-CAN-NOM-A                      PIC X(57).
       01  WK-CAN-GRUPO-A                    PIC 9(10).
       01  WK-CAN-NIF-B                      PIC X(10).
       01  WK-CAN-NOM-B                      PIC X(57).
       01  WK-CAN-GRUPO-B                    PIC 9(10).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * para cerrarla.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FICHCAND-NOMBRE                PIC X(40).
       01  FS-FICHCAND                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Marca de la pareja detectada hoy.
       01  WK-MARCA-NUEVA                    PIC X(05).

      * Parejas pendientes listadas y, de ellas, las detectadas hoy,
      * en total y por motivo.
       01  WK-CONTADOR-TITREAL               PIC 9(07) VALUE 0.
       01  WK-CONTADOR-APODERADO             PIC 9(07) VALUE 0.
       01  WK-CONTADOR-ACCIONES              PIC 9(07) VALUE 0.
       01  WK-CONTADOR-PENDIENTES            PIC 9(07) VALUE 0.
       01  WK-CONTADOR-NUEVAS                PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM DETECTAR-CANDIDATOS     THRU
                        FIN-DETECTAR-CANDIDATOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
                IF   STAT-OK
                THEN PERFORM LISTAR-PENDIENTES  THRU
                             FIN-LISTAR-PENDIENTES
                     PERFORM ESCRIBIR-TOTALES   THRU
                             FIN-ESCRIBIR-TOTALES
                     PERFORM CERRAR-FICHERO     THRU
                             FIN-CERRAR-FICHERO
                END-IF
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           END-IF.

           PERFORM DESCONECTAR-BD               THRU FIN-DESCONECTAR-BD.
           PERFORM MOSTRAR-ESTADO               THRU FIN-MOSTRAR-ESTADO.

           STOP RUN RETURNING SW-STAT.

       INICIALIZAR.
      *------------
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           STRING 'candidatos-grupo-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCAND-NOMBRE.

       FIN-INICIALIZAR.
           EXIT.

       CONECTAR-BD.
      *------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-ABRIR             TO TRUE.

      *    El origen de datos se toma de la variable de entorno
      *    BANCO_DSNAME si está definida; si no, se mantiene el valor
      *    por omisión de WK-DATASOURCE.
           MOVE SPACES                          TO WK-DATASOURCE-ENV.
           ACCEPT WK-DATASOURCE-ENV             FROM ENVIRONMENT
                                                 'BANCO_DSNAME'.
           IF   WK-DATASOURCE-ENV NOT = SPACES
           THEN MOVE WK-DATASOURCE-ENV          TO WK-DATASOURCE
           END-IF.

           MOVE WK-DATASOURCE                   TO CONEXMDB-E-DSNAME.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

           IF   NOT CONEXMDB-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** CANDGRUPO CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CANDGRUPO'                 TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'               TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      *    Da de alta la fila de control del lote en banco.batch_log
      *    y se queda con su identificador para poder cerrarla al
      *    terminar.
       REGISTRAR-INICIO-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-INICIAR            TO TRUE.
           MOVE 'CANDGRUPO'                     TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-PENDIENTES          TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR            TO TRUE.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.

      *    Da de alta en el catálogo de informes el listado, como
      *    confidencial: lleva NIF y nombre de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CANDGRUPO'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCAND-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CANDGRUPO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCAND-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    Las tres búsquedas van en una sola unidad de trabajo: o
      *    quedan todas las parejas nuevas o ninguna.
       DETECTAR-CANDIDATOS.
      *--------------------
           SET  GRUCAND-ESTADO-PENDIENTE        TO TRUE.

           PERFORM DETECTAR-TITREAL             THRU
                   FIN-DETECTAR-TITREAL.

           IF   STAT-OK
           THEN PERFORM DETECTAR-APODERADO      THRU
                        FIN-DETECTAR-APODERADO
           END-IF.

           IF   STAT-OK
           THEN PERFORM DETECTAR-ACCIONES       THRU
                        FIN-DETECTAR-ACCIONES
           END-IF.

           IF   STAT-OK
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

       FIN-DETECTAR-CANDIDATOS.
           EXIT.

      *    Parejas de clientes con un mismo titular real vigente. Se
      *    guarda uno de los NIF que comparten.
       DETECTAR-TITREAL.
      *-----------------
           EXEC SQL
                INSERT INTO banco.grupo_candidato(
                    id_cliente_a,
                    id_cliente_b,
                    motivo_candidato,
                    nif_comun_candidato,
                    fec_deteccion_candidato,
                    estado_candidato
                )
                SELECT T1.id_cliente, T2.id_cliente, 'T',
                       MIN(T1.nif_titreal), CURDATE(),
                       :GRUCAND-ESTADO
                FROM   banco.titular_real T1,
                       banco.titular_real T2
                WHERE  T2.nif_titreal    = T1.nif_titreal
                AND    T1.id_cliente     < T2.id_cliente
                AND    T1.estado_titreal = 'A'
                AND    T2.estado_titreal = 'A'
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   banco.grupo_candidato K
                        WHERE  K.id_cliente_a     = T1.id_cliente
                        AND    K.id_cliente_b     = T2.id_cliente
                        AND    K.motivo_candidato = 'T')
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   banco.grupo_miembro M1,
                               banco.grupo_miembro M2
                        WHERE  M1.id_cliente = T1.id_cliente
                        AND    M2.id_cliente = T2.id_cliente
                        AND    M2.id_grupo   = M1.id_grupo
                        AND    M1.fec_baja_miembro IS NULL
                        AND    M2.fec_baja_miembro IS NULL)
                GROUP BY T1.id_cliente, T2.id_cliente
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'DETECTAR-TITREAL'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-DETECTAR-TITREAL.
           EXIT.

      *    Parejas de clientes con un mismo apoderado con poder
      *    vigente.
       DETECTAR-APODERADO.
      *-------------------
           EXEC SQL
                INSERT INTO banco.grupo_candidato(
                    id_cliente_a,
                    id_cliente_b,
                    motivo_candidato,
                    nif_comun_candidato,
                    fec_deteccion_candidato,
                    estado_candidato
                )
                SELECT P1.id_cliente, P2.id_cliente, 'P',
                       MIN(P1.nif_apoderado_poder), CURDATE(),
                       :GRUCAND-ESTADO
                FROM   banco.poder P1,
                       banco.poder P2
                WHERE  P2.nif_apoderado_poder = P1.nif_apoderado_poder
                AND    P1.id_cliente   < P2.id_cliente
                AND    P1.estado_poder = 'A'
                AND    P2.estado_poder = 'A'
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   banco.grupo_candidato K
                        WHERE  K.id_cliente_a     = P1.id_cliente
                        AND    K.id_cliente_b     = P2.id_cliente
                        AND    K.motivo_candidato = 'P')
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   banco.grupo_miembro M1,
                               banco.grupo_miembro M2
                        WHERE  M1.id_cliente = P1.id_cliente
                        AND    M2.id_cliente = P2.id_cliente
                        AND    M2.id_grupo   = M1.id_grupo
                        AND    M1.fec_baja_miembro IS NULL
                        AND    M2.fec_baja_miembro IS NULL)
                GROUP BY P1.id_cliente, P2.id_cliente
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'DETECTAR-APODERADO'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-DETECTAR-APODERADO.
           EXIT.

      *    Cliente que es, él mismo, titular real de otro cliente por
      *    participación directa o indirecta: el NIF común es el
      *    suyo.
       DETECTAR-ACCIONES.
      *------------------
           EXEC SQL
                INSERT INTO banco.grupo_candidato(
                    id_cliente_a,
                    id_cliente_b,
                    motivo_candidato,
                    nif_comun_candidato,
                    fec_deteccion_candidato,
                    estado_candidato
                )
                SELECT LEAST(C.id_cliente, T.id_cliente),
                       GREATEST(C.id_cliente, T.id_cliente), 'A',
                       MIN(C.nif_cliente), CURDATE(),
                       :GRUCAND-ESTADO
                FROM   banco.titular_real T,
                       banco.cliente      C
                WHERE  C.nif_cliente          = T.nif_titreal
                AND    C.id_cliente          <> T.id_cliente
                AND    T.estado_titreal       = 'A'
                AND    T.tipo_control_titreal IN ('D', 'I')
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   banco.grupo_candidato K
                        WHERE  K.id_cliente_a     =
                               LEAST(C.id_cliente, T.id_cliente)
                        AND    K.id_cliente_b     =
                               GREATEST(C.id_cliente, T.id_cliente)
                        AND    K.motivo_candidato = 'A')
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   banco.grupo_miembro M1,
                               banco.grupo_miembro M2
                        WHERE  M1.id_cliente = C.id_cliente
                        AND    M2.id_cliente = T.id_cliente
                        AND    M2.id_grupo   = M1.id_grupo
                        AND    M1.fec_baja_miembro IS NULL
                        AND    M2.fec_baja_miembro IS NULL)
                GROUP BY LEAST(C.id_cliente, T.id_cliente),
                         GREATEST(C.id_cliente, T.id_cliente)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'DETECTAR-ACCIONES'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-DETECTAR-ACCIONES.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHCAND.

           IF   FS-FICHCAND NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CANDGRUPO ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHCAND-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHCAND ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHCAND.
           STRING 'VINCULOS PENDIENTES ENTRE CLIENTES A ['
                  WK-FECHA-ACTUAL-8 '] (T TITULAR REAL COMUN, '
                  'P APODERADO COMUN, A PARTICIPACION)'
                  DELIMITED BY SIZE             INTO REG-FICHCAND.
           WRITE REG-FICHCAND.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCAND.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Todas las parejas pendientes, las nuevas primero.
       LISTAR-PENDIENTES.
      *------------------
           EXEC SQL
                DECLARE CUR-CANDIDATOS CURSOR FOR
                SELECT K.id_cliente_a, CA.nif_cliente, CA.nom_cliente,
                       COALESCE((SELECT MAX(M.id_grupo)
                                 FROM   banco.grupo_miembro M
                                 WHERE  M.id_cliente = K.id_cliente_a
                                 AND    M.fec_baja_miembro IS NULL),
                                0),
                       K.id_cliente_b, CB.nif_cliente, CB.nom_cliente,
                       COALESCE((SELECT MAX(M.id_grupo)
                                 FROM   banco.grupo_miembro M
                                 WHERE  M.id_cliente = K.id_cliente_b
                                 AND    M.fec_baja_miembro IS NULL),
                                0),
                       K.motivo_candidato, K.nif_comun_candidato,
                       DATE_FORMAT(K.fec_deteccion_candidato,
                                   '%Y%m%d')
                FROM   banco.grupo_candidato K,
                       banco.cliente         CA,
                       banco.cliente         CB
                WHERE  K.estado_candidato = 'P'
                AND    CA.id_cliente      = K.id_cliente_a
                AND    CB.id_cliente      = K.id_cliente_b
                ORDER BY K.fec_deteccion_candidato DESC,
                         CA.nif_cliente, CB.nif_cliente,
                         K.motivo_candidato
           END-EXEC.

           EXEC SQL OPEN CUR-CANDIDATOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-PENDIENTES'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-LISTAR-PENDIENTES
           END-IF.

           PERFORM LISTAR-UN-CANDIDATO          THRU
                   FIN-LISTAR-UN-CANDIDATO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CANDIDATOS END-EXEC.

       FIN-LISTAR-PENDIENTES.
           EXIT.

       LISTAR-UN-CANDIDATO.
      *--------------------
           EXEC SQL
                FETCH CUR-CANDIDATOS
                INTO  :GRUCAND-ID-CLIENTE-A, :WK-CAN-NIF-A,
                      :WK-CAN-NOM-A, :WK-CAN-GRUPO-A,
                      :GRUCAND-ID-CLIENTE-B, :WK-CAN-NIF-B,
                      :WK-CAN-NOM-B, :WK-CAN-GRUPO-B,
                      :GRUCAND-MOTIVO, :GRUCAND-NIF-COMUN,
                      :GRUCAND-FEC-DETECCION
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     WK-CONTADOR-PENDIENTES
                IF   GRUCAND-FEC-DETECCION = WK-FECHA-ACTUAL-8
                THEN MOVE 'NUEVO'               TO WK-MARCA-NUEVA
                     PERFORM CONTAR-NUEVA       THRU FIN-CONTAR-NUEVA
                ELSE MOVE SPACES                TO WK-MARCA-NUEVA
                END-IF
                MOVE SPACES                     TO REG-FICHCAND
                STRING WK-MARCA-NUEVA ' MOTIVO [' GRUCAND-MOTIVO
                       '] NIF COMUN [' GRUCAND-NIF-COMUN
                       '] DESDE [' GRUCAND-FEC-DETECCION
                       '] NIF [' WK-CAN-NIF-A '] ' WK-CAN-NOM-A
                       ' GRUPO [' WK-CAN-GRUPO-A
                       '] NIF [' WK-CAN-NIF-B '] ' WK-CAN-NOM-B
                       ' GRUPO [' WK-CAN-GRUPO-B ']'
                       DELIMITED BY SIZE        INTO REG-FICHCAND
                WRITE REG-FICHCAND
           WHEN OTHER
                MOVE 'LISTAR-UN-CANDIDATO'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-EVALUATE.

       FIN-LISTAR-UN-CANDIDATO.
           EXIT.

       CONTAR-NUEVA.
      *-------------
           ADD  1                               TO WK-CONTADOR-NUEVAS.

           EVALUATE GRUCAND-MOTIVO
           WHEN 'T'
                ADD  1                          TO WK-CONTADOR-TITREAL
           WHEN 'P'
                ADD  1                          TO
                     WK-CONTADOR-APODERADO
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-ACCIONES
           END-EVALUATE.

       FIN-CONTAR-NUEVA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHCAND.
           STRING 'PENDIENTES [' WK-CONTADOR-PENDIENTES
                  '] NUEVAS [' WK-CONTADOR-NUEVAS
                  '] POR TITULAR REAL [' WK-CONTADOR-TITREAL
                  '] POR APODERADO [' WK-CONTADOR-APODERADO
                  '] POR PARTICIPACION [' WK-CONTADOR-ACCIONES ']'
                  DELIMITED BY SIZE             INTO REG-FICHCAND.
           WRITE REG-FICHCAND.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'HACER-COMMIT'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa; el registro en LOGERR se hace después de
      *    deshacer (REGISTRAR-ERROR), porque LOGERR confirma su
      *    propia fila y no debe arrastrar con ella las parejas a
      *    medias.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** CANDGRUPO ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'CANDGRUPO'                     TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'VINCULOS ENTRE CLIENTES PARA GRUPOS ECONOMICOS'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHCAND-NOMBRE ']'.
           DISPLAY 'NUEVAS TITULAR REAL  [' WK-CONTADOR-TITREAL ']'.
           DISPLAY 'NUEVAS APODERADO     [' WK-CONTADOR-APODERADO ']'.
           DISPLAY 'NUEVAS PARTICIPACION [' WK-CONTADOR-ACCIONES ']'.
           DISPLAY 'PENDIENTES           [' WK-CONTADOR-PENDIENTES
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
