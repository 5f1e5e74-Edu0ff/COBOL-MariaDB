       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REASGEST.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Reasignación masiva de carteras de clientes entre gestores
      * comerciales (bajas, jubilaciones, cambios de puesto). Lee un
      * mapa con parejas gestor origen - gestor destino y pasa todos
      * los clientes que el origen tiene asignados al destino: se
      * cierra cada asignación vigente con la fecha del día y se abre
      * la nueva con motivo R, así que la historia de
      * banco.cliente_gestor queda completa. Si la pareja lo pide, el
      * gestor origen se da de baja una vez vaciada su cartera. Cada
      * pareja se confirma por separado y deja en la traza un
      * renglón por cliente traspasado y uno de resumen.

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
      *    Mapa de reasignación: una línea por pareja de gestores. Por
      *    omisión se toma reasgest-mapa.dat; para otro fichero se usa
      *    la variable de entorno REASGEST_FICHERO.
           SELECT FICHMAPA ASSIGN TO WK-FICHMAPA-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHMAPA.

      *    Traza de la reasignación. Su nombre lleva la fecha de la
      *    ejecución.
           SELECT FICHTRAS ASSIGN TO WK-FICHTRAS-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHTRAS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHMAPA RECORD CONTAINS 17 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHMAPA.
           05  MAPA-GESTOR-ORIGEN            PIC X(08).
           05  MAPA-GESTOR-DESTINO           PIC X(08).
      *    'S' para dar de baja al gestor origen tras vaciar su
      *    cartera; 'N' o en blanco, sigue activo.
           05  MAPA-BAJA-ORIGEN              PIC X(01).
               88  MAPA-BAJA-ORIGEN-SI       VALUE 'S'.
               88  MAPA-BAJA-ORIGEN-OK       VALUES 'S' 'N' ' '.

       FD FICHTRAS RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHTRAS                     PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE gestor           END-EXEC.

       01  WK-GES-ORIGEN                     PIC X(08).
       01  WK-GES-DESTINO                    PIC X(08).
       01  WK-ESTADO-ORIGEN                  PIC X(01).
       01  WK-ESTADO-DESTINO                 PIC X(01).

      * Cliente de la cartera del gestor origen que se va trazando.
       01  WK-CLI-ID                         PIC 9(10).
       01  WK-CLI-NIF                        PIC X(10).
       01  WK-CLI-NOM                        PIC X(57).
       01  WK-CLI-FEC-INI                    PIC X(08).
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


       01  SW-FIN-FICHMAPA                   PIC 9(01) VALUE 0.
           88  FIN-FICHMAPA-NO               VALUE 0.
           88  FIN-FICHMAPA-SI               VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHMAPA-NOMBRE                PIC X(40) VALUE
                                             'reasgest-mapa.dat'.
       01  WK-FICHMAPA-NOMBRE-ENV            PIC X(40).
       01  FS-FICHMAPA                       PIC X(02).
       01  WK-FICHTRAS-NOMBRE                PIC X(40).
       01  FS-FICHTRAS                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Motivo por el que se descarta la pareja; en blanco, se
      * aplica.
       01  WK-MOTIVO                         PIC X(40).

      * Clientes traspasados en la pareja en curso.
       01  WK-CLIENTES-PAREJA                PIC 9(06).

      * Parejas leídas, aplicadas y descartadas, clientes
      * traspasados y gestores dados de baja en total.
       01  WK-CONTADOR-LEIDAS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-APLICADAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DESCARTADAS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CLIENTES              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-BAJAS                 PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.

           IF   STAT-OK
           THEN PERFORM CONECTAR-BD             THRU FIN-CONECTAR-BD
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PAREJA             THRU FIN-LEER-PAREJA
                PERFORM TRATAR-PAREJA           THRU
                        FIN-TRATAR-PAREJA
                UNTIL   FIN-FICHMAPA-SI
                OR      NOT STAT-OK
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
                PERFORM CERRAR-FICHEROS         THRU
                        FIN-CERRAR-FICHEROS
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
           ACCEPT WK-FECHA-ACTUAL               FROM DATE YYYYMMDD.
           STRING 'reasgest-traza-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHTRAS-NOMBRE.

           MOVE SPACES                     TO WK-FICHMAPA-NOMBRE-ENV.
           ACCEPT WK-FICHMAPA-NOMBRE-ENV        FROM ENVIRONMENT
                                                'REASGEST_FICHERO'.
           IF   WK-FICHMAPA-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHMAPA-NOMBRE-ENV     TO WK-FICHMAPA-NOMBRE
           END-IF.

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
                DISPLAY '*** FATAL *** REASGEST CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'REASGEST'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'REASGEST'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-CLIENTES            TO
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


      *    Da de alta en el catálogo de informes la traza, como
      *    confidencial: lleva NIF y nombre de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'REASGEST'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHTRAS-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** REASGEST REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHTRAS-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHMAPA.

           IF   FS-FICHMAPA NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** REASGEST ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHMAPA-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHMAPA ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHTRAS.

           IF   FS-FICHTRAS NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** REASGEST ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHTRAS-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHTRAS ']'
                CLOSE FICHMAPA
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHMAPA
                 FICHTRAS.

       FIN-CERRAR-FICHEROS.
           EXIT.

       LEER-PAREJA.
      *------------
           READ FICHMAPA
                AT END SET FIN-FICHMAPA-SI      TO TRUE
           END-READ.

       FIN-LEER-PAREJA.
           EXIT.

       TRATAR-PAREJA.
      *--------------
           PERFORM APLICAR-PAREJA               THRU
                   FIN-APLICAR-PAREJA.

           IF   STAT-OK
           THEN PERFORM LEER-PAREJA             THRU FIN-LEER-PAREJA
           END-IF.

       FIN-TRATAR-PAREJA.
           EXIT.

      *    Una pareja: se valida, se traza la cartera del origen, se
      *    traspasa al destino y, si se pide, se da de baja el
      *    origen, todo en la misma unidad de trabajo.
       APLICAR-PAREJA.
      *---------------
           ADD  1                               TO WK-CONTADOR-LEIDAS.
           MOVE SPACES                          TO WK-MOTIVO.
           MOVE ZERO                            TO WK-CLIENTES-PAREJA.
           MOVE MAPA-GESTOR-ORIGEN              TO WK-GES-ORIGEN.
           MOVE MAPA-GESTOR-DESTINO             TO WK-GES-DESTINO.

           PERFORM VALIDAR-PAREJA               THRU
                   FIN-VALIDAR-PAREJA.

           IF   NOT STAT-OK
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-APLICAR-PAREJA
           END-IF.

           IF   WK-MOTIVO NOT = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-DESCARTADAS
                MOVE SPACES                     TO REG-FICHTRAS
                STRING 'PAREJA [' REG-FICHMAPA '] DESCARTADA: '
                       WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHTRAS
                WRITE REG-FICHTRAS
                GO TO FIN-APLICAR-PAREJA
           END-IF.

           PERFORM TRAZAR-CARTERA               THRU
                   FIN-TRAZAR-CARTERA.

           IF   STAT-OK
           THEN PERFORM TRASPASAR-CARTERA       THRU
                        FIN-TRASPASAR-CARTERA
           END-IF.

           IF   STAT-OK
                AND MAPA-BAJA-ORIGEN-SI
           THEN PERFORM BAJA-ORIGEN             THRU
                        FIN-BAJA-ORIGEN
           END-IF.

           IF   STAT-OK
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-APLICAR-PAREJA
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-APLICADAS.
           ADD  WK-CLIENTES-PAREJA              TO
                WK-CONTADOR-CLIENTES.

           MOVE SPACES                          TO REG-FICHTRAS.
           STRING 'RESUMEN GESTOR [' WK-GES-ORIGEN '] -> ['
                  WK-GES-DESTINO '] CLIENTES [' WK-CLIENTES-PAREJA
                  '] BAJA DEL ORIGEN [' MAPA-BAJA-ORIGEN ']'
                  DELIMITED BY SIZE             INTO REG-FICHTRAS.
           WRITE REG-FICHTRAS.

       FIN-APLICAR-PAREJA.
           EXIT.

      *    El origen tiene que existir (puede estar ya de baja, para
      *    repartir la cartera que se le quedó); el destino tiene
      *    que existir y estar activo.
       VALIDAR-PAREJA.
      *---------------
           IF   WK-GES-ORIGEN = SPACES
                OR WK-GES-DESTINO = SPACES
                OR WK-GES-ORIGEN = WK-GES-DESTINO
                OR NOT MAPA-BAJA-ORIGEN-OK
           THEN MOVE 'PAREJA MAL FORMADA'       TO WK-MOTIVO
                GO TO FIN-VALIDAR-PAREJA
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(CASE WHEN cod_gestor =
                                         :WK-GES-ORIGEN
                                    THEN estado_gestor END), ' '),
                       COALESCE(MAX(CASE WHEN cod_gestor =
                                         :WK-GES-DESTINO
                                    THEN estado_gestor END), ' ')
                INTO   :WK-ESTADO-ORIGEN, :WK-ESTADO-DESTINO
                FROM   banco.gestor
                WHERE  cod_gestor IN (:WK-GES-ORIGEN, :WK-GES-DESTINO)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'VALIDAR-PAREJA'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-VALIDAR-PAREJA
           END-IF.

           EVALUATE TRUE
           WHEN WK-ESTADO-ORIGEN = SPACE
                MOVE 'GESTOR ORIGEN INEXISTENTE'     TO WK-MOTIVO
           WHEN WK-ESTADO-DESTINO = SPACE
                MOVE 'GESTOR DESTINO INEXISTENTE'    TO WK-MOTIVO
           WHEN WK-ESTADO-DESTINO NOT = 'A'
                MOVE 'GESTOR DESTINO DADO DE BAJA'   TO WK-MOTIVO
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       FIN-VALIDAR-PAREJA.
           EXIT.

      *    Un renglón por cliente de la cartera vigente del origen.
       TRAZAR-CARTERA.
      *---------------
           EXEC SQL
                DECLARE CUR-CARTERA CURSOR FOR
                SELECT C.id_cliente, C.nif_cliente, C.nom_cliente,
                       DATE_FORMAT(A.fec_ini_asig, '%Y%m%d')
                FROM   banco.cliente_gestor A,
                       banco.cliente        C
                WHERE  A.cod_gestor   = :WK-GES-ORIGEN
                AND    A.fec_fin_asig IS NULL
                AND    C.id_cliente   = A.id_cliente
                ORDER BY C.nif_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-CARTERA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'TRAZAR-CARTERA'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-TRAZAR-CARTERA
           END-IF.

           PERFORM TRAZAR-UN-CLIENTE            THRU
                   FIN-TRAZAR-UN-CLIENTE
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CARTERA END-EXEC.

       FIN-TRAZAR-CARTERA.
           EXIT.

       TRAZAR-UN-CLIENTE.
      *------------------
           EXEC SQL
                FETCH CUR-CARTERA
                INTO  :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-NOM,
                      :WK-CLI-FEC-INI
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE SPACES                     TO REG-FICHTRAS
                STRING 'CLIENTE [' WK-CLI-ID '] NIF [' WK-CLI-NIF
                       '] ' WK-CLI-NOM ' CON EL GESTOR DESDE ['
                       WK-CLI-FEC-INI '] DE [' WK-GES-ORIGEN
                       '] A [' WK-GES-DESTINO ']'
                       DELIMITED BY SIZE        INTO REG-FICHTRAS
                WRITE REG-FICHTRAS
                ADD  1                          TO WK-CLIENTES-PAREJA
           WHEN OTHER
                MOVE 'TRAZAR-UN-CLIENTE'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-TRAZAR-UN-CLIENTE.
           EXIT.

      *    Se abren las asignaciones nuevas al destino y después se
      *    cierran las del origen, cada cosa de una sola sentencia.
       TRASPASAR-CARTERA.
      *------------------
           MOVE WK-GES-DESTINO                  TO CLIGESTOR-COD-GESTOR.
           SET  CLIGESTOR-MOTIVO-REASIGNA       TO TRUE.
           MOVE 'REASGEST'                      TO CLIGESTOR-USUARIO.

           EXEC SQL
                INSERT INTO banco.cliente_gestor(
                    id_cliente,
                    cod_gestor,
                    fec_ini_asig,
                    motivo_asig,
                    usuario_asig
                )
                SELECT id_cliente,
                       :CLIGESTOR-COD-GESTOR,
                       CURDATE(),
                       :CLIGESTOR-MOTIVO,
                       :CLIGESTOR-USUARIO
                FROM   banco.cliente_gestor
                WHERE  cod_gestor   = :WK-GES-ORIGEN
                AND    fec_fin_asig IS NULL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'TRASPASAR-CARTERA'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-TRASPASAR-CARTERA
           END-IF.

           EXEC SQL
                UPDATE banco.cliente_gestor
                SET    fec_fin_asig = CURDATE()
                WHERE  cod_gestor   = :WK-GES-ORIGEN
                AND    fec_fin_asig IS NULL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'TRASPASAR-CARTERA'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-TRASPASAR-CARTERA.
           EXIT.

       BAJA-ORIGEN.
      *------------
           EXEC SQL
                UPDATE banco.gestor
                SET    estado_gestor   = 'B',
                       fec_baja_gestor = CURDATE()
                WHERE  cod_gestor      = :WK-GES-ORIGEN
                AND    estado_gestor   = 'A'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO WK-CONTADOR-BAJAS
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                MOVE 'BAJA-ORIGEN'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-BAJA-ORIGEN.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHTRAS.
           STRING 'PAREJAS LEIDAS [' WK-CONTADOR-LEIDAS
                  '] APLICADAS [' WK-CONTADOR-APLICADAS
                  '] DESCARTADAS [' WK-CONTADOR-DESCARTADAS
                  '] CLIENTES [' WK-CONTADOR-CLIENTES
                  '] GESTORES DE BAJA [' WK-CONTADOR-BAJAS ']'
                  DELIMITED BY SIZE             INTO REG-FICHTRAS.

           WRITE REG-FICHTRAS.

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

           IF   NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa; el registro en LOGERR se hace después de
      *    deshacer (REGISTRAR-ERROR), porque LOGERR confirma su
      *    propia fila y no debe arrastrar con ella el traspaso a
      *    medias.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** REASGEST ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'REASGEST'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'REASIGNACION DE CARTERAS ENTRE GESTORES'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DEL MAPA     [' WK-FICHMAPA-NOMBRE ']'.
           DISPLAY 'FICHERO DE TRAZA     [' WK-FICHTRAS-NOMBRE ']'.
           DISPLAY 'PAREJAS LEIDAS       [' WK-CONTADOR-LEIDAS ']'.
           DISPLAY 'APLICADAS            [' WK-CONTADOR-APLICADAS ']'.
           DISPLAY 'DESCARTADAS          [' WK-CONTADOR-DESCARTADAS
                   ']'.
           DISPLAY 'CLIENTES TRASPASADOS [' WK-CONTADOR-CLIENTES ']'.
           DISPLAY 'GESTORES DE BAJA     [' WK-CONTADOR-BAJAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
