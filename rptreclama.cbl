       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTRECLAMA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Aviso diario de plazos de reclamaciones: lista las
      * reclamaciones abiertas cuya fecha límite legal de respuesta
      * ya ha pasado (VENCIDA) o cae dentro de los próximos días
      * (PROXIMA), por orden de fecha límite, para que el servicio
      * de atención al cliente responda a tiempo.

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
      *    Fichero de salida del aviso. Su nombre lleva la fecha de
      *    la ejecución para no pisar el de ejecuciones anteriores.
           SELECT FICHRECL ASSIGN TO WK-FICHRECL-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRECL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por reclamación a vigilar.
       FD FICHRECL RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRECL                     PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Reclamación que devuelve el cursor.
       01  WK-ID-RECLAMA                    PIC 9(10).
       01  WK-NIF                           PIC X(10).
       01  WK-CATEGORIA                     PIC X(03).
       01  WK-CANAL                         PIC X(01).
       01  WK-FEC-RECEPCION                 PIC X(08).
       01  WK-FEC-LIMITE                    PIC X(08).
      *    Días que faltan hasta la fecha límite; negativo si ya ha
      *    pasado.
       01  WK-DIAS-RESTANTES                PIC S9(05) LEADING
                                            SEPARATE.
       01  WK-MOTIVO                        PIC X(80).

      * Días de antelación con que se avisa de una reclamación que
      * está por vencer.
       01  WK-DIAS-AVISO                    PIC 9(02) VALUE 5.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
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


      * La antelación se ajusta con RPTRECLAMA_DIAS_AVISO.
       01  WK-DIAS-AVISO-ENV                 PIC X(02).

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).

       01  WK-FICHRECL-NOMBRE                PIC X(30).
       01  FS-FICHRECL                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       01  WK-MARCA                          PIC X(07).

      * Reclamaciones listadas, vencidas y por vencer.
       01  WK-CONTADOR-RECLAMA               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-VENCIDAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PROXIMAS              PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-RECLAMACIONES    THRU
                        FIN-LISTAR-RECLAMACIONES
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
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

           STRING 'reclamaciones-plazo-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHRECL-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTRECLAMA CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTRECLAMA'                TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTRECLAMA'                    TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Umbrales y plazos del proceso, de banco.parametro_batch
      *    salvo que la variable de entorno del mismo nombre los
      *    sustituya; el valor usado queda anotado contra la
      *    ejecución.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'RPTRECLAMA'                    TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTRECLAMA_DIAS_AVISO'         TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '05'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-AVISO-ENV.
           IF   WK-DIAS-AVISO-ENV IS NUMERIC
           THEN MOVE WK-DIAS-AVISO-ENV          TO WK-DIAS-AVISO
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTRECLAMA LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTRECLAMA'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.
       FIN-LEER-PARAMETRO.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-RECLAMA             TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTRECLAMA'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRECL-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTRECLAMA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRECL-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR            TO TRUE.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.


       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHRECL.

           IF   FS-FICHRECL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTRECLAMA ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHRECL ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHRECL.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Solo las abiertas: una resuelta ya tiene respuesta y una
      * escalada está en manos del Banco de España.
       LISTAR-RECLAMACIONES.
      *---------------------
           EXEC SQL
                DECLARE CUR-RECLAMA CURSOR FOR
                SELECT id_reclamacion, nif_reclamacion,
                       categoria_reclamacion, canal_reclamacion,
                       DATE_FORMAT(fec_recepcion_reclamacion,
                                   '%Y%m%d'),
                       DATE_FORMAT(fec_limite_reclamacion, '%Y%m%d'),
                       DATEDIFF(fec_limite_reclamacion, CURDATE()),
                       motivo_reclamacion
                FROM   banco.reclamacion
                WHERE  estado_reclamacion     = 'A'
                AND    fec_limite_reclamacion <=
                       DATE_ADD(CURDATE(),
                                INTERVAL :WK-DIAS-AVISO DAY)
                ORDER BY fec_limite_reclamacion, id_reclamacion
           END-EXEC.

           EXEC SQL OPEN CUR-RECLAMA END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTRECLAMA OPEN CUR-RECLAMA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTRECLAMA'                 TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-RECLAMACIONES'       TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-RECLAMACIONES
           END-IF.

           PERFORM LEER-RECLAMACION              THRU
                   FIN-LEER-RECLAMACION
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-RECLAMA END-EXEC.

       FIN-LISTAR-RECLAMACIONES.
           EXIT.

       LEER-RECLAMACION.
      *-----------------
           EXEC SQL
                FETCH CUR-RECLAMA
                INTO  :WK-ID-RECLAMA, :WK-NIF, :WK-CATEGORIA,
                      :WK-CANAL, :WK-FEC-RECEPCION, :WK-FEC-LIMITE,
                      :WK-DIAS-RESTANTES, :WK-MOTIVO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-RECLAMACION      THRU
                        FIN-ESCRIBIR-RECLAMACION
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTRECLAMA FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTRECLAMA'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-RECLAMACION'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-RECLAMACION.
           EXIT.

       ESCRIBIR-RECLAMACION.
      *---------------------
           IF   WK-DIAS-RESTANTES < 0
           THEN MOVE 'VENCIDA'                   TO WK-MARCA
                ADD  1                           TO WK-CONTADOR-VENCIDAS
           ELSE MOVE 'PROXIMA'                   TO WK-MARCA
                ADD  1                           TO WK-CONTADOR-PROXIMAS
           END-IF.

           MOVE SPACES                           TO REG-FICHRECL.
           STRING WK-MARCA ' RECLAMACION [' WK-ID-RECLAMA '] NIF ['
                  WK-NIF '] CATEGORIA [' WK-CATEGORIA '] CANAL ['
                  WK-CANAL '] RECIBIDA [' WK-FEC-RECEPCION
                  '] LIMITE [' WK-FEC-LIMITE '] DIAS ['
                  WK-DIAS-RESTANTES '] ' WK-MOTIVO
                  DELIMITED BY SIZE              INTO REG-FICHRECL.
           WRITE REG-FICHRECL.

           ADD  1                                TO
                WK-CONTADOR-RECLAMA.

       FIN-ESCRIBIR-RECLAMACION.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'PLAZOS DE RESPUESTA DE RECLAMACIONES'.
           DISPLAY 'DIAS DE AVISO           [' WK-DIAS-AVISO ']'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHRECL-NOMBRE
                   ']'.
           DISPLAY 'RECLAMACIONES LISTADAS  [' WK-CONTADOR-RECLAMA
                   ']'.
           DISPLAY 'VENCIDAS                [' WK-CONTADOR-VENCIDAS
                   ']'.
           DISPLAY 'POR VENCER              [' WK-CONTADOR-PROXIMAS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
