       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DISTINFORM.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Reparto y purga de los informes del catálogo (RPTCATAL).
      * Cada informe nuevo se copia a la ruta de cada destinatario
      * activo configurado para su programa en
      * banco.informe_destinatario, siempre que el destinatario esté
      * autorizado al nivel de confidencialidad del informe; cada
      * entrega, hecha, fallida o denegada, queda anotada en
      * banco.informe_entrega y en el informe de la ejecución. Los
      * ficheros cuya retención ha vencido (banco.informe_tipo, o
      * DISTINFORM_DIAS días si el programa no tiene retención
      * propia, 365 por omisión) se borran del directorio de trabajo
      * y quedan purgados en el catálogo; las copias entregadas son
      * de cada destinatario.

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
      *    Informe de la ejecución: una línea por entrega y por
      *    fichero purgado, con la fecha de la ejecución en el
      *    nombre.
           SELECT FICHDIST ASSIGN TO WK-FICHDIST-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHDIST.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHDIST RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHDIST                     PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE rptcatal         END-EXEC.

      * Destinatario en curso: nombre, ruta a la que se le copia el
      * informe, nivel de confidencialidad al que está autorizado y
      * resultado de la entrega (E entregado, F fallo de copia, N no
      * autorizado).
       01  WK-DESTINATARIO                   PIC X(30).
       01  WK-RUTA-DESTINO                   PIC X(60).
       01  WK-NIVEL-AUTORIZADO               PIC 9(01).
       01  WK-RESULTADO-ENTREGA              PIC X(01).
           88  ENTREGA-HECHA                 VALUE 'E'.
           88  ENTREGA-FALLIDA               VALUE 'F'.
           88  ENTREGA-NO-AUTORIZADA         VALUE 'N'.

      * Último informe nuevo al arrancar: el reparto y el cambio de
      * estado posterior ven los mismos informes aunque otro lote
      * catalogue uno mientras tanto.
       01  WK-TOPE-ID                        PIC 9(10).

      * Días de retención para los programas sin retención propia.
       01  WK-DIAS-RETENCION                 PIC 9(04) VALUE 0365.
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


       01  SW-FIN-REPARTO                    PIC 9(01) VALUE 0.
           88  FIN-REPARTO                   VALUE 1.
           88  NO-FIN-REPARTO                VALUE 0.

       01  SW-FIN-PURGA                      PIC 9(01) VALUE 0.
           88  FIN-PURGA                     VALUE 1.
           88  NO-FIN-PURGA                  VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-DIAS-RETENCION-ENV             PIC X(04).

       01  WK-FICHDIST-NOMBRE                PIC X(40).
       01  FS-FICHDIST                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Ficheros de origen y destino de la copia, y de la purga, y
      * resultado de las rutinas de fichero.
       01  WK-FICH-ORIGEN                    PIC X(60).
       01  WK-FICH-DESTINO                   PIC X(122).
       01  WK-FICH-STAT                      PIC S9(09) COMP-5.
       01  WK-FICH-DETALLE                   PIC X(16).
       01  WK-RESULTADO                      PIC X(20).

      * Entregas hechas, fallidas y denegadas, ficheros purgados y
      * ficheros que no se pudieron borrar.
       01  WK-CONTADOR-ENTREGAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-FALLIDAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DENEGADAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PURGADOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-NO-BORRADOS           PIC 9(06) VALUE 0.

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
           THEN PERFORM REPARTIR-INFORMES       THRU
                        FIN-REPARTIR-INFORMES
                IF   STAT-OK
                THEN PERFORM PURGAR-INFORMES    THRU
                             FIN-PURGAR-INFORMES
                END-IF
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
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
           STRING 'distribucion-informes-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHDIST-NOMBRE.

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
                DISPLAY '*** FATAL *** DISTINFORM CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'DISTINFORM'                TO LOGERR-E-PROGRAMA
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
           MOVE 'DISTINFORM'                    TO BATLOG-E-PROGRAMA.

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
           MOVE 'DISTINFORM'                    TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'DISTINFORM_DIAS'               TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 4                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '0365'                          TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO
                WK-DIAS-RETENCION-ENV.
           IF   WK-DIAS-RETENCION-ENV IS NUMERIC
                AND WK-DIAS-RETENCION-ENV NOT = '0000'
           THEN MOVE WK-DIAS-RETENCION-ENV      TO WK-DIAS-RETENCION
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** DISTINFORM LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'DISTINFORM'                 TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-ENTREGAS            TO
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


      *    Da de alta en el catálogo de informes el propio informe
      *    de reparto, que se reparte y se purga como los demás.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'DISTINFORM'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHDIST-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 1                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** DISTINFORM REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHDIST-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHDIST.

           IF   FS-FICHDIST NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** DISTINFORM ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHDIST ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHDIST.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Un informe nuevo sin destinatarios no aparece en el cursor
      *    y queda igualmente como distribuido: no hay a quién
      *    mandárselo.
       REPARTIR-INFORMES.
      *------------------
           MOVE ZERO                            TO WK-TOPE-ID.

           EXEC SQL
                SELECT COALESCE(MAX(id_informe), 0)
                INTO   :WK-TOPE-ID
                FROM   banco.informe_catalogo
                WHERE  estado_informe = 'N'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'REPARTIR-INFORMES'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-REPARTIR-INFORMES
           END-IF.

           IF   WK-TOPE-ID = ZERO
           THEN GO TO FIN-REPARTIR-INFORMES
           END-IF.

           EXEC SQL
                DECLARE CUR-REPARTO CURSOR FOR
                SELECT C.id_informe, C.programa_informe,
                       C.nombre_fichero, C.nivel_confidencialidad,
                       D.destinatario, D.ruta_destino,
                       D.nivel_autorizado
                FROM   banco.informe_catalogo     C,
                       banco.informe_destinatario D
                WHERE  C.estado_informe    = 'N'
                AND    C.id_informe       <= :WK-TOPE-ID
                AND    D.programa_informe  = C.programa_informe
                AND    D.activo            = 'S'
                ORDER BY C.id_informe, D.destinatario
           END-EXEC.

           EXEC SQL OPEN CUR-REPARTO END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'REPARTIR-INFORMES'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-REPARTIR-INFORMES
           END-IF.

           SET  NO-FIN-REPARTO                  TO TRUE.

           PERFORM LEER-REPARTO                 THRU FIN-LEER-REPARTO
           UNTIL  FIN-REPARTO
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-REPARTO END-EXEC.

           IF   NOT STAT-OK
           THEN EXEC SQL rollback END-EXEC
                GO TO FIN-REPARTIR-INFORMES
           END-IF.

           EXEC SQL
                UPDATE banco.informe_catalogo
                SET    estado_informe = 'D'
                WHERE  estado_informe = 'N'
                AND    id_informe    <= :WK-TOPE-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   SQL-SUCCESS
                OR SQL-NODATA
           THEN EXEC SQL commit END-EXEC
           ELSE MOVE 'REPARTIR-INFORMES'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
           END-IF.

       FIN-REPARTIR-INFORMES.
           EXIT.

       LEER-REPARTO.
      *-------------
           EXEC SQL
                FETCH CUR-REPARTO
                INTO  :RPTCATAL-ID, :RPTCATAL-PROGRAMA,
                      :RPTCATAL-FICHERO, :RPTCATAL-NIVEL,
                      :WK-DESTINATARIO, :WK-RUTA-DESTINO,
                      :WK-NIVEL-AUTORIZADO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-REPARTO                TO TRUE
           WHEN SQL-SUCCESS
                PERFORM ENTREGAR-INFORME        THRU
                        FIN-ENTREGAR-INFORME
           WHEN OTHER
                MOVE 'LEER-REPARTO'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-REPARTO.
           EXIT.

      *    Copia el informe a la ruta del destinatario con el mismo
      *    nombre de fichero; un destinatario autorizado por debajo
      *    del nivel del informe no recibe nada y la denegación se
      *    anota igual que una entrega.
       ENTREGAR-INFORME.
      *-----------------
           MOVE SPACES                          TO WK-FICH-DESTINO.

           IF   WK-NIVEL-AUTORIZADO < RPTCATAL-NIVEL
           THEN SET  ENTREGA-NO-AUTORIZADA      TO TRUE
                MOVE 'NO AUTORIZADO'            TO WK-RESULTADO
                ADD  1                          TO
                     WK-CONTADOR-DENEGADAS
           ELSE MOVE RPTCATAL-FICHERO           TO WK-FICH-ORIGEN
                STRING WK-RUTA-DESTINO    DELIMITED BY SPACE
                       '/'                DELIMITED BY SIZE
                       RPTCATAL-FICHERO   DELIMITED BY SPACE
                       INTO WK-FICH-DESTINO
                CALL 'CBL_COPY_FILE'    USING WK-FICH-ORIGEN
                                              WK-FICH-DESTINO
                                    RETURNING WK-FICH-STAT
                IF   WK-FICH-STAT = ZERO
                THEN SET  ENTREGA-HECHA         TO TRUE
                     MOVE 'ENTREGADO'           TO WK-RESULTADO
                     ADD  1                     TO
                          WK-CONTADOR-ENTREGAS
                ELSE SET  ENTREGA-FALLIDA       TO TRUE
                     MOVE 'FALLO DE COPIA'      TO WK-RESULTADO
                     ADD  1                     TO
                          WK-CONTADOR-FALLIDAS
                END-IF
           END-IF.

           EXEC SQL
                INSERT INTO banco.informe_entrega(
                    id_informe,
                    destinatario,
                    ruta_destino,
                    fec_entrega,
                    resultado_entrega
                )
                VALUES(
                    :RPTCATAL-ID,
                    :WK-DESTINATARIO,
                    :WK-RUTA-DESTINO,
                    CURDATE(),
                    :WK-RESULTADO-ENTREGA
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ENTREGAR-INFORME'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENTREGAR-INFORME
           END-IF.

           MOVE SPACES                          TO REG-FICHDIST.
           STRING 'INFORME [' RPTCATAL-ID '] PROGRAMA ['
                  RPTCATAL-PROGRAMA '] FICHERO [' RPTCATAL-FICHERO
                  '] NIVEL [' RPTCATAL-NIVEL '] DESTINATARIO ['
                  WK-DESTINATARIO '] RUTA [' WK-RUTA-DESTINO '] '
                  WK-RESULTADO
                  DELIMITED BY SIZE             INTO REG-FICHDIST.

           WRITE REG-FICHDIST.

       FIN-ENTREGAR-INFORME.
           EXIT.

      *    Ficheros del catálogo cuya retención ha vencido: la del
      *    programa en banco.informe_tipo o, si no tiene, la de la
      *    ejecución.
       PURGAR-INFORMES.
      *----------------
           EXEC SQL
                DECLARE CUR-PURGA CURSOR FOR
                SELECT C.id_informe, C.programa_informe,
                       C.nombre_fichero, C.fec_generacion
                FROM   banco.informe_catalogo C
                LEFT JOIN banco.informe_tipo T
                ON     T.programa_informe = C.programa_informe
                WHERE  C.estado_informe  <> 'P'
                AND    C.fec_generacion   < DATE_SUB(CURDATE(),
                       INTERVAL COALESCE(T.dias_retencion,
                                         :WK-DIAS-RETENCION) DAY)
                ORDER BY C.id_informe
           END-EXEC.

           EXEC SQL OPEN CUR-PURGA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'PURGAR-INFORMES'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-PURGAR-INFORMES
           END-IF.

           SET  NO-FIN-PURGA                    TO TRUE.

           PERFORM LEER-PURGA                   THRU FIN-LEER-PURGA
           UNTIL  FIN-PURGA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-PURGA END-EXEC.

           IF   STAT-OK
           THEN EXEC SQL commit END-EXEC
           ELSE EXEC SQL rollback END-EXEC
           END-IF.

       FIN-PURGAR-INFORMES.
           EXIT.

       LEER-PURGA.
      *-----------
           EXEC SQL
                FETCH CUR-PURGA
                INTO  :RPTCATAL-ID, :RPTCATAL-PROGRAMA,
                      :RPTCATAL-FICHERO, :RPTCATAL-FEC-GENERACION
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-PURGA                  TO TRUE
           WHEN SQL-SUCCESS
                PERFORM PURGAR-UN-INFORME       THRU
                        FIN-PURGAR-UN-INFORME
           WHEN OTHER
                MOVE 'LEER-PURGA'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-PURGA.
           EXIT.

      *    Un fichero que ya no está en el directorio también queda
      *    purgado; uno que sigue ahí y no se deja borrar se informa
      *    y se vuelve a intentar en la próxima ejecución.
       PURGAR-UN-INFORME.
      *------------------
           MOVE RPTCATAL-FICHERO                TO WK-FICH-ORIGEN.

           CALL 'CBL_DELETE_FILE'       USING WK-FICH-ORIGEN
                                    RETURNING WK-FICH-STAT.

           IF   WK-FICH-STAT = ZERO
           THEN MOVE 'PURGADO'                  TO WK-RESULTADO
           ELSE CALL 'CBL_CHECK_FILE_EXIST' USING WK-FICH-ORIGEN
                                                  WK-FICH-DETALLE
                                        RETURNING WK-FICH-STAT
                IF   WK-FICH-STAT = ZERO
                THEN MOVE 'NO SE PUDO BORRAR'   TO WK-RESULTADO
                     ADD  1                     TO
                          WK-CONTADOR-NO-BORRADOS
                     PERFORM ESCRIBIR-PURGA     THRU
                             FIN-ESCRIBIR-PURGA
                     GO TO FIN-PURGAR-UN-INFORME
                END-IF
                MOVE 'YA NO EXISTIA'            TO WK-RESULTADO
           END-IF.

           EXEC SQL
                UPDATE banco.informe_catalogo
                SET    estado_informe = 'P',
                       fec_purga      = CURDATE()
                WHERE  id_informe     = :RPTCATAL-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'PURGAR-UN-INFORME'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-PURGAR-UN-INFORME
           END-IF.

           ADD  1                               TO WK-CONTADOR-PURGADOS.

           PERFORM ESCRIBIR-PURGA               THRU
                   FIN-ESCRIBIR-PURGA.

       FIN-PURGAR-UN-INFORME.
           EXIT.

       ESCRIBIR-PURGA.
      *---------------
           MOVE SPACES                          TO REG-FICHDIST.
           STRING 'INFORME [' RPTCATAL-ID '] PROGRAMA ['
                  RPTCATAL-PROGRAMA '] FICHERO [' RPTCATAL-FICHERO
                  '] GENERADO [' RPTCATAL-FEC-GENERACION '] '
                  WK-RESULTADO
                  DELIMITED BY SIZE             INTO REG-FICHDIST.

           WRITE REG-FICHDIST.

       FIN-ESCRIBIR-PURGA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHDIST.
           STRING 'ENTREGAS [' WK-CONTADOR-ENTREGAS
                  '] FALLIDAS [' WK-CONTADOR-FALLIDAS
                  '] NO AUTORIZADAS [' WK-CONTADOR-DENEGADAS
                  '] PURGADOS [' WK-CONTADOR-PURGADOS
                  '] NO BORRADOS [' WK-CONTADOR-NO-BORRADOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHDIST.

           WRITE REG-FICHDIST.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** DISTINFORM ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'DISTINFORM'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'REPARTO Y PURGA DE INFORMES'.
           DISPLAY 'INFORME              [' WK-FICHDIST-NOMBRE ']'.
           DISPLAY 'DIAS DE RETENCION    [' WK-DIAS-RETENCION ']'.
           DISPLAY 'ENTREGAS             [' WK-CONTADOR-ENTREGAS ']'.
           DISPLAY 'FALLIDAS             [' WK-CONTADOR-FALLIDAS ']'.
           DISPLAY 'NO AUTORIZADAS       [' WK-CONTADOR-DENEGADAS
                   ']'.
           DISPLAY 'PURGADOS             [' WK-CONTADOR-PURGADOS ']'.
           DISPLAY 'NO BORRADOS          [' WK-CONTADOR-NO-BORRADOS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
