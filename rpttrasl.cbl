       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTTRASL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Seguimiento de los plazos legales de los traslados de cuenta
      * abiertos: uno por línea, por orden de vencimiento del paso
      * pendiente, con los días que le quedan (negativos si ya pasó)
      * y la marca VENCIDO PASO o VENCIDO TRASLADO cuando se ha
      * pasado la fecha límite del paso o la del traslado entero.

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
      *    Listado de seguimiento. Su nombre lleva la fecha de la
      *    ejecución para no pisar el de días anteriores.
           SELECT FICHRPT ASSIGN TO WK-FICHRPT-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRPT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHRPT RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRPT                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Traslado abierto.
       01  WK-TRS-ID                         PIC 9(10).
       01  WK-TRS-SENTIDO                    PIC X(01).
       01  WK-TRS-ESTADO                     PIC X(01).
       01  WK-TRS-CTA                        PIC X(20).
       01  WK-TRS-NIF                        PIC X(10).
       01  WK-TRS-BIC                        PIC X(11).
       01  WK-TRS-FEC-PASO                   PIC X(08).
       01  WK-TRS-DIAS-PASO                  PIC S9(05).
       01  WK-TRS-FEC-LIMITE                 PIC X(08).
       01  WK-TRS-DIAS-LIMITE                PIC S9(05).
       01  WK-TRS-INCIDENCIA                 PIC X(40).
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

      * Paso pendiente del traslado y marca de plazo vencido.
       01  WK-PASO                           PIC X(20).
       01  WK-MARCA                          PIC X(16).
       01  WK-DIAS-ED                        PIC -ZZZ9.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHRPT-NOMBRE                 PIC X(40).
       01  FS-FICHRPT                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Traslados abiertos, con el paso vencido, con el traslado
      * entero vencido y con incidencia.
       01  WK-CONTADOR-ABIERTOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-VENC-PASO             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-VENC-TRASLADO         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-INCIDENCIAS           PIC 9(06) VALUE 0.

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
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-TRASLADOS        THRU
                        FIN-LISTAR-TRASLADOS
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
           STRING 'traslados-plazos-' WK-FECHA-ACTUAL '.txt'
                  DELIMITED BY SIZE        INTO WK-FICHRPT-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTTRASL CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTTRASL'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTTRASL'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-ABIERTOS            TO
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

      *    Da de alta el listado en el catálogo de informes, como
      *    confidencial: lleva cuentas y NIF de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTTRASL'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRPT-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTTRASL REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRPT-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHRPT.

           IF   FS-FICHRPT NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTTRASL ABRIR-FICHERO: ERROR'
                DISPLAY 'FILE STATUS [' FS-FICHRPT ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHRPT.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Traslados dados de alta, solicitados o con la información
      *    intercambiada, del paso que vence antes al que vence
      *    después.
       LISTAR-TRASLADOS.
      *-----------------
           EXEC SQL
                DECLARE CUR-TRASLADOS CURSOR FOR
                SELECT T.id_traslado, T.sentido_traslado,
                       T.estado_traslado, K.num_cuenta,
                       L.nif_cliente, T.bic_otra_traslado,
                       DATE_FORMAT(T.fec_limite_paso_traslado,
                                   '%Y%m%d'),
                       DATEDIFF(T.fec_limite_paso_traslado,
                                CURDATE()),
                       DATE_FORMAT(T.fec_limite_traslado, '%Y%m%d'),
                       DATEDIFF(T.fec_limite_traslado, CURDATE()),
                       COALESCE(T.incidencia_traslado, ' ')
                FROM   banco.traslado_cuenta T
                JOIN   banco.cuenta K
                ON     K.id_medio        = T.id_medio_cta
                JOIN   banco.cliente L
                ON     L.id_cliente      = T.id_cliente
                WHERE  T.estado_traslado IN ('A', 'S', 'I')
                ORDER BY T.fec_limite_paso_traslado, T.id_traslado
           END-EXEC.

           EXEC SQL OPEN CUR-TRASLADOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-TRASLADOS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-TRASLADOS
           END-IF.

           PERFORM LISTAR-TRASLADO              THRU
                   FIN-LISTAR-TRASLADO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-TRASLADOS END-EXEC.

       FIN-LISTAR-TRASLADOS.
           EXIT.

       LISTAR-TRASLADO.
      *----------------
           EXEC SQL
                FETCH CUR-TRASLADOS
                INTO  :WK-TRS-ID, :WK-TRS-SENTIDO, :WK-TRS-ESTADO,
                      :WK-TRS-CTA, :WK-TRS-NIF, :WK-TRS-BIC,
                      :WK-TRS-FEC-PASO, :WK-TRS-DIAS-PASO,
                      :WK-TRS-FEC-LIMITE, :WK-TRS-DIAS-LIMITE,
                      :WK-TRS-INCIDENCIA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-LISTAR-TRASLADO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'LISTAR-TRASLADO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-TRASLADO
           END-EVALUATE.

           ADD  1                               TO WK-CONTADOR-ABIERTOS.

           EVALUATE WK-TRS-SENTIDO ALSO WK-TRS-ESTADO
           WHEN 'E' ALSO 'A'
                MOVE 'ENVIAR SOLICITUD'         TO WK-PASO
           WHEN 'E' ALSO 'S'
                MOVE 'ESPERA RESPUESTA'         TO WK-PASO
           WHEN 'E' ALSO 'I'
                MOVE 'ESPERA SALDO'             TO WK-PASO
           WHEN 'S' ALSO 'A'
                MOVE 'ENVIAR INFORMACION'       TO WK-PASO
           WHEN OTHER
                MOVE 'CERRAR CUENTA'            TO WK-PASO
           END-EVALUATE.

           EVALUATE TRUE
           WHEN WK-TRS-DIAS-LIMITE < ZERO
                MOVE 'VENCIDO TRASLADO'         TO WK-MARCA
                ADD  1                          TO
                     WK-CONTADOR-VENC-TRASLADO
           WHEN WK-TRS-DIAS-PASO < ZERO
                MOVE 'VENCIDO PASO'             TO WK-MARCA
                ADD  1                          TO
                     WK-CONTADOR-VENC-PASO
           WHEN OTHER
                MOVE SPACES                     TO WK-MARCA
           END-EVALUATE.

           IF   WK-TRS-INCIDENCIA NOT = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-INCIDENCIAS
           END-IF.

           MOVE WK-TRS-DIAS-PASO                TO WK-DIAS-ED.

           MOVE SPACES                          TO REG-FICHRPT.
           STRING 'TRASLADO [' WK-TRS-ID '] ' WK-TRS-SENTIDO
                  ' CUENTA [' WK-TRS-CTA '] NIF [' WK-TRS-NIF
                  '] ENTIDAD [' WK-TRS-BIC '] ' WK-PASO
                  ' LIMITE [' WK-TRS-FEC-PASO '] DIAS [' WK-DIAS-ED
                  '] TRASLADO [' WK-TRS-FEC-LIMITE '] ' WK-MARCA
                  ' ' WK-TRS-INCIDENCIA
                  DELIMITED BY SIZE             INTO REG-FICHRPT.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-LISTAR-TRASLADO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHRPT.
           STRING 'ABIERTOS [' WK-CONTADOR-ABIERTOS
                  '] VENCIDO PASO [' WK-CONTADOR-VENC-PASO
                  '] VENCIDO TRASLADO [' WK-CONTADOR-VENC-TRASLADO
                  '] CON INCIDENCIA [' WK-CONTADOR-INCIDENCIAS ']'
                  DELIMITED BY SIZE             INTO REG-FICHRPT.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ESCRIBIR-LINEA.
      *---------------
           WRITE REG-FICHRPT.

           IF   FS-FICHRPT NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTTRASL ESCRIBIR-LINEA'
                DISPLAY 'FILE STATUS [' FS-FICHRPT ']'
           END-IF.

       FIN-ESCRIBIR-LINEA.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTTRASL ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'RPTTRASL'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'PLAZOS DE LOS TRASLADOS DE CUENTA ABIERTOS'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHRPT-NOMBRE ']'.
           DISPLAY 'TRASLADOS ABIERTOS   [' WK-CONTADOR-ABIERTOS ']'.
           DISPLAY 'VENCIDO EL PASO      [' WK-CONTADOR-VENC-PASO ']'.
           DISPLAY 'VENCIDO EL TRASLADO  [' WK-CONTADOR-VENC-TRASLADO
                   ']'.
           DISPLAY 'CON INCIDENCIA       [' WK-CONTADOR-INCIDENCIAS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
