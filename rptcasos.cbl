       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTCASOS.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe de antigüedad de los casos de operativa sospechosa:
      * lista, por analista, los casos todavía en curso (abiertos,
      * asignados o escalados) que han pasado su fecha límite, con
      * los días de retraso y la oficina del cliente, y los cuenta
      * por tramos de retraso.

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
      *    Fichero de salida del informe. Su nombre lleva la fecha de
      *    la ejecución para no pisar el de ejecuciones anteriores.
           SELECT FICHCASOS ASSIGN TO WK-FICHCASOS-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCASOS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por caso vencido y otra de totales por analista.
       FD FICHCASOS RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCASOS                    PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Caso vencido que devuelve el cursor.
       01  WK-ANALISTA                      PIC X(30).
       01  WK-ID-CASO                       PIC 9(10).
       01  WK-NIF-CASO                      PIC X(10).
       01  WK-OFICINA                       PIC X(04).
       01  WK-ORIGEN                        PIC X(03).
       01  WK-ESTADO                        PIC X(01).
       01  WK-FEC-ALTA                      PIC X(08).
       01  WK-FEC-LIMITE                    PIC X(08).
       01  WK-DIAS-RETRASO                  PIC 9(05).

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

       01  WK-FICHCASOS-NOMBRE               PIC X(30).
       01  FS-FICHCASOS                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       01  WK-ESTADO-EDIT                    PIC X(09).

      * Corte de control por analista.
       01  WK-ANALISTA-ANT                   PIC X(30) VALUE SPACES.
       01  WK-ANA-CASOS                      PIC 9(06) VALUE 0.
       01  SW-PRIMERO                        PIC 9(01) VALUE 1.
           88  PRIMERO-SI                    VALUE 1.
           88  PRIMERO-NO                    VALUE 0.

      * Totales: casos vencidos y su reparto por días de retraso
      * (hasta 30, de 31 a 90 y más de 90).
       01  WK-CONTADOR-CASOS                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-TRAMO-1               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-TRAMO-2               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-TRAMO-3               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ESCALADOS             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-CASOS            THRU
                        FIN-LISTAR-CASOS
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

           STRING 'casos-vencidos-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHCASOS-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTCASOS CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTCASOS'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTCASOS'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-CASOS               TO
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
           MOVE 'RPTCASOS'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCASOS-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTCASOS REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCASOS-NOMBRE ']'
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
           OPEN OUTPUT FICHCASOS.

           IF   FS-FICHCASOS NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTCASOS ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHCASOS ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCASOS.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Casos en curso cuya fecha límite ya ha pasado, por analista
      * (los no asignados primero) y de más a menos retraso. La
      * oficina es la del cliente del caso, si es cliente del banco.
       LISTAR-CASOS.
      *-------------
           EXEC SQL
                DECLARE CUR-CASOS CURSOR FOR
                SELECT COALESCE(S.analista_caso, ' '),
                       S.id_caso, S.nif_caso,
                       COALESCE((SELECT MIN(C.oficina_cliente)
                                 FROM   banco.cliente C
                                 WHERE  C.nif_cliente = S.nif_caso),
                                '----'),
                       S.origen_caso, S.estado_caso,
                       DATE_FORMAT(S.fec_alta_caso, '%Y%m%d'),
                       DATE_FORMAT(S.fec_limite_caso, '%Y%m%d'),
                       DATEDIFF(CURDATE(), S.fec_limite_caso)
                FROM   banco.caso_sar S
                WHERE  S.estado_caso IN ('A', 'S', 'E')
                AND    S.fec_limite_caso < CURDATE()
                ORDER BY 1, 9 DESC, 2
           END-EXEC.

           EXEC SQL OPEN CUR-CASOS END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTCASOS OPEN CUR-CASOS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTCASOS'                   TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-CASOS'               TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-CASOS
           END-IF.

           PERFORM LEER-CASO                     THRU FIN-LEER-CASO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CASOS END-EXEC.

           IF   PRIMERO-NO
           THEN PERFORM ESCRIBIR-TOTAL-ANALISTA   THRU
                        FIN-ESCRIBIR-TOTAL-ANALISTA
           END-IF.

       FIN-LISTAR-CASOS.
           EXIT.

       LEER-CASO.
      *----------
           EXEC SQL
                FETCH CUR-CASOS
                INTO  :WK-ANALISTA, :WK-ID-CASO, :WK-NIF-CASO,
                      :WK-OFICINA, :WK-ORIGEN, :WK-ESTADO,
                      :WK-FEC-ALTA, :WK-FEC-LIMITE, :WK-DIAS-RETRASO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-CASO             THRU
                        FIN-ESCRIBIR-CASO
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTCASOS FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTCASOS'                   TO LOGERR-E-PROGRAMA
                MOVE 'LEER-CASO'                  TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-CASO.
           EXIT.

       ESCRIBIR-CASO.
      *--------------
           IF   WK-ANALISTA = SPACES
           THEN MOVE 'SIN ASIGNAR'               TO WK-ANALISTA
           END-IF.

           IF   PRIMERO-SI
                OR WK-ANALISTA NOT = WK-ANALISTA-ANT
           THEN IF   PRIMERO-NO
                THEN PERFORM ESCRIBIR-TOTAL-ANALISTA THRU
                             FIN-ESCRIBIR-TOTAL-ANALISTA
                END-IF
                SET  PRIMERO-NO                   TO TRUE
                MOVE WK-ANALISTA                  TO WK-ANALISTA-ANT
                MOVE 0                            TO WK-ANA-CASOS
           END-IF.

           EVALUATE WK-ESTADO
           WHEN 'A'
                MOVE 'ABIERTO'                   TO WK-ESTADO-EDIT
           WHEN 'S'
                MOVE 'ASIGNADO'                  TO WK-ESTADO-EDIT
           WHEN OTHER
                MOVE 'ESCALADO'                  TO WK-ESTADO-EDIT
                ADD  1                           TO
                     WK-CONTADOR-ESCALADOS
           END-EVALUATE.

           EVALUATE TRUE
           WHEN WK-DIAS-RETRASO NOT > 30
                ADD  1                           TO WK-CONTADOR-TRAMO-1
           WHEN WK-DIAS-RETRASO NOT > 90
                ADD  1                           TO WK-CONTADOR-TRAMO-2
           WHEN OTHER
                ADD  1                           TO WK-CONTADOR-TRAMO-3
           END-EVALUATE.

           MOVE SPACES                           TO REG-FICHCASOS.
           STRING 'ANALISTA [' WK-ANALISTA '] CASO [' WK-ID-CASO
                  '] NIF [' WK-NIF-CASO '] OFICINA [' WK-OFICINA
                  '] ORIGEN [' WK-ORIGEN '] ' WK-ESTADO-EDIT
                  ' ALTA [' WK-FEC-ALTA '] LIMITE [' WK-FEC-LIMITE
                  '] DIAS DE RETRASO [' WK-DIAS-RETRASO ']'
                  DELIMITED BY SIZE              INTO REG-FICHCASOS.
           WRITE REG-FICHCASOS.

           ADD  1                                TO WK-ANA-CASOS.
           ADD  1                                TO WK-CONTADOR-CASOS.

       FIN-ESCRIBIR-CASO.
           EXIT.

       ESCRIBIR-TOTAL-ANALISTA.
      *------------------------
           MOVE SPACES                           TO REG-FICHCASOS.
           STRING 'ANALISTA [' WK-ANALISTA-ANT '] TOTAL CASOS '
                  'VENCIDOS [' WK-ANA-CASOS ']'
                  DELIMITED BY SIZE              INTO REG-FICHCASOS.

           WRITE REG-FICHCASOS.

       FIN-ESCRIBIR-TOTAL-ANALISTA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CASOS DE OPERATIVA SOSPECHOSA VENCIDOS'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHCASOS-NOMBRE
                   ']'.
           DISPLAY 'CASOS VENCIDOS          [' WK-CONTADOR-CASOS ']'.
           DISPLAY 'HASTA 30 DIAS           [' WK-CONTADOR-TRAMO-1 ']'.
           DISPLAY 'DE 31 A 90 DIAS         [' WK-CONTADOR-TRAMO-2 ']'.
           DISPLAY 'MAS DE 90 DIAS          [' WK-CONTADOR-TRAMO-3 ']'.
           DISPLAY 'ESCALADOS               [' WK-CONTADOR-ESCALADOS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
