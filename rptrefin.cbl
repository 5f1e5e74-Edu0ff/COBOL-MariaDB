       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTREFIN.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Relación de operaciones refinanciadas y reestructuradas vivas
      * para la información supervisora: por cada préstamo marcado
      * por REESTPRES, las condiciones anteriores y las nuevas de su
      * última reestructuración, la deuda capitalizada, el capital
      * pendiente, los impagos pendientes, la carencia que queda y
      * cuántas veces se ha reestructurado. Un préstamo moroso sale
      * como dudoso y el resto en vigilancia especial. Corte por tipo
      * de operación con subtotales y total general.

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
      *    Fichero de salida de la relación. Su nombre lleva la fecha
      *    de la ejecución para no pisar el de ejecuciones anteriores.
           SELECT FICHREFIN ASSIGN TO WK-FICHREFIN-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHREFIN.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por operación y las de subtotal y total.
       FD FICHREFIN RECORD CONTAINS 350 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHREFIN                    PIC X(350).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Operación que devuelve el cursor, con su última
      * reestructuración.
       01  WK-TIPO                          PIC X(01).
       01  WK-ID-PRESTAMO                   PIC 9(10).
       01  WK-ID-CUENTA                     PIC 9(10).
       01  WK-ESTADO                        PIC X(01).
       01  WK-FEC-REESTRUCTURA              PIC X(08).
       01  WK-PRINCIPAL-ANT                 PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-PLAZO-ANT                     PIC 9(03).
       01  WK-CUOTA-ANT                     PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-IMPT-CAPITALIZADO             PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-PRINCIPAL-NUEVO               PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-PLAZO-NUEVO                   PIC 9(03).
       01  WK-CUOTA-NUEVA                   PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-MESES-CARENCIA                PIC 9(03).
       01  WK-TIPO-CARENCIA                 PIC X(01).
       01  WK-NUM-REESTRUCTURAS             PIC 9(03).
       01  WK-NUM-IMPAGOS                   PIC 9(03).
      *    Capital pendiente: el nuevo principal menos lo amortizado
      *    desde la última reestructuración.
       01  WK-CAPITAL-PENDIENTE             PIC S9(08)V99 LEADING
                                            SEPARATE.

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

       01  WK-FICHREFIN-NOMBRE               PIC X(40).
       01  FS-FICHREFIN                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       01  WK-CLASIFICACION                  PIC X(19).
       01  WK-DESC-TIPO                      PIC X(16).

      * Corte de control por tipo de operación.
       01  WK-TIPO-ANT                       PIC X(01) VALUE SPACES.
       01  WK-TIPO-OPERACIONES               PIC 9(06) VALUE 0.
       01  WK-TIPO-CAPITAL                   PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-TIPO-DUDOSAS                   PIC 9(06) VALUE 0.
       01  SW-PRIMERO                        PIC 9(01) VALUE 1.
           88  PRIMERO-SI                    VALUE 1.
           88  PRIMERO-NO                    VALUE 0.

      * Totales: operaciones listadas, capital pendiente y dudosas.
       01  WK-CONTADOR-OPERACIONES           PIC 9(06) VALUE 0.
       01  WK-TOTAL-CAPITAL                  PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-CONTADOR-DUDOSAS               PIC 9(06) VALUE 0.

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
           THEN PERFORM LISTAR-OPERACIONES      THRU
                        FIN-LISTAR-OPERACIONES
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

           STRING 'refinanciaciones-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHREFIN-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTREFIN CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTREFIN'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTREFIN'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-OPERACIONES         TO
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
           MOVE 'RPTREFIN'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHREFIN-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTREFIN REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHREFIN-NOMBRE ']'
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
           OPEN OUTPUT FICHREFIN.

           IF   FS-FICHREFIN NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTREFIN ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHREFIN ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHREFIN.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Préstamos vivos (de alta o morosos) marcados como
      * refinanciados o reestructurados, con su última
      * reestructuración.
       LISTAR-OPERACIONES.
      *-------------------
           EXEC SQL
                DECLARE CUR-REFIN CURSOR FOR
                SELECT P.reestructurado_prestamo, P.id_prestamo,
                       P.id_medio_cuenta, P.estado_prestamo,
                       DATE_FORMAT(R.fec_reestructura, '%Y%m%d'),
                       R.principal_ant, R.plazo_meses_ant,
                       R.cuota_mensual_ant, R.importe_capitalizado,
                       R.principal_nuevo, R.plazo_meses_nuevo,
                       R.cuota_mensual_nueva,
                       COALESCE(P.meses_carencia_prestamo, 0),
                       COALESCE(P.tipo_carencia_prestamo, ' '),
                       (SELECT COUNT(*)
                        FROM   banco.prestamo_reestructura X
                        WHERE  X.id_prestamo = P.id_prestamo),
                       (SELECT COUNT(*)
                        FROM   banco.prestamo_impago I
                        WHERE  I.id_prestamo   = P.id_prestamo
                        AND    I.estado_impago = 'P'),
                       P.principal_prestamo -
                       COALESCE((SELECT SUM(Q.importe_amort_cuota)
                                 FROM   banco.prestamo_cuota Q
                                 WHERE  Q.id_prestamo = P.id_prestamo
                                 AND    Q.fecha_cargo_cuota >
                                        P.fec_reestructura_prestamo
                                 AND    Q.num_cuota > 0), 0)
                FROM   banco.prestamo P
                JOIN   banco.prestamo_reestructura R
                ON     R.id_prestamo     = P.id_prestamo
                AND    R.id_reestructura =
                       (SELECT MAX(M.id_reestructura)
                        FROM   banco.prestamo_reestructura M
                        WHERE  M.id_prestamo = P.id_prestamo)
                WHERE  P.reestructurado_prestamo IN ('F', 'R')
                AND    P.estado_prestamo IN ('A', 'M')
                ORDER BY P.reestructurado_prestamo, P.id_prestamo
           END-EXEC.

           EXEC SQL OPEN CUR-REFIN END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTREFIN OPEN CUR-REFIN: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTREFIN'                   TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-OPERACIONES'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-OPERACIONES
           END-IF.

           PERFORM LEER-OPERACION                THRU
                   FIN-LEER-OPERACION
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-REFIN END-EXEC.

           IF   PRIMERO-NO
           THEN PERFORM ESCRIBIR-TOTAL-TIPO      THRU
                        FIN-ESCRIBIR-TOTAL-TIPO
                PERFORM ESCRIBIR-TOTAL-GENERAL   THRU
                        FIN-ESCRIBIR-TOTAL-GENERAL
           END-IF.

       FIN-LISTAR-OPERACIONES.
           EXIT.

       LEER-OPERACION.
      *---------------
           EXEC SQL
                FETCH CUR-REFIN
                INTO  :WK-TIPO, :WK-ID-PRESTAMO, :WK-ID-CUENTA,
                      :WK-ESTADO, :WK-FEC-REESTRUCTURA,
                      :WK-PRINCIPAL-ANT, :WK-PLAZO-ANT,
                      :WK-CUOTA-ANT, :WK-IMPT-CAPITALIZADO,
                      :WK-PRINCIPAL-NUEVO, :WK-PLAZO-NUEVO,
                      :WK-CUOTA-NUEVA, :WK-MESES-CARENCIA,
                      :WK-TIPO-CARENCIA, :WK-NUM-REESTRUCTURAS,
                      :WK-NUM-IMPAGOS, :WK-CAPITAL-PENDIENTE
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-OPERACION        THRU
                        FIN-ESCRIBIR-OPERACION
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTREFIN FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTREFIN'                   TO LOGERR-E-PROGRAMA
                MOVE 'LEER-OPERACION'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-OPERACION.
           EXIT.

       ESCRIBIR-OPERACION.
      *-------------------
           IF   PRIMERO-SI
                OR WK-TIPO NOT = WK-TIPO-ANT
           THEN IF   PRIMERO-NO
                THEN PERFORM ESCRIBIR-TOTAL-TIPO THRU
                             FIN-ESCRIBIR-TOTAL-TIPO
                END-IF
                SET  PRIMERO-NO                   TO TRUE
                MOVE WK-TIPO                      TO WK-TIPO-ANT
                MOVE 0                            TO WK-TIPO-OPERACIONES
                                                     WK-TIPO-CAPITAL
                                                     WK-TIPO-DUDOSAS
           END-IF.

           IF   WK-TIPO = 'F'
           THEN MOVE 'REFINANCIACION'            TO WK-DESC-TIPO
           ELSE MOVE 'REESTRUCTURACION'          TO WK-DESC-TIPO
           END-IF.

           IF   WK-ESTADO = 'M'
           THEN MOVE 'DUDOSA'                    TO WK-CLASIFICACION
                ADD  1                           TO WK-TIPO-DUDOSAS
                                                    WK-CONTADOR-DUDOSAS
           ELSE MOVE 'VIGILANCIA ESPECIAL'       TO WK-CLASIFICACION
           END-IF.

           ADD  1                                TO
                WK-TIPO-OPERACIONES WK-CONTADOR-OPERACIONES.
           ADD  WK-CAPITAL-PENDIENTE             TO WK-TIPO-CAPITAL
                                                    WK-TOTAL-CAPITAL.

           MOVE SPACES                           TO REG-FICHREFIN.
           STRING WK-DESC-TIPO ' PRESTAMO [' WK-ID-PRESTAMO
                  '] CUENTA [' WK-ID-CUENTA '] ' WK-CLASIFICACION
                  ' FECHA [' WK-FEC-REESTRUCTURA '] ANTERIOR: CAPITAL ['
                  WK-PRINCIPAL-ANT '] PLAZO [' WK-PLAZO-ANT
                  '] CUOTA [' WK-CUOTA-ANT '] NUEVA: CAPITAL ['
                  WK-PRINCIPAL-NUEVO '] PLAZO [' WK-PLAZO-NUEVO
                  '] CUOTA [' WK-CUOTA-NUEVA '] CAPITALIZADO ['
                  WK-IMPT-CAPITALIZADO '] PENDIENTE ['
                  WK-CAPITAL-PENDIENTE '] IMPAGOS [' WK-NUM-IMPAGOS
                  '] CARENCIA [' WK-MESES-CARENCIA WK-TIPO-CARENCIA
                  '] VECES [' WK-NUM-REESTRUCTURAS ']'
                  DELIMITED BY SIZE              INTO REG-FICHREFIN.
           WRITE REG-FICHREFIN.

       FIN-ESCRIBIR-OPERACION.
           EXIT.

       ESCRIBIR-TOTAL-TIPO.
      *--------------------
           MOVE SPACES                           TO REG-FICHREFIN.
           STRING 'TOTAL ' WK-DESC-TIPO ' OPERACIONES ['
                  WK-TIPO-OPERACIONES '] CAPITAL PENDIENTE ['
                  WK-TIPO-CAPITAL '] DUDOSAS [' WK-TIPO-DUDOSAS ']'
                  DELIMITED BY SIZE              INTO REG-FICHREFIN.

           WRITE REG-FICHREFIN.

       FIN-ESCRIBIR-TOTAL-TIPO.
           EXIT.

       ESCRIBIR-TOTAL-GENERAL.
      *-----------------------
           MOVE SPACES                           TO REG-FICHREFIN.
           STRING 'TOTAL GENERAL OPERACIONES [' WK-CONTADOR-OPERACIONES
                  '] CAPITAL PENDIENTE [' WK-TOTAL-CAPITAL
                  '] DUDOSAS [' WK-CONTADOR-DUDOSAS ']'
                  DELIMITED BY SIZE              INTO REG-FICHREFIN.

           WRITE REG-FICHREFIN.

       FIN-ESCRIBIR-TOTAL-GENERAL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'OPERACIONES REFINANCIADAS Y REESTRUCTURADAS'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHREFIN-NOMBRE
                   ']'.
           DISPLAY 'OPERACIONES LISTADAS    [' WK-CONTADOR-OPERACIONES
                   ']'.
           DISPLAY 'CAPITAL PENDIENTE       [' WK-TOTAL-CAPITAL ']'.
           DISPLAY 'DUDOSAS                 [' WK-CONTADOR-DUDOSAS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
