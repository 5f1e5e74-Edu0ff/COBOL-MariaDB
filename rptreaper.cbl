       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTREAPER.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Movimientos posteados durante cada reapertura de un mes
      * contable cerrado. Un mes cerrado ya está fotografiado por
      * SALDOHIST y mandado a contabilidad; si se reabre (con la
      * aprobación de un segundo operador, APRCAMBIO) todo lo que se
      * postee fechado en él mientras está abierto cambia lo ya
      * declarado, y contabilidad necesita la lista para rehacer el
      * cierre. Cada reapertura ya cerrada de nuevo se lista una sola
      * vez: la de banco.periodo_reapertura queda marcada como
      * listada. Los movimientos son los del mes cuya referencia cae
      * entre la última grabada al reabrir y la última al recerrar.

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
      *    Fichero de salida: por cada reapertura una cabecera con
      *    el mes, quién la pidió y quién la aprobó, cuándo se
      *    abrió y cuándo se volvió a cerrar, y una línea por
      *    movimiento posteado mientras tanto. Su nombre lleva la
      *    fecha de la ejecución para no pisar el de ejecuciones
      *    anteriores.
           SELECT FICHREAP ASSIGN TO WK-FICHREAP-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHREAP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHREAP RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHREAP                     PIC X(160).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE periodo          END-EXEC.

      * Movimiento posteado durante la reapertura en curso; la fecha
      * original sólo viene si INSMOV lo refechó.
       01  WK-MOV-REF                       PIC 9(12).
       01  WK-MOV-ID-MEDIO                  PIC 9(10).
       01  WK-MOV-FEC                       PIC X(14).
       01  WK-MOV-FEC-ORIGINAL              PIC X(14).
       01  WK-MOV-IMPORTE                   PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-MOV-DIVISA                    PIC X(03).
       01  WK-MOV-CPT                       PIC X(49).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * para cerrarla.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                    PIC X(50) VALUE
                                            'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                          PIC 9(02) VALUE 00.
           88  STAT-OK                      VALUE 00.
           88  STAT-ERR-SQL                 VALUE 01.
           88  STAT-ERR-IO                  VALUE 02.

       01  SW-FIN-CURSOR                    PIC 9(01) VALUE 0.
           88  FIN-CURSOR                   VALUE 1.
           88  NO-FIN-CURSOR                VALUE 0.

       01  WK-FECHA-ACTUAL                  PIC 9(06).

       01  WK-FICHREAP-NOMBRE               PIC X(30).
       01  FS-FICHREAP                      PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Cuántas reaperturas y movimientos se han listado; los de la
      * reapertura en curso, para su línea de cierre.
       01  WK-CONTADOR-REAPERTURAS          PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MOVIMIENTOS          PIC 9(06) VALUE 0.
       01  WK-MOVIMIENTOS-REAP              PIC 9(06) VALUE 0.

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
           THEN PERFORM LISTAR-REAPERTURAS      THRU
                        FIN-LISTAR-REAPERTURAS
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
      *         Las marcas de listada sólo se confirman si el fichero
      *         ha quedado entero.
                IF   STAT-OK
                THEN PERFORM HACER-COMMIT       THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK     THRU
                             FIN-HACER-ROLLBACK
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
           ACCEPT WK-FECHA-ACTUAL               FROM DATE.
           STRING 'reaperturas-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHREAP-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTREAPER CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTREAPER'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTREAPER'                     TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-MOVIMIENTOS         TO
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
           MOVE 'RPTREAPER'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHREAP-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTREAPER REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHREAP-NOMBRE ']'
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
           OPEN OUTPUT FICHREAP.

           IF   FS-FICHREAP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTREAPER ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHREAP ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHREAP.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Reaperturas ya cerradas de nuevo y aún sin listar, de la más
      * antigua a la más reciente.
       LISTAR-REAPERTURAS.
      *-------------------
           EXEC SQL
                DECLARE CUR-REAP CURSOR FOR
                SELECT id_reapertura, mes_periodo,
                       usuario_solicita, usuario_aprueba,
                       date_format(fec_reapertura, '%Y%m%d%H%i%s'),
                       date_format(fec_recierre, '%Y%m%d%H%i%s'),
                       ref_mov_desde, ref_mov_hasta
                FROM   banco.periodo_reapertura
                WHERE  fec_recierre IS NOT NULL
                AND    listada = 'N'
                ORDER BY id_reapertura
           END-EXEC.

           EXEC SQL OPEN CUR-REAP END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTREAPER OPEN CUR-REAP: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTREAPER'                  TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-REAPERTURAS'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-REAPERTURAS
           END-IF.

           SET  NO-FIN-CURSOR                    TO TRUE.

           PERFORM LEER-REAPERTURA               THRU
                   FIN-LEER-REAPERTURA
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-REAP END-EXEC.

       FIN-LISTAR-REAPERTURAS.
           EXIT.

       LEER-REAPERTURA.
      *----------------
           EXEC SQL
                FETCH CUR-REAP
                INTO  :REAPERTURA-ID, :REAPERTURA-MES,
                      :REAPERTURA-USUARIO-SOLICITA,
                      :REAPERTURA-USUARIO-APRUEBA,
                      :REAPERTURA-FEC-REAPERTURA,
                      :REAPERTURA-FEC-RECIERRE,
                      :REAPERTURA-REF-DESDE, :REAPERTURA-REF-HASTA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                   TO TRUE
           WHEN SQL-SUCCESS
                PERFORM LISTAR-UNA-REAPERTURA     THRU
                        FIN-LISTAR-UNA-REAPERTURA
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTREAPER FETCH CUR-REAP: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTREAPER'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-REAPERTURA'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-REAPERTURA.
           EXIT.

       LISTAR-UNA-REAPERTURA.
      *----------------------
           ADD  1                                TO
                WK-CONTADOR-REAPERTURAS.
           MOVE ZERO                             TO WK-MOVIMIENTOS-REAP.

           MOVE SPACES                           TO REG-FICHREAP.
           STRING 'REAPERTURA [' REAPERTURA-ID '] MES ['
                  REAPERTURA-MES '] ABIERTO ['
                  REAPERTURA-FEC-REAPERTURA(1:14) '] CERRADO ['
                  REAPERTURA-FEC-RECIERRE(1:14) ']'
                  DELIMITED BY SIZE         INTO REG-FICHREAP.
           WRITE REG-FICHREAP.

           MOVE SPACES                           TO REG-FICHREAP.
           STRING '  PEDIDA POR [' REAPERTURA-USUARIO-SOLICITA
                  '] APROBADA POR [' REAPERTURA-USUARIO-APRUEBA ']'
                  DELIMITED BY SIZE         INTO REG-FICHREAP.
           WRITE REG-FICHREAP.

           EXEC SQL
                DECLARE CUR-REAPMOV CURSOR FOR
                SELECT ref_mov, id_medio,
                       date_format(fec_mov, '%Y%m%d%H%i%s'),
                       COALESCE(date_format(fec_original_mov,
                                            '%Y%m%d%H%i%s'), ''),
                       importe_mov, divisa_mov, cnpt_mov
                FROM   banco.movimiento
                WHERE  ref_mov > :REAPERTURA-REF-DESDE
                AND    ref_mov <= :REAPERTURA-REF-HASTA
                AND    date_format(fec_mov, '%Y%m') = :REAPERTURA-MES
                ORDER BY ref_mov
           END-EXEC.

           EXEC SQL OPEN CUR-REAPMOV END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTREAPER OPEN CUR-REAPMOV: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTREAPER'                  TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-UNA-REAPERTURA'      TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-UNA-REAPERTURA
           END-IF.

           PERFORM LEER-MOVIMIENTO               THRU
                   FIN-LEER-MOVIMIENTO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-REAPMOV END-EXEC.

           IF   NOT STAT-OK
           THEN GO TO FIN-LISTAR-UNA-REAPERTURA
           END-IF.

           MOVE SPACES                           TO REG-FICHREAP.
           STRING '  MOVIMIENTOS POSTEADOS [' WK-MOVIMIENTOS-REAP ']'
                  DELIMITED BY SIZE         INTO REG-FICHREAP.
           WRITE REG-FICHREAP.

           EXEC SQL
                UPDATE banco.periodo_reapertura
                SET    listada       = 'S'
                WHERE  id_reapertura = :REAPERTURA-ID
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTREAPER MARCAR LISTADA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTREAPER'                  TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-UNA-REAPERTURA'      TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-LISTAR-UNA-REAPERTURA.
           EXIT.

       LEER-MOVIMIENTO.
      *----------------
           EXEC SQL
                FETCH CUR-REAPMOV
                INTO  :WK-MOV-REF, :WK-MOV-ID-MEDIO, :WK-MOV-FEC,
                      :WK-MOV-FEC-ORIGINAL, :WK-MOV-IMPORTE,
                      :WK-MOV-DIVISA, :WK-MOV-CPT
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-MOVIMIENTO       THRU
                        FIN-ESCRIBIR-MOVIMIENTO
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTREAPER FETCH CUR-REAPMOV: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTREAPER'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-MOVIMIENTO'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-MOVIMIENTO.
           EXIT.

       ESCRIBIR-MOVIMIENTO.
      *--------------------
           ADD  1                                TO
                WK-MOVIMIENTOS-REAP WK-CONTADOR-MOVIMIENTOS.

           MOVE SPACES                           TO REG-FICHREAP.
           STRING '  REF [' WK-MOV-REF '] MEDIO [' WK-MOV-ID-MEDIO
                  '] FEC [' WK-MOV-FEC '] ORIG [' WK-MOV-FEC-ORIGINAL
                  '] IMPORTE [' WK-MOV-IMPORTE '] ' WK-MOV-DIVISA
                  ' ' WK-MOV-CPT
                  DELIMITED BY SIZE         INTO REG-FICHREAP.

           WRITE REG-FICHREAP.

       FIN-ESCRIBIR-MOVIMIENTO.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                TO TRUE
                MOVE SQLCODE                    TO WK-SQLCODE
                DISPLAY '*** FATAL *** RPTREAPER HACER-COMMIT: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
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

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'MOVIMIENTOS POSTEADOS EN MESES REABIERTOS'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHREAP-NOMBRE ']'.
           DISPLAY 'REAPERTURAS LISTADAS   [' WK-CONTADOR-REAPERTURAS
                  ']'.
           DISPLAY 'MOVIMIENTOS LISTADOS   [' WK-CONTADOR-MOVIMIENTOS
                  ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
