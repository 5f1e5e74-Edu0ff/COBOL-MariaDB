       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CONVPIN.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Conversión, de una sola vez, de los PINs y CCVs que quedan en
      * claro en banco.tarjeta y banco.pin_historico a su resumen
      * SHA-256 con sal, el mismo que calculan ya SETPIN, INSTAR y
      * REEMTAR. Cada fila recibe una sal aleatoria propia y el valor
      * en claro se sustituye por SHA2(sal + valor). Una fila está en
      * claro mientras su columna no tenga los 64 dígitos
      * hexadecimales del resumen, así que el lote puede relanzarse
      * sin volver a resumir lo ya convertido.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
      *----------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * PINs de tarjeta, CCVs y PINs del historial pendientes de
      * convertir.
       01  WK-CONTADOR-PINES                 PIC 9(09) VALUE 0.
       01  WK-CONTADOR-CCVS                  PIC 9(09) VALUE 0.
       01  WK-CONTADOR-HISTORIAL             PIC 9(09) VALUE 0.
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.

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


       01  WK-SQLCODE                        PIC S9(09) COMP-5.
       01  WK-CONTADOR-TOTAL                 PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM CONVERTIR-PIN-TARJETA   THRU
                        FIN-CONVERTIR-PIN-TARJETA
           END-IF.

           IF   STAT-OK
           THEN PERFORM CONVERTIR-CCV-TARJETA   THRU
                        FIN-CONVERTIR-CCV-TARJETA
           END-IF.

           IF   STAT-OK
           THEN PERFORM CONVERTIR-PIN-HISTORIAL THRU
                        FIN-CONVERTIR-PIN-HISTORIAL
           END-IF.

      *    Todo o nada: una conversión a medias dejaría tarjetas con
      *    sal nueva y PIN en claro hasta la siguiente ejecución.
           IF   CONEXMDB-STAT-OK
           THEN IF   STAT-OK
                THEN PERFORM HACER-COMMIT       THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK     THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           COMPUTE WK-CONTADOR-TOTAL = WK-CONTADOR-PINES
                                     + WK-CONTADOR-CCVS
                                     + WK-CONTADOR-HISTORIAL.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           END-IF.

           PERFORM DESCONECTAR-BD               THRU FIN-DESCONECTAR-BD.
           PERFORM MOSTRAR-ESTADO               THRU FIN-MOSTRAR-ESTADO.

           STOP RUN RETURNING SW-STAT.

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
                DISPLAY '*** FATAL *** CONVPIN CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CONVPIN'                   TO LOGERR-E-PROGRAMA
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
           MOVE 'CONVPIN'                       TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-TOTAL               TO
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


      *    Primero se cuentan los PINs en claro, luego se da a cada
      *    uno su sal y por último se sustituye el PIN por el resumen
      *    de sal + PIN. Un PIN vacío es una tarjeta sin PIN y se deja
      *    como está.
       CONVERTIR-PIN-TARJETA.
      *----------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR-PINES
                FROM   banco.tarjeta
                WHERE  pin_tarjeta IS NOT NULL
                AND    pin_tarjeta <> ''
                AND    CHAR_LENGTH(pin_tarjeta) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-PIN-TARJETA'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONVERTIR-PIN-TARJETA
           END-IF.

           IF   WK-CONTADOR-PINES = ZERO
           THEN GO TO FIN-CONVERTIR-PIN-TARJETA
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    sal_pin_tarjeta =
                       LEFT(SHA2(CONCAT(UUID(), RAND(), id_medio),
                                 256), 32)
                WHERE  pin_tarjeta IS NOT NULL
                AND    pin_tarjeta <> ''
                AND    CHAR_LENGTH(pin_tarjeta) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-PIN-TARJETA'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONVERTIR-PIN-TARJETA
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    pin_tarjeta =
                       SHA2(CONCAT(sal_pin_tarjeta, pin_tarjeta), 256)
                WHERE  pin_tarjeta IS NOT NULL
                AND    pin_tarjeta <> ''
                AND    CHAR_LENGTH(pin_tarjeta) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-PIN-TARJETA'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CONVERTIR-PIN-TARJETA.
           EXIT.

      *    Igual que el PIN, pero con la sal propia del CCV.
       CONVERTIR-CCV-TARJETA.
      *----------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR-CCVS
                FROM   banco.tarjeta
                WHERE  ccv_tarjeta IS NOT NULL
                AND    ccv_tarjeta <> ''
                AND    CHAR_LENGTH(ccv_tarjeta) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-CCV-TARJETA'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONVERTIR-CCV-TARJETA
           END-IF.

           IF   WK-CONTADOR-CCVS = ZERO
           THEN GO TO FIN-CONVERTIR-CCV-TARJETA
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    sal_ccv_tarjeta =
                       LEFT(SHA2(CONCAT(UUID(), RAND(), id_medio),
                                 256), 32)
                WHERE  ccv_tarjeta IS NOT NULL
                AND    ccv_tarjeta <> ''
                AND    CHAR_LENGTH(ccv_tarjeta) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-CCV-TARJETA'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONVERTIR-CCV-TARJETA
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    ccv_tarjeta =
                       SHA2(CONCAT(sal_ccv_tarjeta, ccv_tarjeta), 256)
                WHERE  ccv_tarjeta IS NOT NULL
                AND    ccv_tarjeta <> ''
                AND    CHAR_LENGTH(ccv_tarjeta) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-CCV-TARJETA'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CONVERTIR-CCV-TARJETA.
           EXIT.

      *    Los PINs anteriores del historial se convierten cada uno
      *    con su propia sal, para que COMPROBAR-REUSO de SETPIN los
      *    siga reconociendo.
       CONVERTIR-PIN-HISTORIAL.
      *------------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR-HISTORIAL
                FROM   banco.pin_historico
                WHERE  pin_historico IS NOT NULL
                AND    CHAR_LENGTH(pin_historico) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-PIN-HISTORIAL'  TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONVERTIR-PIN-HISTORIAL
           END-IF.

           IF   WK-CONTADOR-HISTORIAL = ZERO
           THEN GO TO FIN-CONVERTIR-PIN-HISTORIAL
           END-IF.

           EXEC SQL
                UPDATE banco.pin_historico
                SET    sal_pin_historico =
                       LEFT(SHA2(CONCAT(UUID(), RAND(), id_medio,
                                        fec_cambio_pin), 256), 32)
                WHERE  pin_historico IS NOT NULL
                AND    CHAR_LENGTH(pin_historico) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-PIN-HISTORIAL'  TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONVERTIR-PIN-HISTORIAL
           END-IF.

           EXEC SQL
                UPDATE banco.pin_historico
                SET    pin_historico =
                       SHA2(CONCAT(sal_pin_historico, pin_historico),
                            256)
                WHERE  pin_historico IS NOT NULL
                AND    CHAR_LENGTH(pin_historico) < 64
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONVERTIR-PIN-HISTORIAL'  TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CONVERTIR-PIN-HISTORIAL.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'HACER-COMMIT'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                ROLLBACK
           END-EXEC.

       FIN-HACER-ROLLBACK.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** CONVPIN ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'CONVPIN'                       TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONVERSION DE PIN Y CCV A RESUMEN CON SAL'.
           DISPLAY 'PINES DE TARJETA     [' WK-CONTADOR-PINES ']'.
           DISPLAY 'CCVS DE TARJETA      [' WK-CONTADOR-CCVS ']'.
           DISPLAY 'PINES DEL HISTORIAL  [' WK-CONTADOR-HISTORIAL ']'.
           IF   STAT-OK
           THEN DISPLAY 'RESULTADO            [OK]'
           ELSE DISPLAY 'RESULTADO            [ERROR, SIN CAMBIOS]'
           END-IF.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
