       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CADTPP.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Caducidad diaria de los consentimientos a proveedores
      * terceros (banco.consentimiento_tpp): los activos cuyo último
      * día de vigencia ya pasó quedan caducados. CONSTPP ya deniega
      * los accesos con un consentimiento vencido aunque este lote no
      * haya pasado; aquí se deja el estado al día para la consulta
      * del cliente y para RPTTPP.

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

      * Consentimientos vencidos que se caducan en esta ejecución.
       01  WK-VENCIDOS                      PIC 9(09).

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

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                   THRU FIN-CONECTAR-BD.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH   THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM CONTAR-VENCIDOS          THRU
                        FIN-CONTAR-VENCIDOS
           END-IF.

           IF   STAT-OK
                AND WK-VENCIDOS > 0
           THEN PERFORM CADUCAR-CONSENTIMIENTOS  THRU
                        FIN-CADUCAR-CONSENTIMIENTOS
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH      THRU
                        FIN-REGISTRAR-FIN-BATCH
           END-IF.

           PERFORM DESCONECTAR-BD
                   THRU FIN-DESCONECTAR-BD.
           PERFORM MOSTRAR-ESTADO
                   THRU FIN-MOSTRAR-ESTADO.

           STOP RUN RETURNING SW-STAT.

       INICIALIZAR.
      *------------
           ACCEPT WK-FECHA-ACTUAL                FROM DATE YYYYMMDD.
           MOVE 0                                TO WK-VENCIDOS.

       FIN-INICIALIZAR.
           EXIT.

       CONECTAR-BD.
      *------------
           INITIALIZE                            AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-ABRIR              TO TRUE.

      *    El origen de datos se toma de la variable de entorno
      *    BANCO_DSNAME si está definida; si no, se mantiene el valor
      *    por omisión de WK-DATASOURCE.
           MOVE SPACES                           TO WK-DATASOURCE-ENV.
           ACCEPT WK-DATASOURCE-ENV              FROM ENVIRONMENT
                                                  'BANCO_DSNAME'.
           IF   WK-DATASOURCE-ENV NOT = SPACES
           THEN MOVE WK-DATASOURCE-ENV           TO WK-DATASOURCE
           END-IF.

           MOVE WK-DATASOURCE                    TO CONEXMDB-E-DSNAME.

           CALL "CONEXMDB"                       USING AREA-CONEXMDB.

           IF   NOT CONEXMDB-STAT-OK
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CADTPP CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CADTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'                TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
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
           MOVE 'CADTPP'                        TO BATLOG-E-PROGRAMA.

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
           MOVE WK-VENCIDOS                     TO
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
           INITIALIZE                            AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR             TO TRUE.

           CALL "CONEXMDB"                       USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.

      * Consentimientos activos cuyo último día de vigencia es
      * anterior a hoy.
       CONTAR-VENCIDOS.
      *----------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-VENCIDOS
                FROM   banco.consentimiento_tpp
                WHERE  estado_tpp         = 'A'
                AND    fec_caducidad_tpp  < CURDATE()
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CADTPP CONTAR-VENCIDOS: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CADTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'CONTAR-VENCIDOS'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONTAR-VENCIDOS.
           EXIT.

      *    Caducidad de conjunto con el mismo criterio del recuento;
      *    la fecha de baja es la de esta ejecución.
       CADUCAR-CONSENTIMIENTOS.
      *------------------------
           EXEC SQL
                UPDATE banco.consentimiento_tpp
                SET    estado_tpp         = 'C',
                       fec_baja_tpp       = now(),
                       usuario_baja_tpp   = 'CADTPP'
                WHERE  estado_tpp         = 'A'
                AND    fec_caducidad_tpp  < CURDATE()
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   SQL-SUCCESS
           THEN EXEC SQL
                     commit
                END-EXEC
           ELSE SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CADTPP CADUCAR-CONSENTIMIENTOS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CADTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'CADUCAR-CONSENTIMIENTOS'    TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CADUCAR-CONSENTIMIENTOS.
           EXIT.

       MOSTRAR-ESTADO.
      *----------------
           DISPLAY '========================================'.
           DISPLAY 'CADTPP - CADUCIDAD DE CONSENTIMIENTOS PSD2'.
           DISPLAY 'FECHA PROCESO       : ' WK-FECHA-ACTUAL.
           DISPLAY 'CADUCADOS           : ' WK-VENCIDOS.
           IF   STAT-OK
           THEN DISPLAY 'RESULTADO           : OK'
           ELSE DISPLAY 'RESULTADO           : ERROR'
           END-IF.
           DISPLAY '========================================'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
