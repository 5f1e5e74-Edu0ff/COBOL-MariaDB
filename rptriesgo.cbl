       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTRIESGO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe mensual de movimientos de la calificación de riesgo
      * de blanqueo: lista, por oficina, los clientes calificados por
      * primera vez y los que han cambiado de nivel en el mes según
      * el histórico que deja RIESGOCLI (banco.riesgo_cliente_hist),
      * señalando si el riesgo sube o baja, con los totales del mes.

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
      *    Fichero de salida del informe, con el mes informado en el
      *    nombre para no pisar el de otros meses.
           SELECT FICHMOV ASSIGN TO WK-FICHMOV-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHMOV.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por movimiento de calificación y otra de totales
      * por oficina.
       FD FICHMOV RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHMOV                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Movimiento de calificación que devuelve el cursor.
       01  WK-OFICINA                       PIC X(04).
       01  WK-NIF-CLIENTE                   PIC X(10).
       01  WK-NOM-CLIENTE                   PIC X(57).
       01  WK-FEC-CAMBIO                    PIC X(08).
       01  WK-NIVEL-ANT                     PIC X(01).
       01  WK-NIVEL                         PIC X(01).
       01  WK-PUNTOS                        PIC 9(03).

      * Mes informado, AAAAMM; por omisión el mes anterior al de la
      * ejecución, que es cuando se lanza el cierre mensual.
       01  WK-MES-INFORME                   PIC X(06).

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

      * El mes se puede forzar con RPTRIESGO_MES (AAAAMM) para
      * repetir un informe atrasado.
       01  WK-MES-ENV                        PIC X(06).

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FECHA-ACTUAL-R                 REDEFINES
           WK-FECHA-ACTUAL-8.
           05  WK-FECHA-ACTUAL-ANO           PIC 9(04).
           05  WK-FECHA-ACTUAL-MES           PIC 9(02).
           05  WK-FECHA-ACTUAL-DIA           PIC 9(02).

       01  WK-MES-ANTERIOR.
           05  WK-MES-ANTERIOR-ANO           PIC 9(04).
           05  WK-MES-ANTERIOR-MES           PIC 9(02).

       01  WK-FICHMOV-NOMBRE                 PIC X(30).
       01  FS-FICHMOV                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Rango de cada nivel para saber si el riesgo sube o baja
      * (bajo 1, medio 2, alto 3).
       01  WK-RANGO-ANT                      PIC 9(01).
       01  WK-RANGO                          PIC 9(01).
       01  WK-NIVEL-RANGO                    PIC X(01).
       01  WK-RANGO-CALC                     PIC 9(01).

       01  WK-NIVEL-ANT-EDIT                 PIC X(05).
       01  WK-SENTIDO                        PIC X(05).

      * Corte de control por oficina.
       01  WK-OFICINA-ANT                    PIC X(04) VALUE SPACES.
       01  WK-OFI-MOVIMIENTOS                PIC 9(06) VALUE 0.

      * Totales del mes.
       01  WK-CONTADOR-MOVIMIENTOS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-NUEVOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SUBEN                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-BAJAN                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-A-ALTO                PIC 9(06) VALUE 0.

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
           THEN PERFORM LISTAR-MOVIMIENTOS      THRU
                        FIN-LISTAR-MOVIMIENTOS
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

           IF   WK-FECHA-ACTUAL-MES = 1
           THEN COMPUTE WK-MES-ANTERIOR-ANO = WK-FECHA-ACTUAL-ANO - 1
                MOVE 12                         TO WK-MES-ANTERIOR-MES
           ELSE MOVE WK-FECHA-ACTUAL-ANO        TO WK-MES-ANTERIOR-ANO
                COMPUTE WK-MES-ANTERIOR-MES = WK-FECHA-ACTUAL-MES - 1
           END-IF.
           MOVE WK-MES-ANTERIOR                 TO WK-MES-INFORME.

           MOVE SPACES                          TO WK-MES-ENV.
           ACCEPT WK-MES-ENV                    FROM ENVIRONMENT
                                                 'RPTRIESGO_MES'.
           IF   WK-MES-ENV NOT = SPACES
                AND WK-MES-ENV IS NUMERIC
           THEN MOVE WK-MES-ENV                 TO WK-MES-INFORME
           END-IF.

           STRING 'riesgo-movimientos-' WK-MES-INFORME '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHMOV-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTRIESGO CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTRIESGO'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTRIESGO'                     TO BATLOG-E-PROGRAMA.

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
           MOVE 'RPTRIESGO'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHMOV-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTRIESGO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHMOV-NOMBRE ']'
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
           OPEN OUTPUT FICHMOV.

           IF   FS-FICHMOV NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTRIESGO ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHMOV ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHMOV.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Las filas del histórico fechadas en el mes informado, con los
      * datos del cliente, por oficina, cliente y fecha.
       LISTAR-MOVIMIENTOS.
      *---------------------
           EXEC SQL
                DECLARE CUR-RIESGO-MES CURSOR FOR
                SELECT COALESCE(C.oficina_cliente, '----'),
                       C.nif_cliente, C.nom_cliente,
                       DATE_FORMAT(H.fec_cambio_riesgo, '%Y%m%d'),
                       COALESCE(H.nivel_anterior_riesgo, ' '),
                       H.nivel_riesgo, H.puntos_riesgo
                FROM   banco.riesgo_cliente_hist H,
                       banco.cliente C
                WHERE  C.id_cliente = H.id_cliente
                AND    DATE_FORMAT(H.fec_cambio_riesgo, '%Y%m') =
                       :WK-MES-INFORME
                ORDER BY 1, 2, 4
           END-EXEC.

           EXEC SQL OPEN CUR-RIESGO-MES END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTRIESGO OPEN CUR-RIESGO-MES'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTRIESGO'                  TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-MOVIMIENTOS'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-MOVIMIENTOS
           END-IF.

           PERFORM LEER-MOVIMIENTO               THRU
                   FIN-LEER-MOVIMIENTO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-RIESGO-MES END-EXEC.

           IF   WK-OFICINA-ANT NOT = SPACES
           THEN PERFORM ESCRIBIR-TOTAL-OFICINA    THRU
                        FIN-ESCRIBIR-TOTAL-OFICINA
           END-IF.

       FIN-LISTAR-MOVIMIENTOS.
           EXIT.

       LEER-MOVIMIENTO.
      *----------------
           EXEC SQL
                FETCH CUR-RIESGO-MES
                INTO  :WK-OFICINA, :WK-NIF-CLIENTE, :WK-NOM-CLIENTE,
                      :WK-FEC-CAMBIO, :WK-NIVEL-ANT, :WK-NIVEL,
                      :WK-PUNTOS
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
                DISPLAY '*** FATAL *** RPTRIESGO FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTRIESGO'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-MOVIMIENTO'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-MOVIMIENTO.
           EXIT.

       ESCRIBIR-MOVIMIENTO.
      *----------------------
           IF   WK-OFICINA NOT = WK-OFICINA-ANT
           THEN IF   WK-OFICINA-ANT NOT = SPACES
                THEN PERFORM ESCRIBIR-TOTAL-OFICINA THRU
                             FIN-ESCRIBIR-TOTAL-OFICINA
                END-IF
                MOVE WK-OFICINA                   TO WK-OFICINA-ANT
                MOVE 0                            TO WK-OFI-MOVIMIENTOS
           END-IF.

      *    Sin nivel anterior es la primera calificación; si no, el
      *    sentido sale de comparar el rango de los dos niveles.
           IF   WK-NIVEL-ANT = SPACES
           THEN MOVE 'NUEVO'                     TO WK-NIVEL-ANT-EDIT
                MOVE 'ALTA'                      TO WK-SENTIDO
                ADD  1                           TO WK-CONTADOR-NUEVOS
           ELSE MOVE WK-NIVEL-ANT                TO WK-NIVEL-ANT-EDIT
                MOVE WK-NIVEL-ANT                TO WK-NIVEL-RANGO
                PERFORM RANGO-NIVEL              THRU FIN-RANGO-NIVEL
                MOVE WK-RANGO-CALC               TO WK-RANGO-ANT
                MOVE WK-NIVEL                    TO WK-NIVEL-RANGO
                PERFORM RANGO-NIVEL              THRU FIN-RANGO-NIVEL
                MOVE WK-RANGO-CALC               TO WK-RANGO
                IF   WK-RANGO > WK-RANGO-ANT
                THEN MOVE 'SUBE'                 TO WK-SENTIDO
                     ADD  1                      TO WK-CONTADOR-SUBEN
                ELSE MOVE 'BAJA'                 TO WK-SENTIDO
                     ADD  1                      TO WK-CONTADOR-BAJAN
                END-IF
           END-IF.

           IF   WK-NIVEL = 'A'
           THEN ADD  1                           TO WK-CONTADOR-A-ALTO
           END-IF.

           MOVE SPACES                           TO REG-FICHMOV.
           STRING 'OFICINA [' WK-OFICINA '] NIF [' WK-NIF-CLIENTE
                  '] ' WK-NOM-CLIENTE ' FECHA [' WK-FEC-CAMBIO
                  '] NIVEL [' WK-NIVEL-ANT-EDIT ' -> ' WK-NIVEL
                  '] PUNTOS [' WK-PUNTOS '] ' WK-SENTIDO
                  DELIMITED BY SIZE              INTO REG-FICHMOV.
           WRITE REG-FICHMOV.

           ADD  1                                TO WK-OFI-MOVIMIENTOS.
           ADD  1                                TO
                WK-CONTADOR-MOVIMIENTOS.

       FIN-ESCRIBIR-MOVIMIENTO.
           EXIT.

       RANGO-NIVEL.
      *------------
           EVALUATE WK-NIVEL-RANGO
           WHEN 'A'
                MOVE 3                           TO WK-RANGO-CALC
           WHEN 'M'
                MOVE 2                           TO WK-RANGO-CALC
           WHEN OTHER
                MOVE 1                           TO WK-RANGO-CALC
           END-EVALUATE.

       FIN-RANGO-NIVEL.
           EXIT.

       ESCRIBIR-TOTAL-OFICINA.
      *-------------------------
           MOVE SPACES                           TO REG-FICHMOV.
           STRING 'OFICINA [' WK-OFICINA-ANT '] TOTAL MOVIMIENTOS DE '
                  'CALIFICACION [' WK-OFI-MOVIMIENTOS ']'
                  DELIMITED BY SIZE              INTO REG-FICHMOV.

           WRITE REG-FICHMOV.

       FIN-ESCRIBIR-TOTAL-OFICINA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'MOVIMIENTOS DE CALIFICACION DE RIESGO'.
           DISPLAY 'MES INFORMADO           [' WK-MES-INFORME ']'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHMOV-NOMBRE
                   ']'.
           DISPLAY 'MOVIMIENTOS             [' WK-CONTADOR-MOVIMIENTOS
                   ']'.
           DISPLAY 'PRIMERAS CALIFICACIONES [' WK-CONTADOR-NUEVOS ']'.
           DISPLAY 'SUBEN DE NIVEL          [' WK-CONTADOR-SUBEN ']'.
           DISPLAY 'BAJAN DE NIVEL          [' WK-CONTADOR-BAJAN ']'.
           DISPLAY 'PASAN A RIESGO ALTO     [' WK-CONTADOR-A-ALTO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
