       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CONCCOMP.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Conciliación diaria de la liquidación de la cámara de
      * compensación. Por cada subsistema y sesión del informe de
      * liquidación interbancaria se suma lo que nosotros posteamos
      * en banco.movimiento en el tramo horario de esa sesión y se
      * compara con el neto que la cámara liquidó de verdad:
      *   - CHQ cheques: los adeudos de CARGACHEQ y sus anulaciones;
      *   - ADE adeudos directos SEPA: todo lo posteado contra un
      *     mandato, presentaciones y devoluciones;
      *   - TRF transferencias SEPA: las remesas de NOMINAS, cuyo
      *     cargo al ordenante menos los abonos a empleados nuestros
      *     es lo que sale por la cámara.
      * Ambos importes van con el signo de la entidad: positivo lo
      * que entra, negativo lo que sale. Cada sesión queda cuadrada,
      * corta (la cámara liquidó menos de lo posteado) o sobrante
      * (liquidó más), y por cada diferencia se aparca una partida
      * transitoria (TRANSITORIA) por su valor absoluto para que
      * tesorería la persiga. Una sesión que ya tiene su partida de
      * una ejecución anterior no abre otra.

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
      *    Informe de liquidación de la cámara, una línea por
      *    subsistema y sesión. Por omisión se toma
      *    liquidacion-compensacion.dat; para indicar otro se usa la
      *    variable de entorno CONCCOMP_FICHERO.
           SELECT FICHLIQ ASSIGN TO WK-FICHLIQ-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHLIQ.

      *    Informe de la conciliación, con la fecha de la ejecución
      *    en el nombre.
           SELECT FICHCONC ASSIGN TO WK-FICHCONC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCONC.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una sesión liquidada por registro: fecha de la sesión,
      * subsistema, número de sesión, tramo horario de los posteos
      * que entraron en ella (HHMM, ambos incluidos), neto liquidado
      * con el signo de la entidad y número de operaciones.
       FD FICHLIQ RECORD CONTAINS 42 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHLIQ.
           05  LIQ-FECHA                    PIC X(08).
           05  LIQ-SUBSISTEMA               PIC X(03).
               88  LIQ-SUBSISTEMA-OK        VALUES 'CHQ' 'ADE' 'TRF'.
           05  LIQ-SESION                   PIC 9(02).
           05  LIQ-HORA-DESDE               PIC 9(04).
           05  LIQ-HORA-HASTA               PIC 9(04).
           05  LIQ-IMPORTE                  PIC S9(11)V99
                                            LEADING SEPARATE.
           05  LIQ-OPERACIONES              PIC 9(07).

       FD FICHCONC RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCONC                     PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
      * Sesión que se concilia: subsistema y tramo de fecha y hora
      * (AAAAMMDDHHMM) de sus posteos.
       01  WK-SUBSISTEMA                     PIC X(03).
       01  WK-DESDE                          PIC X(12).
       01  WK-HASTA                          PIC X(12).

      * Lo posteado por nosotros en la sesión.
       01  WK-POS-IMPORTE                    PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-POS-OPERACIONES                PIC 9(07).

      * Concepto de la partida transitoria de la sesión y partidas
      * que ya la llevan.
       01  WK-PAR-CPT                        PIC X(49).
       01  WK-PAR-ORIGEN                     PIC X(12) VALUE
                                             'CONCCOMP'.
       01  WK-PAR-EXISTENTES                 PIC 9(05).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'transitoria.cpy'.

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

       01  SW-FIN-FICHERO                    PIC 9(01) VALUE 0.
           88  FIN-FICHERO-SI                VALUE 1.
           88  FIN-FICHERO-NO                VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHLIQ-NOMBRE                 PIC X(40) VALUE
                                   'liquidacion-compensacion.dat'.
       01  WK-FICHLIQ-NOMBRE-ENV             PIC X(40).
       01  FS-FICHLIQ                        PIC X(02).

       01  WK-FICHCONC-NOMBRE                PIC X(40).
       01  FS-FICHCONC                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Resultado de la sesión en curso, diferencia entre lo
      * liquidado y lo posteado, y partida abierta por ella.
       01  WK-RESULTADO                      PIC X(30).
       01  WK-DIFERENCIA                     PIC S9(11)V99 LEADING
                                             SEPARATE.
       01  WK-PARTIDA                        PIC 9(10).

      * Sesiones leídas, cuadradas, cortas, sobrantes y con
      * incidencia, y partidas transitorias abiertas.
       01  WK-CONTADOR-SESIONES              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CUADRADAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CORTAS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SOBRANTES             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-INCIDENCIAS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PARTIDAS              PIC 9(06) VALUE 0.

      * Netos liquidado y posteado de todas las sesiones.
       01  WK-TOTAL-LIQUIDADO                PIC S9(13)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-TOTAL-POSTEADO                 PIC S9(13)V99 LEADING
                                             SEPARATE VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRATAR-SESIONES         THRU
                        FIN-TRATAR-SESIONES
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
           STRING 'conciliacion-compensacion-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCONC-NOMBRE.

           MOVE SPACES                          TO
                WK-FICHLIQ-NOMBRE-ENV.
           ACCEPT WK-FICHLIQ-NOMBRE-ENV         FROM ENVIRONMENT
                  'CONCCOMP_FICHERO'.
           IF   WK-FICHLIQ-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHLIQ-NOMBRE-ENV      TO WK-FICHLIQ-NOMBRE
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
                DISPLAY '*** FATAL *** CONCCOMP CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CONCCOMP'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'CONCCOMP'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-SESIONES            TO
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

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CONCCOMP'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCONC-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CONCCOMP REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCONC-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHEROS.
      *-----------------
           OPEN INPUT  FICHLIQ.

           IF   FS-FICHLIQ NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONCCOMP ABRIR-FICHEROS: NO'
                DISPLAY 'SE PUDO ABRIR EL INFORME DE LIQUIDACION'
                DISPLAY 'FILE STATUS [' FS-FICHLIQ ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHCONC.

           IF   FS-FICHCONC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONCCOMP ABRIR-FICHEROS: NO'
                DISPLAY 'SE PUDO ABRIR EL INFORME DE CONCILIACION'
                DISPLAY 'FILE STATUS [' FS-FICHCONC ']'
                CLOSE FICHLIQ
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *-----------------
           CLOSE FICHLIQ FICHCONC.

       FIN-CERRAR-FICHEROS.
           EXIT.

       TRATAR-SESIONES.
      *----------------
           PERFORM TRATAR-UNA-SESION            THRU
                   FIN-TRATAR-UNA-SESION
           UNTIL  FIN-FICHERO-SI
           OR     NOT STAT-OK.

       FIN-TRATAR-SESIONES.
           EXIT.

      *    Una línea con datos que no se pueden interpretar, o de un
      *    subsistema que no conocemos, se informa como incidencia y
      *    no abre partida.
       TRATAR-UNA-SESION.
      *------------------
           READ FICHLIQ
                AT END SET FIN-FICHERO-SI       TO TRUE
           END-READ.

           IF   FIN-FICHERO-SI
           THEN GO TO FIN-TRATAR-UNA-SESION
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-SESIONES.

           MOVE ZERO                            TO WK-POS-IMPORTE
                                                   WK-POS-OPERACIONES
                                                   WK-DIFERENCIA
                                                   WK-PARTIDA.

           IF   LIQ-FECHA IS NOT NUMERIC
                OR LIQ-SESION IS NOT NUMERIC
                OR LIQ-HORA-DESDE IS NOT NUMERIC
                OR LIQ-HORA-HASTA IS NOT NUMERIC
                OR LIQ-IMPORTE IS NOT NUMERIC
                OR LIQ-OPERACIONES IS NOT NUMERIC
                OR LIQ-HORA-DESDE > LIQ-HORA-HASTA
                OR LIQ-HORA-HASTA > 2359
           THEN MOVE 'DATOS NO VALIDOS'         TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-TRATAR-UNA-SESION
           END-IF.

           IF   NOT LIQ-SUBSISTEMA-OK
           THEN MOVE 'SUBSISTEMA DESCONOCIDO'   TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-TRATAR-UNA-SESION
           END-IF.

           PERFORM SUMAR-POSTEOS                THRU
                   FIN-SUMAR-POSTEOS.

           IF   NOT STAT-OK
           THEN GO TO FIN-TRATAR-UNA-SESION
           END-IF.

           ADD  LIQ-IMPORTE                     TO WK-TOTAL-LIQUIDADO.
           ADD  WK-POS-IMPORTE                  TO WK-TOTAL-POSTEADO.

           COMPUTE WK-DIFERENCIA = LIQ-IMPORTE - WK-POS-IMPORTE.

           EVALUATE TRUE
           WHEN WK-DIFERENCIA = ZERO
                ADD  1                          TO
                     WK-CONTADOR-CUADRADAS
                MOVE 'CUADRADA'                 TO WK-RESULTADO
           WHEN WK-DIFERENCIA < ZERO
                ADD  1                          TO
                     WK-CONTADOR-CORTAS
                MOVE 'CORTA'                    TO WK-RESULTADO
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-SOBRANTES
                MOVE 'SOBRANTE'                 TO WK-RESULTADO
           END-EVALUATE.

           IF   WK-DIFERENCIA NOT = ZERO
           THEN PERFORM ABRIR-PARTIDA           THRU
                        FIN-ABRIR-PARTIDA
           END-IF.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-TRATAR-UNA-SESION.
           EXIT.

      *    Neto y número de nuestros posteos de la sesión: los del
      *    subsistema cuya fecha de movimiento cae en el tramo
      *    horario de la sesión, con la hora final incluida.
       SUMAR-POSTEOS.
      *--------------
           MOVE LIQ-SUBSISTEMA                  TO WK-SUBSISTEMA.
           STRING LIQ-FECHA LIQ-HORA-DESDE
                  DELIMITED BY SIZE             INTO WK-DESDE.
           STRING LIQ-FECHA LIQ-HORA-HASTA
                  DELIMITED BY SIZE             INTO WK-HASTA.

           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(m.importe_mov), 0)
                INTO   :WK-POS-OPERACIONES, :WK-POS-IMPORTE
                FROM   banco.movimiento m
                WHERE  m.fec_mov >= str_to_date(:WK-DESDE,
                                                '%Y%m%d%H%i')
                AND    m.fec_mov <  str_to_date(:WK-HASTA,
                                                '%Y%m%d%H%i')
                                    + INTERVAL 1 MINUTE
                AND    ((:WK-SUBSISTEMA = 'CHQ'
                         AND ((m.cod_cnpt_mov = 'CHQ'
                               AND m.cnpt_mov LIKE
                                   'CHEQUE COMPENSADO [%')
                           OR (m.cod_cnpt_mov = 'ANU'
                               AND m.cnpt_mov LIKE
                                   'ANULACION ADEUDO REF [%')))
                   OR   (:WK-SUBSISTEMA = 'ADE'
                         AND EXISTS
                             (SELECT 1
                              FROM   banco.mandato d
                              WHERE  d.id_medio = m.id_medio))
                   OR   (:WK-SUBSISTEMA = 'TRF'
                         AND m.cod_cnpt_mov = 'TRF'
                         AND (m.cnpt_mov LIKE 'REMESA NOMINAS %'
                           OR m.cnpt_mov LIKE 'NOMINA %')))
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SUMAR-POSTEOS'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-SUMAR-POSTEOS.
           EXIT.

      *    La diferencia se aparca por su valor absoluto con el
      *    sentido en el motivo. El concepto identifica la sesión,
      *    y si una ejecución anterior ya aparcó una partida con
      *    ese concepto no se abre otra: la diferencia ya la está
      *    persiguiendo tesorería.
       ABRIR-PARTIDA.
      *--------------
           MOVE SPACES                          TO WK-PAR-CPT.
           STRING 'DESCUADRE COMPENSACION ' LIQ-SUBSISTEMA ' '
                  LIQ-FECHA ' SESION ' LIQ-SESION
                  DELIMITED BY SIZE             INTO WK-PAR-CPT.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-PAR-EXISTENTES
                FROM   banco.partida_transitoria
                WHERE  origen_partida   = :WK-PAR-ORIGEN
                AND    concepto_partida = :WK-PAR-CPT
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ABRIR-PARTIDA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ABRIR-PARTIDA
           END-IF.

           IF   WK-PAR-EXISTENTES > ZERO
           THEN IF   WK-DIFERENCIA < ZERO
                THEN MOVE 'CORTA, PARTIDA YA ABIERTA'
                                                TO WK-RESULTADO
                ELSE MOVE 'SOBRANTE, PARTIDA YA ABIERTA'
                                                TO WK-RESULTADO
                END-IF
                GO TO FIN-ABRIR-PARTIDA
           END-IF.

           INITIALIZE                         AREA-TRANSITORIA-ENTRADA.
           SET  TRANSITORIA-E-ACC-APARCAR       TO TRUE.
           IF   WK-DIFERENCIA < ZERO
           THEN COMPUTE TRANSITORIA-E-IMPORTE = 0 - WK-DIFERENCIA
                MOVE 'LIQUIDACION CORTA'        TO
                     TRANSITORIA-E-MOTIVO
           ELSE MOVE WK-DIFERENCIA              TO
                     TRANSITORIA-E-IMPORTE
                MOVE 'LIQUIDACION SOBRANTE'     TO
                     TRANSITORIA-E-MOTIVO
           END-IF.
           MOVE WK-PAR-CPT                      TO TRANSITORIA-E-CPT.
           MOVE WK-PAR-ORIGEN                   TO
                TRANSITORIA-E-ORIGEN.
           MOVE 'CONCCOMP'                      TO
                TRANSITORIA-E-USUARIO.

           CALL "TRANSITORIA"                   USING AREA-TRANSITORIA.

           IF   TRANSITORIA-STAT-OK
           THEN MOVE TRANSITORIA-S-ID-PARTIDA   TO WK-PARTIDA
                ADD  1                          TO
                     WK-CONTADOR-PARTIDAS
           ELSE MOVE TRANSITORIA-SQLCODE        TO WK-SQLCODE
                MOVE 'ABRIR-PARTIDA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-ABRIR-PARTIDA.
           EXIT.

       ANOTAR-INCIDENCIA.
      *------------------
           ADD  1                               TO
                WK-CONTADOR-INCIDENCIAS.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-ANOTAR-INCIDENCIA.
           EXIT.

       ESCRIBIR-LINEA.
      *---------------
           MOVE SPACES                          TO REG-FICHCONC.
           STRING 'FECHA [' LIQ-FECHA '] SUBSISTEMA [' LIQ-SUBSISTEMA
                  '] SESION [' LIQ-SESION
                  '] LIQUIDADO [' LIQ-IMPORTE
                  '] OPS [' LIQ-OPERACIONES
                  '] POSTEADO [' WK-POS-IMPORTE
                  '] OPS [' WK-POS-OPERACIONES
                  '] DIFERENCIA [' WK-DIFERENCIA
                  '] PARTIDA [' WK-PARTIDA '] '
                  WK-RESULTADO
                  DELIMITED BY SIZE             INTO REG-FICHCONC.

           WRITE REG-FICHCONC.

       FIN-ESCRIBIR-LINEA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHCONC.
           STRING 'TOTAL SESIONES [' WK-CONTADOR-SESIONES
                  '] CUADRADAS [' WK-CONTADOR-CUADRADAS
                  '] CORTAS [' WK-CONTADOR-CORTAS
                  '] SOBRANTES [' WK-CONTADOR-SOBRANTES
                  '] INCIDENCIAS [' WK-CONTADOR-INCIDENCIAS
                  '] PARTIDAS [' WK-CONTADOR-PARTIDAS
                  '] LIQUIDADO [' WK-TOTAL-LIQUIDADO
                  '] POSTEADO [' WK-TOTAL-POSTEADO ']'
                  DELIMITED BY SIZE             INTO REG-FICHCONC.

           WRITE REG-FICHCONC.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** CONCCOMP ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'CONCCOMP'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONCILIACION DE LA LIQUIDACION DE COMPENSACION'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHLIQ-NOMBRE ']'.
           DISPLAY 'INFORME              [' WK-FICHCONC-NOMBRE ']'.
           DISPLAY 'SESIONES             [' WK-CONTADOR-SESIONES ']'.
           DISPLAY 'CUADRADAS            [' WK-CONTADOR-CUADRADAS ']'.
           DISPLAY 'CORTAS               [' WK-CONTADOR-CORTAS ']'.
           DISPLAY 'SOBRANTES            [' WK-CONTADOR-SOBRANTES ']'.
           DISPLAY 'INCIDENCIAS          [' WK-CONTADOR-INCIDENCIAS
                   ']'.
           DISPLAY 'PARTIDAS ABIERTAS    [' WK-CONTADOR-PARTIDAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
