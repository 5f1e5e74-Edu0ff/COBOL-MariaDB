       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CONCEFEC.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Conciliación de los pedidos de efectivo contra la
      * confirmación del transportista de fondos. Cada servicio
      * confirmado se casa con su pedido pendiente: el importe que
      * el transportista declara entregado o recogido entra o sale
      * de la bóveda de la oficina (BOVEDA) y el pedido queda
      * conciliado, o conciliado con diferencia si no coincide con
      * lo pedido. Los servicios no realizados cierran el pedido sin
      * mover la bóveda, y los pedidos cuya fecha prevista ya pasó
      * sin confirmación se listan al final.

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
      *    Fichero de confirmaciones del transportista, una por
      *    servicio. Por omisión se toma confirmaciones-efectivo.dat;
      *    para indicar otro se usa la variable de entorno
      *    CONCEFEC_FICHERO.
           SELECT FICHCONF ASSIGN TO WK-FICHCONF-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCONF.

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
      * Una confirmación por registro: pedido, oficina y tipo tal
      * como se pidieron, importe servido en céntimos, fecha del
      * servicio y resultado (E servido, N no realizado).
       FD FICHCONF RECORD CONTAINS 36 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCONF.
           05  CONF-ID-PEDIDO               PIC 9(10).
           05  CONF-OFICINA                 PIC X(04).
           05  CONF-TIPO                    PIC X(01).
           05  CONF-IMPORTE                 PIC 9(10)V99.
           05  CONF-FEC-SERVICIO            PIC X(08).
           05  CONF-RESULTADO               PIC X(01).
               88  CONF-SERVIDO             VALUE 'E'.
               88  CONF-NO-REALIZADO        VALUE 'N'.

       FD FICHCONC RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCONC                     PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE pedefec          END-EXEC.
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'boveda.cpy'.

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

       01  SW-FIN-PEDIDOS                    PIC 9(01) VALUE 0.
           88  FIN-PEDIDOS                   VALUE 1.
           88  NO-FIN-PEDIDOS                VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHCONF-NOMBRE                PIC X(40) VALUE
                                   'confirmaciones-efectivo.dat'.
       01  WK-FICHCONF-NOMBRE-ENV            PIC X(40).
       01  FS-FICHCONF                       PIC X(02).

       01  WK-FICHCONC-NOMBRE                PIC X(40).
       01  FS-FICHCONC                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Resultado de la confirmación en curso y diferencia entre lo
      * servido y lo pedido.
       01  WK-RESULTADO                      PIC X(20).
       01  WK-DIFERENCIA                     PIC S9(10)V99 LEADING
                                             SEPARATE.
       01  WK-NUEVO-ESTADO                   PIC X(01).

      * Confirmaciones leídas, conciliadas, con diferencia, no
      * realizadas, con incidencia y pedidos sin confirmar.
       01  WK-CONTADOR-CONFIRMACIONES        PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CONCILIADOS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DIFERENCIAS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-NO-REALIZADOS         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-INCIDENCIAS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-CONFIRMAR         PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRATAR-CONFIRMACIONES   THRU
                        FIN-TRATAR-CONFIRMACIONES
                IF   STAT-OK
                THEN PERFORM LISTAR-SIN-CONFIRMAR THRU
                             FIN-LISTAR-SIN-CONFIRMAR
                END-IF
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
           STRING 'conciliacion-efectivo-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCONC-NOMBRE.

           MOVE SPACES                          TO
                WK-FICHCONF-NOMBRE-ENV.
           ACCEPT WK-FICHCONF-NOMBRE-ENV        FROM ENVIRONMENT
                  'CONCEFEC_FICHERO'.
           IF   WK-FICHCONF-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHCONF-NOMBRE-ENV     TO WK-FICHCONF-NOMBRE
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
                DISPLAY '*** FATAL *** CONCEFEC CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CONCEFEC'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'CONCEFEC'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-CONFIRMACIONES      TO
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
           MOVE 'CONCEFEC'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCONC-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CONCEFEC REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCONC-NOMBRE ']'
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


       ABRIR-FICHEROS.
      *-----------------
           OPEN INPUT  FICHCONF.

           IF   FS-FICHCONF NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONCEFEC ABRIR-FICHEROS: NO'
                DISPLAY 'SE PUDO ABRIR EL FICHERO DE CONFIRMACIONES'
                DISPLAY 'FILE STATUS [' FS-FICHCONF ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHCONC.

           IF   FS-FICHCONC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONCEFEC ABRIR-FICHEROS: NO'
                DISPLAY 'SE PUDO ABRIR EL INFORME DE CONCILIACION'
                DISPLAY 'FILE STATUS [' FS-FICHCONC ']'
                CLOSE FICHCONF
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *-----------------
           CLOSE FICHCONF FICHCONC.

       FIN-CERRAR-FICHEROS.
           EXIT.

       TRATAR-CONFIRMACIONES.
      *----------------------
           PERFORM TRATAR-UNA-CONFIRMACION      THRU
                   FIN-TRATAR-UNA-CONFIRMACION
           UNTIL  FIN-FICHERO-SI
           OR     NOT STAT-OK.

       FIN-TRATAR-CONFIRMACIONES.
           EXIT.

      *    Una confirmación que no casa con un pedido pendiente de la
      *    misma oficina y tipo se informa como incidencia y no toca
      *    ni el pedido ni la bóveda.
       TRATAR-UNA-CONFIRMACION.
      *------------------------
           READ FICHCONF
                AT END SET FIN-FICHERO-SI       TO TRUE
           END-READ.

           IF   FIN-FICHERO-SI
           THEN GO TO FIN-TRATAR-UNA-CONFIRMACION
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-CONFIRMACIONES.

           INITIALIZE                           REG-PEDEFEC
                                                REG-PEDEFEC-NULL.
           MOVE ZERO                            TO WK-DIFERENCIA.

           IF   CONF-ID-PEDIDO IS NOT NUMERIC
                OR CONF-IMPORTE IS NOT NUMERIC
                OR (NOT CONF-SERVIDO AND NOT CONF-NO-REALIZADO)
           THEN MOVE 'DATOS NO VALIDOS'         TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-TRATAR-UNA-CONFIRMACION
           END-IF.

           MOVE CONF-ID-PEDIDO                  TO PEDEFEC-ID.

           EXEC SQL
                SELECT oficina_boveda, tipo_pedido, importe_pedido,
                       estado_pedido
                INTO   :PEDEFEC-OFICINA, :PEDEFEC-TIPO,
                       :PEDEFEC-IMPORTE, :PEDEFEC-ESTADO
                FROM   banco.pedido_efectivo
                WHERE  id_pedido = :PEDEFEC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'PEDIDO DESCONOCIDO'       TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-TRATAR-UNA-CONFIRMACION
           WHEN OTHER
                SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CONCEFEC LEER PEDIDO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CONCEFEC'                  TO LOGERR-E-PROGRAMA
                MOVE 'TRATAR-UNA-CONFIRMACION'   TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                  TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-TRATAR-UNA-CONFIRMACION
           END-EVALUATE.

           IF   PEDEFEC-OFICINA NOT = CONF-OFICINA
                OR PEDEFEC-TIPO NOT = CONF-TIPO
           THEN MOVE 'PEDIDO NO COINCIDE'       TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-TRATAR-UNA-CONFIRMACION
           END-IF.

           IF   NOT PEDEFEC-ESTADO-PENDIENTE
           THEN MOVE 'YA CONCILIADO'            TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-TRATAR-UNA-CONFIRMACION
           END-IF.

           IF   CONF-NO-REALIZADO
                OR CONF-IMPORTE = ZERO
           THEN MOVE 'N'                        TO WK-NUEVO-ESTADO
                MOVE ZERO                       TO
                     PEDEFEC-IMPT-CONFIRMADO
                MOVE 'NO REALIZADO'             TO WK-RESULTADO
           ELSE MOVE CONF-IMPORTE               TO
                     PEDEFEC-IMPT-CONFIRMADO
                COMPUTE WK-DIFERENCIA = PEDEFEC-IMPT-CONFIRMADO
                                      - PEDEFEC-IMPORTE
                IF   WK-DIFERENCIA = ZERO
                THEN MOVE 'C'                   TO WK-NUEVO-ESTADO
                     MOVE 'CONCILIADO'          TO WK-RESULTADO
                ELSE MOVE 'D'                   TO WK-NUEVO-ESTADO
                     MOVE 'CON DIFERENCIA'      TO WK-RESULTADO
                END-IF
                PERFORM MOVER-BOVEDA            THRU
                        FIN-MOVER-BOVEDA
                IF   NOT BOVEDA-STAT-OK
                THEN GO TO FIN-TRATAR-UNA-CONFIRMACION
                END-IF
           END-IF.

           PERFORM CERRAR-PEDIDO                THRU
                   FIN-CERRAR-PEDIDO.

       FIN-TRATAR-UNA-CONFIRMACION.
           EXIT.

      *    Lo servido de verdad es lo que declara el transportista,
      *    coincida o no con lo pedido. Si la bóveda no lo admite el
      *    pedido sigue pendiente y se informa.
       MOVER-BOVEDA.
      *-------------
           INITIALIZE                           AREA-BOVEDA-ENTRADA.
           IF   PEDEFEC-TIPO-ENTREGA
           THEN SET  BOVEDA-E-ACC-ENTREGA       TO TRUE
           ELSE SET  BOVEDA-E-ACC-DEVOLUCION    TO TRUE
           END-IF.
           MOVE PEDEFEC-OFICINA                 TO BOVEDA-E-OFICINA.
           MOVE PEDEFEC-IMPT-CONFIRMADO         TO BOVEDA-E-IMPORTE.
           MOVE PEDEFEC-ID                      TO BOVEDA-E-ID-PEDIDO.
           MOVE 'CONCEFEC'                      TO BOVEDA-E-USUARIO.

           CALL "BOVEDA"                        USING AREA-BOVEDA.

           EVALUATE TRUE
           WHEN BOVEDA-STAT-OK
                CONTINUE
           WHEN BOVEDA-STAT-ERR-SQL
                SET STAT-ERR-SQL                 TO TRUE
                MOVE 'CONCEFEC'                  TO LOGERR-E-PROGRAMA
                MOVE 'MOVER-BOVEDA'              TO LOGERR-E-PARRAFO
                MOVE BOVEDA-SQLCODE              TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           WHEN BOVEDA-STAT-SALDO-INSUF
                MOVE 'BOVEDA SIN SALDO'          TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA        THRU
                        FIN-ANOTAR-INCIDENCIA
           WHEN OTHER
                MOVE 'OFICINA SIN BOVEDA'        TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA        THRU
                        FIN-ANOTAR-INCIDENCIA
           END-EVALUATE.

       FIN-MOVER-BOVEDA.
           EXIT.

       CERRAR-PEDIDO.
      *--------------
           MOVE WK-NUEVO-ESTADO                 TO PEDEFEC-ESTADO.

           EXEC SQL
                UPDATE banco.pedido_efectivo
                SET    estado_pedido      = :PEDEFEC-ESTADO,
                       importe_confirmado = :PEDEFEC-IMPT-CONFIRMADO,
                       fec_confirmacion   = CURDATE()
                WHERE  id_pedido          = :PEDEFEC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CONCEFEC CERRAR-PEDIDO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CONCEFEC'                  TO LOGERR-E-PROGRAMA
                MOVE 'CERRAR-PEDIDO'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                  TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CERRAR-PEDIDO
           END-IF.

           EVALUATE TRUE
           WHEN PEDEFEC-ESTADO-CONCILIADO
                ADD  1                           TO
                     WK-CONTADOR-CONCILIADOS
           WHEN PEDEFEC-ESTADO-DIFERENCIA
                ADD  1                           TO
                     WK-CONTADOR-DIFERENCIAS
           WHEN OTHER
                ADD  1                           TO
                     WK-CONTADOR-NO-REALIZADOS
           END-EVALUATE.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-CERRAR-PEDIDO.
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
           STRING 'PEDIDO [' CONF-ID-PEDIDO '] OFICINA ['
                  CONF-OFICINA '] TIPO [' CONF-TIPO
                  '] PEDIDO [' PEDEFEC-IMPORTE
                  '] SERVIDO [' CONF-IMPORTE
                  '] DIFERENCIA [' WK-DIFERENCIA '] '
                  WK-RESULTADO
                  DELIMITED BY SIZE             INTO REG-FICHCONC.

           WRITE REG-FICHCONC.

       FIN-ESCRIBIR-LINEA.
           EXIT.

      * Pedidos cuya fecha de servicio ya pasó y que siguen sin
      * confirmación del transportista.
       LISTAR-SIN-CONFIRMAR.
      *---------------------
           EXEC SQL
                DECLARE CUR-SIN-CONFIRMAR CURSOR FOR
                SELECT id_pedido, oficina_boveda, tipo_pedido,
                       importe_pedido, fec_entrega_prevista
                FROM   banco.pedido_efectivo
                WHERE  estado_pedido        = 'P'
                AND    fec_entrega_prevista < CURDATE()
                ORDER BY id_pedido
           END-EXEC.

           EXEC SQL OPEN CUR-SIN-CONFIRMAR END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CONCEFEC OPEN CUR-SIN-CONF'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CONCEFEC'                  TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-SIN-CONFIRMAR'      TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                  TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-SIN-CONFIRMAR
           END-IF.

           SET  NO-FIN-PEDIDOS                  TO TRUE.

           PERFORM LEER-SIN-CONFIRMAR           THRU
                   FIN-LEER-SIN-CONFIRMAR
           UNTIL  FIN-PEDIDOS
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-SIN-CONFIRMAR END-EXEC.

       FIN-LISTAR-SIN-CONFIRMAR.
           EXIT.

       LEER-SIN-CONFIRMAR.
      *-------------------
           EXEC SQL
                FETCH CUR-SIN-CONFIRMAR
                INTO  :PEDEFEC-ID, :PEDEFEC-OFICINA, :PEDEFEC-TIPO,
                      :PEDEFEC-IMPORTE, :PEDEFEC-FEC-PREVISTA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-PEDIDOS                TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     WK-CONTADOR-SIN-CONFIRMAR
                MOVE SPACES                     TO REG-FICHCONC
                STRING 'PEDIDO [' PEDEFEC-ID '] OFICINA ['
                       PEDEFEC-OFICINA '] TIPO [' PEDEFEC-TIPO
                       '] PEDIDO [' PEDEFEC-IMPORTE
                       '] PREVISTO [' PEDEFEC-FEC-PREVISTA
                       '] SIN CONFIRMAR'
                       DELIMITED BY SIZE        INTO REG-FICHCONC
                WRITE REG-FICHCONC
           WHEN OTHER
                SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CONCEFEC FETCH SIN-CONF: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CONCEFEC'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-SIN-CONFIRMAR'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                  TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-SIN-CONFIRMAR.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHCONC.
           STRING 'TOTAL CONFIRMACIONES [' WK-CONTADOR-CONFIRMACIONES
                  '] CONCILIADOS [' WK-CONTADOR-CONCILIADOS
                  '] CON DIFERENCIA [' WK-CONTADOR-DIFERENCIAS
                  '] NO REALIZADOS [' WK-CONTADOR-NO-REALIZADOS
                  '] INCIDENCIAS [' WK-CONTADOR-INCIDENCIAS
                  '] SIN CONFIRMAR [' WK-CONTADOR-SIN-CONFIRMAR ']'
                  DELIMITED BY SIZE             INTO REG-FICHCONC.

           WRITE REG-FICHCONC.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONCILIACION DE PEDIDOS DE EFECTIVO'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHCONF-NOMBRE ']'.
           DISPLAY 'INFORME              [' WK-FICHCONC-NOMBRE ']'.
           DISPLAY 'CONFIRMACIONES       ['
                   WK-CONTADOR-CONFIRMACIONES ']'.
           DISPLAY 'CONCILIADOS          [' WK-CONTADOR-CONCILIADOS
                   ']'.
           DISPLAY 'CON DIFERENCIA       [' WK-CONTADOR-DIFERENCIAS
                   ']'.
           DISPLAY 'NO REALIZADOS        ['
                   WK-CONTADOR-NO-REALIZADOS ']'.
           DISPLAY 'INCIDENCIAS          [' WK-CONTADOR-INCIDENCIAS
                   ']'.
           DISPLAY 'SIN CONFIRMAR        ['
                   WK-CONTADOR-SIN-CONFIRMAR ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
