       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTFIRMAS.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe diario de firma mancomunada: primero da por caducadas
      * las peticiones de segunda firma cuyo plazo ya venció sin que
      * nadie las confirmara, y después lista por oficina las que
      * siguen pendientes y las caducadas en los últimos días, para
      * que la oficina avise a los cotitulares.

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
      *    Fichero de salida del informe, con la fecha de la ejecución
      *    en el nombre para no pisar el de ejecuciones anteriores.
           SELECT FICHFIRMAS ASSIGN TO WK-FICHFIRMAS-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHFIRMAS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por petición y otra de totales por oficina.
       FD FICHFIRMAS RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHFIRMAS                   PIC X(160).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila de petición que devuelve el cursor.
       01  WK-OFICINA                       PIC X(04).
       01  WK-ESTADO                        PIC X(01).
           88  ESTADO-PENDIENTE             VALUE 'P'.
           88  ESTADO-CADUCADA              VALUE 'X'.
       01  WK-ID-FIRMA                      PIC 9(10).
       01  WK-ID-CTA                        PIC 9(10).
       01  WK-ORIGEN                        PIC X(01).
       01  WK-IMPORTE                       PIC S9(08)V99 LEADING
                                             SEPARATE.
       01  WK-NIF-SOLICITA                  PIC X(10).
       01  WK-FEC-LIMITE                    PIC X(19).

      * Días hacia atrás que se siguen listando las caducadas.
       01  WK-DIAS-CADUCADAS                PIC 9(03) VALUE 30.
       01  WK-NUM-CADUCADAS-HOY             PIC 9(06) VALUE 0.

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

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FICHFIRMAS-NOMBRE              PIC X(30).
       01  FS-FICHFIRMAS                     PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Corte de control por oficina.
       01  WK-OFICINA-ANT                    PIC X(04) VALUE SPACES.
       01  WK-OFI-PENDIENTES                 PIC 9(06) VALUE 0.
       01  WK-OFI-CADUCADAS                  PIC 9(06) VALUE 0.

      * Totales de la ejecución.
       01  WK-CONTADOR-PENDIENTES            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CADUCADAS             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM CADUCAR-VENCIDAS        THRU
                        FIN-CADUCAR-VENCIDAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-PETICIONES       THRU
                        FIN-LISTAR-PETICIONES
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
           ACCEPT WK-FECHA-ACTUAL              FROM DATE.
           STRING 'firmas-pendientes-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHFIRMAS-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTFIRMAS CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTFIRMAS'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTFIRMAS'                      TO BATLOG-E-PROGRAMA.

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
           COMPUTE BATLOG-E-NUM-REGISTROS =
                   WK-CONTADOR-PENDIENTES + WK-CONTADOR-CADUCADAS.

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
           MOVE 'RPTFIRMAS'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHFIRMAS-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTFIRMAS REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHFIRMAS-NOMBRE ']'
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
           OPEN OUTPUT FICHFIRMAS.

           IF   FS-FICHFIRMAS NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTFIRMAS ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHFIRMAS ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHFIRMAS.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Las peticiones pendientes cuyo plazo ya pasó quedan
      * caducadas: ya no se pueden confirmar y el cargo no se
      * postea nunca. FIRMAMAN hace lo mismo en el acto si alguien
      * intenta confirmar una vencida antes de este barrido.
       CADUCAR-VENCIDAS.
      *-------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-CADUCADAS-HOY
                FROM   banco.firma_pendiente
                WHERE  estado_firma     = 'P'
                AND    fec_limite_firma < now()
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTFIRMAS CADUCAR-VENCIDAS: E'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTFIRMAS'                  TO LOGERR-E-PROGRAMA
                MOVE 'CADUCAR-VENCIDAS'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CADUCAR-VENCIDAS
           END-IF.

           IF   WK-NUM-CADUCADAS-HOY = 0
           THEN GO TO FIN-CADUCAR-VENCIDAS
           END-IF.

           EXEC SQL
                UPDATE banco.firma_pendiente
                SET    estado_firma     = 'X'
                WHERE  estado_firma     = 'P'
                AND    fec_limite_firma < now()
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTFIRMAS CADUCAR-VENCIDAS: E'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTFIRMAS'                  TO LOGERR-E-PROGRAMA
                MOVE 'CADUCAR-VENCIDAS'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-CADUCAR-VENCIDAS.
           EXIT.

      * La oficina de cada petición es la del cotitular que ordenó
      * el cargo. Salen las pendientes y las caducadas en los
      * últimos WK-DIAS-CADUCADAS días, pendientes primero.
       LISTAR-PETICIONES.
      *--------------------
           EXEC SQL
                DECLARE CUR-FIRMAS CURSOR FOR
                SELECT COALESCE(C.oficina_cliente, '----'),
                       F.estado_firma,  F.id_firma,  F.id_medio,
                       F.origen_firma,  F.importe_firma,
                       F.nif_solicita_firma,
                       DATE_FORMAT(F.fec_limite_firma,
                                   '%Y-%m-%d %H:%i:%s')
                FROM   banco.firma_pendiente F
                LEFT JOIN banco.cliente C
                       ON C.nif_cliente = F.nif_solicita_firma
                WHERE  F.estado_firma = 'P'
                OR    (F.estado_firma = 'X'
                 AND   F.fec_limite_firma >=
                       DATE_SUB(now(), INTERVAL :WK-DIAS-CADUCADAS DAY))
                ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL OPEN CUR-FIRMAS END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTFIRMAS OPEN CUR-FIRMAS: E'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTFIRMAS'                  TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-PETICIONES'          TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-PETICIONES
           END-IF.

           PERFORM LEER-PETICION                 THRU
                   FIN-LEER-PETICION
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-FIRMAS END-EXEC.

           IF   WK-OFICINA-ANT NOT = SPACES
           THEN PERFORM ESCRIBIR-TOTAL-OFICINA    THRU
                        FIN-ESCRIBIR-TOTAL-OFICINA
           END-IF.

       FIN-LISTAR-PETICIONES.
           EXIT.

       LEER-PETICION.
      *----------------
           EXEC SQL
                FETCH CUR-FIRMAS
                INTO  :WK-OFICINA, :WK-ESTADO, :WK-ID-FIRMA,
                      :WK-ID-CTA, :WK-ORIGEN, :WK-IMPORTE,
                      :WK-NIF-SOLICITA, :WK-FEC-LIMITE
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-PETICION         THRU
                        FIN-ESCRIBIR-PETICION
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTFIRMAS FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTFIRMAS'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PETICION'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-PETICION.
           EXIT.

       ESCRIBIR-PETICION.
      *--------------------
           IF   WK-OFICINA NOT = WK-OFICINA-ANT
           THEN IF   WK-OFICINA-ANT NOT = SPACES
                THEN PERFORM ESCRIBIR-TOTAL-OFICINA THRU
                             FIN-ESCRIBIR-TOTAL-OFICINA
                END-IF
                MOVE WK-OFICINA                   TO WK-OFICINA-ANT
                MOVE 0                            TO WK-OFI-PENDIENTES
                MOVE 0                            TO WK-OFI-CADUCADAS
           END-IF.

           MOVE SPACES                           TO REG-FICHFIRMAS.

           IF   ESTADO-PENDIENTE
           THEN STRING 'OFICINA [' WK-OFICINA '] PENDIENTE  FIRMA ['
                       WK-ID-FIRMA '] CUENTA [' WK-ID-CTA
                       '] ORIGEN [' WK-ORIGEN '] IMPORTE ['
                       WK-IMPORTE '] ORDENA [' WK-NIF-SOLICITA
                       '] LIMITE [' WK-FEC-LIMITE ']'
                       DELIMITED BY SIZE         INTO REG-FICHFIRMAS
                ADD  1                           TO WK-OFI-PENDIENTES
                ADD  1                           TO
                     WK-CONTADOR-PENDIENTES
           ELSE STRING 'OFICINA [' WK-OFICINA '] CADUCADA   FIRMA ['
                       WK-ID-FIRMA '] CUENTA [' WK-ID-CTA
                       '] ORIGEN [' WK-ORIGEN '] IMPORTE ['
                       WK-IMPORTE '] ORDENA [' WK-NIF-SOLICITA
                       '] VENCIO [' WK-FEC-LIMITE ']'
                       DELIMITED BY SIZE         INTO REG-FICHFIRMAS
                ADD  1                           TO WK-OFI-CADUCADAS
                ADD  1                           TO
                     WK-CONTADOR-CADUCADAS
           END-IF.

           WRITE REG-FICHFIRMAS.

       FIN-ESCRIBIR-PETICION.
           EXIT.

       ESCRIBIR-TOTAL-OFICINA.
      *-------------------------
           MOVE SPACES                           TO REG-FICHFIRMAS.
           STRING 'OFICINA [' WK-OFICINA-ANT '] TOTAL PENDIENTES ['
                  WK-OFI-PENDIENTES '] CADUCADAS ['
                  WK-OFI-CADUCADAS ']'
                  DELIMITED BY SIZE              INTO REG-FICHFIRMAS.

           WRITE REG-FICHFIRMAS.

       FIN-ESCRIBIR-TOTAL-OFICINA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'FIRMAS MANCOMUNADAS PENDIENTES Y CADUCADAS'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHFIRMAS-NOMBRE
                   ']'.
           DISPLAY 'CADUCADAS EN ESTE PASE  [' WK-NUM-CADUCADAS-HOY
                   ']'.
           DISPLAY 'PETICIONES PENDIENTES   [' WK-CONTADOR-PENDIENTES
                   ']'.
           DISPLAY 'PETICIONES CADUCADAS    [' WK-CONTADOR-CADUCADAS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
