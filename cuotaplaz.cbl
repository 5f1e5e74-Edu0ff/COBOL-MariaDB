       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CUOTAPLAZ.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Cuotas mensuales del pago aplazado con tarjeta. Una vez al
      * mes, a cada plan activo que todavía no ha pagado la cuota
      * del mes se le carga en la tarjeta la cuota de capital (la
      * última, lo que quede) y el interés del mes sobre el capital
      * pendiente, por INSMOV/ACTTAR. En cuanto el cargo de capital
      * queda grabado el plan avanza y libera esa parte de su
      * reserva de crédito; el plan con todo pagado pasa a
      * terminado.

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
      *    Fichero de salida de las cuotas cargadas. Su nombre lleva
      *    la fecha de la ejecución para no pisar el de ejecuciones
      *    anteriores.
           SELECT FICHCUOAPL ASSIGN TO WK-FICHCUOAPL-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCUOAPL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por plan tratado y la de totales.
       FD FICHCUOAPL RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCUOAPL                   PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE aplaztar         END-EXEC.

      * Cuota del mes: número, capital, interés y capital que queda.
       01  WK-NUM-CUOTA                     PIC 9(03).
       01  WK-CAPITAL                       PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-INTERES                       PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-PDTE-NUEVO                    PIC S9(08)V99 LEADING
                                            SEPARATE.
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'insmov.cpy'.
           COPY 'acttar.cpy'.

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
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHCUOAPL-NOMBRE              PIC X(40).
       01  FS-FICHCUOAPL                     PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       01  SW-FIN-PLANES                     PIC 9(01) VALUE 0.
           88  FIN-PLANES                    VALUE 1.
           88  NO-FIN-PLANES                 VALUE 0.

      * Cargo que se está posteando.
       01  WK-IMPORTE-CARGO                  PIC S9(08)V99 LEADING
                                             SEPARATE.
       01  WK-CPT-CARGO                      PIC X(49).
       01  WK-COD-CPT-CARGO                  PIC X(03).
       01  WK-PARRAFO-CARGO                  PIC X(30).
       01  SW-CARGO                          PIC 9(01) VALUE 0.
           88  CARGO-APLICADO                VALUE 0.
           88  CARGO-RECHAZADO               VALUE 1.
           88  CARGO-NO-GRABADO              VALUE 2.
      *    Marca de la línea del plan si alguno de sus cargos ha sido
      *    rechazado.
       01  WK-MARCA-RECHAZO                  PIC X(09).

      * Totales: planes tratados, terminados, con cargo rechazado,
      * capital e interés cargados.
       01  WK-CONTADOR-PLANES                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-TERMINADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZOS              PIC 9(06) VALUE 0.
       01  WK-TOTAL-CAPITAL                  PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-TOTAL-INTERES                  PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.

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
           THEN PERFORM CARGAR-CUOTAS           THRU
                        FIN-CARGAR-CUOTAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
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

           STRING 'cuotas-aplazadas-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHCUOAPL-NOMBRE.

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
                DISPLAY '*** FATAL *** CUOTAPLAZ CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CUOTAPLAZ'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'CUOTAPLAZ'                     TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-PLANES              TO
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
           MOVE 'CUOTAPLAZ'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCUOAPL-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CUOTAPLAZ REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCUOAPL-NOMBRE ']'
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
           OPEN OUTPUT FICHCUOAPL.

           IF   FS-FICHCUOAPL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CUOTAPLAZ ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHCUOAPL ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCUOAPL.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Planes activos sin cuota cargada en el mes en curso; el plan
      * dado de alta este mes paga su primera cuota el mes que viene.
      * Volver a lanzar el proceso en el mismo mes no carga nada.
       CARGAR-CUOTAS.
      *--------------
           EXEC SQL
                DECLARE CUR-PLANES CURSOR FOR
                SELECT id_aplazamiento, id_medio, num_cuotas,
                       cuotas_pagadas, tasa_aplazamiento,
                       cuota_capital, capital_pendiente
                FROM   banco.aplazamiento_tarjeta
                WHERE  estado_aplazamiento = 'A'
                AND    DATE_FORMAT(COALESCE(fec_ultima_cuota,
                                            fec_alta), '%Y%m')
                       < DATE_FORMAT(CURDATE(), '%Y%m')
                ORDER BY id_aplazamiento
           END-EXEC.

           EXEC SQL OPEN CUR-PLANES END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CUOTAPLAZ OPEN CUR-PLANES'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CUOTAPLAZ'                  TO LOGERR-E-PROGRAMA
                MOVE 'CARGAR-CUOTAS'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CARGAR-CUOTAS
           END-IF.

           SET  NO-FIN-PLANES                    TO TRUE.

           PERFORM LEER-PLAN                     THRU FIN-LEER-PLAN
           UNTIL  FIN-PLANES
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-PLANES END-EXEC.

       FIN-CARGAR-CUOTAS.
           EXIT.

       LEER-PLAN.
      *----------
           EXEC SQL
                FETCH CUR-PLANES
                INTO  :APLAZTAR-ID, :APLAZTAR-ID-TAR,
                      :APLAZTAR-NUM-CUOTAS, :APLAZTAR-CUOTAS-PAGADAS,
                      :APLAZTAR-TASA, :APLAZTAR-CUOTA-CAPITAL,
                      :APLAZTAR-CAPITAL-PDTE
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-PLANES                  TO TRUE
           WHEN SQL-SUCCESS
                PERFORM CARGAR-UN-PLAN           THRU
                        FIN-CARGAR-UN-PLAN
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** CUOTAPLAZ FETCH PLANES: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CUOTAPLAZ'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PLAN'                  TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-PLAN.
           EXIT.

      * Si el cargo de capital no llega a grabarse, el plan no avanza
      * y la cuota se vuelve a intentar en la siguiente ejecución.
      * Grabado el cargo, el plan avanza antes de aplicar el saldo
      * para que ACTTAR no cuente esa cuota dos veces (reservada en
      * el plan y cargada en la tarjeta).
       CARGAR-UN-PLAN.
      *---------------
           MOVE SPACES                           TO WK-MARCA-RECHAZO.
           COMPUTE WK-NUM-CUOTA = APLAZTAR-CUOTAS-PAGADAS + 1.

           IF   WK-NUM-CUOTA NOT < APLAZTAR-NUM-CUOTAS
                OR APLAZTAR-CUOTA-CAPITAL > APLAZTAR-CAPITAL-PDTE
           THEN MOVE APLAZTAR-CAPITAL-PDTE       TO WK-CAPITAL
           ELSE MOVE APLAZTAR-CUOTA-CAPITAL      TO WK-CAPITAL
           END-IF.

           COMPUTE WK-PDTE-NUEVO = APLAZTAR-CAPITAL-PDTE - WK-CAPITAL.
           COMPUTE WK-INTERES ROUNDED = APLAZTAR-CAPITAL-PDTE
                                      * APLAZTAR-TASA / 12.

           MOVE WK-CAPITAL                       TO WK-IMPORTE-CARGO.
           MOVE SPACES                           TO WK-CPT-CARGO.
           STRING 'CUOTA ' WK-NUM-CUOTA '/' APLAZTAR-NUM-CUOTAS
                  ' PAGO APLAZADO [' APLAZTAR-ID ']'
                  DELIMITED BY SIZE              INTO WK-CPT-CARGO.
           MOVE 'TRF'                            TO WK-COD-CPT-CARGO.
           MOVE 'CARGAR-CAPITAL'                 TO WK-PARRAFO-CARGO.

           PERFORM CARGAR-TARJETA                THRU
                   FIN-CARGAR-TARJETA.

           IF   NOT STAT-OK
           THEN GO TO FIN-CARGAR-UN-PLAN
           END-IF.

           IF   CARGO-NO-GRABADO
           THEN MOVE ZERO                        TO WK-CAPITAL
                                                    WK-INTERES
                MOVE APLAZTAR-CAPITAL-PDTE       TO WK-PDTE-NUEVO
                PERFORM ESCRIBIR-PLAN            THRU
                        FIN-ESCRIBIR-PLAN
                GO TO FIN-CARGAR-UN-PLAN
           END-IF.

           ADD  WK-CAPITAL                       TO WK-TOTAL-CAPITAL.

           IF   WK-INTERES > ZERO
           THEN MOVE WK-INTERES                  TO WK-IMPORTE-CARGO
                MOVE SPACES                      TO WK-CPT-CARGO
                STRING 'INTERESES PAGO APLAZADO [' APLAZTAR-ID ']'
                       DELIMITED BY SIZE         INTO WK-CPT-CARGO
                MOVE 'INT'                       TO WK-COD-CPT-CARGO
                MOVE 'CARGAR-INTERES'            TO WK-PARRAFO-CARGO
                PERFORM CARGAR-TARJETA           THRU
                        FIN-CARGAR-TARJETA
                IF   CARGO-APLICADO
                THEN ADD WK-INTERES               TO WK-TOTAL-INTERES
                END-IF
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-PLAN            THRU
                        FIN-ESCRIBIR-PLAN
           END-IF.

       FIN-CARGAR-UN-PLAN.
           EXIT.

      * Graba el cargo en la tarjeta y, si es el de capital, avanza
      * el plan antes de aplicar el saldo.
       CARGAR-TARJETA.
      *---------------
           SET  CARGO-APLICADO                   TO TRUE.

           ACCEPT WK-FECHA-ACTUAL-8              FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8               FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE              INTO WK-MOV-FEC.

           INITIALIZE                            AREA-INSMOV-ENTRADA.
           MOVE APLAZTAR-ID-TAR                  TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                       TO INSMOV-E-FEC.
           MOVE WK-CPT-CARGO                     TO INSMOV-E-CPT.
           MOVE WK-COD-CPT-CARGO                 TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-IMPORTE-CARGO.

           CALL "INSMOV"                         USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN IF   WK-PARRAFO-CARGO = 'CARGAR-CAPITAL'
                THEN SET  CARGO-NO-GRABADO       TO TRUE
                ELSE SET  CARGO-RECHAZADO        TO TRUE
                END-IF
                MOVE 'RECHAZADO'                  TO WK-MARCA-RECHAZO
                DISPLAY '*** FATAL *** CUOTAPLAZ ' WK-PARRAFO-CARGO
                DISPLAY 'PLAN [' APLAZTAR-ID '] INSMOV-STAT ['
                        INSMOV-STAT ']'
                MOVE 'CUOTAPLAZ'                  TO LOGERR-E-PROGRAMA
                MOVE WK-PARRAFO-CARGO             TO LOGERR-E-PARRAFO
                MOVE INSMOV-S-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CARGAR-TARJETA
           END-IF.

           IF   WK-PARRAFO-CARGO = 'CARGAR-CAPITAL'
           THEN PERFORM AVANZAR-PLAN             THRU
                        FIN-AVANZAR-PLAN
                IF   NOT STAT-OK
                THEN GO TO FIN-CARGAR-TARJETA
                END-IF
           END-IF.

           INITIALIZE                            AREA-ACTTAR-ENTRADA.
           MOVE APLAZTAR-ID-TAR                  TO ACTTAR-E-ID-TAR.
           MOVE INSMOV-S-IMPT-APLICADO           TO ACTTAR-E-IMPORTE.

           CALL "ACTTAR"                         USING AREA-ACTTAR.

           IF   NOT ACTTAR-STAT-OK
           THEN SET  CARGO-RECHAZADO             TO TRUE
                MOVE 'RECHAZADO'                  TO WK-MARCA-RECHAZO
                DISPLAY '*** FATAL *** CUOTAPLAZ ' WK-PARRAFO-CARGO
                DISPLAY 'SALDO NO APLICADO, ACTTAR-STAT ['
                        ACTTAR-STAT ']'
                MOVE 'CUOTAPLAZ'                  TO LOGERR-E-PROGRAMA
                MOVE WK-PARRAFO-CARGO             TO LOGERR-E-PARRAFO
                MOVE ACTTAR-SQLCODE               TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CARGAR-TARJETA.
           EXIT.

       AVANZAR-PLAN.
      *-------------
           EXEC SQL
                UPDATE banco.aplazamiento_tarjeta
                SET    capital_pendiente   = :WK-PDTE-NUEVO,
                       cuotas_pagadas      = :WK-NUM-CUOTA,
                       fec_ultima_cuota    = CURDATE(),
                       estado_aplazamiento =
                       CASE WHEN :WK-PDTE-NUEVO = 0 THEN 'T'
                            ELSE 'A' END
                WHERE  id_aplazamiento     = :APLAZTAR-ID
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CUOTAPLAZ AVANZAR-PLAN: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CUOTAPLAZ'                  TO LOGERR-E-PROGRAMA
                MOVE 'AVANZAR-PLAN'               TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-AVANZAR-PLAN
           END-IF.

           IF   WK-PDTE-NUEVO = ZERO
           THEN ADD  1                           TO
                     WK-CONTADOR-TERMINADOS
           END-IF.

       FIN-AVANZAR-PLAN.
           EXIT.

       ESCRIBIR-PLAN.
      *--------------
           IF   WK-MARCA-RECHAZO NOT = SPACES
           THEN ADD  1                            TO
                     WK-CONTADOR-RECHAZOS
           END-IF.

           MOVE SPACES                           TO REG-FICHCUOAPL.
           STRING 'PLAN [' APLAZTAR-ID '] TARJETA [' APLAZTAR-ID-TAR
                  '] CUOTA [' WK-NUM-CUOTA '/' APLAZTAR-NUM-CUOTAS
                  '] CAPITAL [' WK-CAPITAL
                  '] INTERES [' WK-INTERES
                  '] PENDIENTE [' WK-PDTE-NUEVO '] ' WK-MARCA-RECHAZO
                  DELIMITED BY SIZE              INTO REG-FICHCUOAPL.

           WRITE REG-FICHCUOAPL.

           ADD  1                                TO
                WK-CONTADOR-PLANES.

       FIN-ESCRIBIR-PLAN.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                           TO REG-FICHCUOAPL.
           STRING 'TOTAL PLANES [' WK-CONTADOR-PLANES
                  '] CAPITAL [' WK-TOTAL-CAPITAL
                  '] INTERES [' WK-TOTAL-INTERES
                  '] TERMINADOS [' WK-CONTADOR-TERMINADOS
                  '] RECHAZADOS [' WK-CONTADOR-RECHAZOS ']'
                  DELIMITED BY SIZE              INTO REG-FICHCUOAPL.

           WRITE REG-FICHCUOAPL.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CUOTAS DEL PAGO APLAZADO CON TARJETA'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHCUOAPL-NOMBRE ']'.
           DISPLAY 'PLANES TRATADOS      [' WK-CONTADOR-PLANES ']'.
           DISPLAY 'CAPITAL CARGADO      [' WK-TOTAL-CAPITAL ']'.
           DISPLAY 'INTERES CARGADO      [' WK-TOTAL-INTERES ']'.
           DISPLAY 'PLANES TERMINADOS    [' WK-CONTADOR-TERMINADOS ']'.
           DISPLAY 'CON CARGO RECHAZADO  [' WK-CONTADOR-RECHAZOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
