       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LIQAVAL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Liquidación diaria de los avales bancarios:
      *   - comisión de riesgo: cada trimestre desde la última
      *     liquidación, y al terminar el aval (vencimiento,
      *     cancelación o ejecución) por los días que falten, se
      *     carga el importe avalado por la comisión anual de riesgo
      *     en base 365 en la cuenta de contragarantía por
      *     INSMOV/ACTCTA. Un cargo rechazado no avanza la
      *     liquidación y se reintenta en la ejecución siguiente;
      *   - avales ejecutados con la deuda pendiente: se recalcula la
      *     demora desde la ejecución y se reintenta el cargo de lo
      *     pendiente más la demora; si se cobra, el aval queda
      *     ejecutado y cobrado;
      *   - pasa a vencidos los avales vivos que han pasado su
      *     vencimiento.
      * Cada aval se confirma por separado; un cargo rechazado se
      * deshace entero. Deja una línea por aval tratado en el
      * fichero del día.

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
      *    Fichero de salida de la liquidación. Su nombre lleva la
      *    fecha de la ejecución para no pisar el de ejecuciones
      *    anteriores.
           SELECT FICHLIQAVAL ASSIGN TO WK-FICHLIQAVAL-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHLIQAVAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por aval liquidado o cobrado y la de totales.
       FD FICHLIQAVAL RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHLIQAVAL                  PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Aval que devuelve el cursor: cuenta, importe (el avalado en
      * la liquidación, lo pendiente en el cobro), divisa, comisión
      * y tramo a liquidar o días desde la ejecución.
       01  WK-ID-AVAL                       PIC 9(10).
       01  WK-ID-CUENTA                     PIC 9(10).
       01  WK-IMPORTE                       PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-DIVISA                        PIC X(03).
       01  WK-PCT-RIESGO                    PIC 9(01)V9(04).
       01  WK-FEC-DESDE                     PIC X(08).
       01  WK-FEC-HASTA                     PIC X(08).
       01  WK-DIAS                          PIC S9(05).
       01  WK-COMISION                      PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-MORA                          PIC S9(08)V99 LEADING
                                            SEPARATE.
      * Avales vivos que se pasan a vencidos en esta ejecución.
       01  WK-CONTADOR-VENCIDOS             PIC 9(06) VALUE 0.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.

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

      * Los avales de cada pasada se cargan en memoria y se cierra
      * el cursor antes de tratarlos, porque cada uno se confirma
      * por separado. Lo que no quepa sale en la ejecución
      * siguiente.
       01  WK-MAX-AVALES                     PIC 9(04) VALUE 500.
       01  WK-NUM-AVALES                     PIC 9(04) VALUE 0.
       01  WK-AVALES.
           05  WK-AVL                        OCCURS 500 TIMES.
               10  WK-AVL-ID                 PIC 9(10).
               10  WK-AVL-ID-CTA             PIC 9(10).
               10  WK-AVL-IMPORTE            PIC S9(08)V99 LEADING
                                             SEPARATE.
               10  WK-AVL-DIVISA             PIC X(03).
               10  WK-AVL-PCT-RIESGO         PIC 9(01)V9(04).
               10  WK-AVL-FEC-DESDE          PIC X(08).
               10  WK-AVL-FEC-HASTA          PIC X(08).
               10  WK-AVL-DIAS               PIC S9(05).
       01  WK-I                              PIC 9(04).

       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

      * Tipo anual de demora sobre lo pendiente de un aval ejecutado,
      * en año comercial de 360 días.
       01  WK-TASA-MORA                      PIC 9(01)V9(04)
                                             VALUE 0,1000.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHLIQAVAL-NOMBRE             PIC X(40).
       01  FS-FICHLIQAVAL                    PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Cargo que se está posteando.
       01  WK-IMPORTE-CARGO                  PIC S9(08)V99 LEADING
                                             SEPARATE.
       01  WK-CPT-CARGO                      PIC X(49).
       01  WK-COD-CPT-CARGO                  PIC X(03).
       01  WK-PARRAFO-CARGO                  PIC X(30).
       01  SW-CARGO                          PIC 9(01) VALUE 0.
           88  CARGO-APLICADO                VALUE 0.
           88  CARGO-RECHAZADO               VALUE 1.
      *    Marca de la línea del aval: cargo rechazado, o ejecutado
      *    cobrado o aún pendiente.
       01  WK-MARCA                          PIC X(09).

      * Totales: avales liquidados, cargos de comisión rechazados,
      * comisión cargada, avales ejecutados tratados, cobrados y
      * aún pendientes, y lo cobrado de ellos con su demora.
       01  WK-CONTADOR-AVALES                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZOS              PIC 9(06) VALUE 0.
       01  WK-TOTAL-COMISION                 PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-CONTADOR-EJECUTADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-COBRADOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PENDIENTES            PIC 9(06) VALUE 0.
       01  WK-TOTAL-COBRADO                  PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.

           IF   STAT-OK
           THEN PERFORM CONECTAR-BD             THRU FIN-CONECTAR-BD
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM CARGAR-LIQUIDACIONES    THRU
                        FIN-CARGAR-LIQUIDACIONES
           END-IF.

           IF   STAT-OK
           THEN PERFORM LIQUIDAR-UN-AVAL        THRU
                        FIN-LIQUIDAR-UN-AVAL
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > WK-NUM-AVALES
                OR      NOT STAT-OK
           END-IF.

           IF   STAT-OK
           THEN PERFORM CARGAR-EJECUTADOS       THRU
                        FIN-CARGAR-EJECUTADOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM COBRAR-UN-EJECUTADO     THRU
                        FIN-COBRAR-UN-EJECUTADO
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > WK-NUM-AVALES
                OR      NOT STAT-OK
           END-IF.

           IF   STAT-OK
           THEN PERFORM MARCAR-VENCIDOS         THRU
                        FIN-MARCAR-VENCIDOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

           IF   FS-FICHLIQAVAL = '00'
           THEN PERFORM CERRAR-FICHERO          THRU FIN-CERRAR-FICHERO
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
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.

           STRING 'liqaval-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHLIQAVAL-NOMBRE.

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
                DISPLAY '*** FATAL *** LIQAVAL CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'LIQAVAL'                   TO LOGERR-E-PROGRAMA
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
           MOVE 'LIQAVAL'                       TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-AVALES              TO
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
           MOVE 'LIQAVAL'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHLIQAVAL-NOMBRE           TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** LIQAVAL REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHLIQAVAL-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHLIQAVAL.

           IF   FS-FICHLIQAVAL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** LIQAVAL ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHLIQAVAL ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHLIQAVAL.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Avales con comisión de riesgo y días sin liquidar entre la
      *    última liquidación y hoy, su vencimiento, su cancelación o
      *    su ejecución, lo que llegue antes. Se liquidan cuando se
      *    cumple el trimestre o cuando el aval ya ha terminado.
       CARGAR-LIQUIDACIONES.
      *---------------------
           MOVE ZERO                            TO WK-NUM-AVALES.

           EXEC SQL
                DECLARE CUR-LIQUIDAR CURSOR FOR
                SELECT A.id_aval, A.id_medio_cuenta, A.importe_aval,
                       A.divisa_aval, A.pct_comision_riesgo,
                       DATE_FORMAT(A.fec_ultima_liquidacion,
                                   '%Y%m%d'),
                       DATE_FORMAT(LEAST(CURDATE(), A.fec_vencimiento,
                                   COALESCE(A.fec_cancelacion,
                                            CURDATE()),
                                   COALESCE(A.fec_ejecucion,
                                            CURDATE())),
                                   '%Y%m%d'),
                       DATEDIFF(LEAST(CURDATE(), A.fec_vencimiento,
                                      COALESCE(A.fec_cancelacion,
                                               CURDATE()),
                                      COALESCE(A.fec_ejecucion,
                                               CURDATE())),
                                A.fec_ultima_liquidacion)
                FROM   banco.aval_bancario A
                WHERE  A.pct_comision_riesgo > 0
                AND    DATEDIFF(LEAST(CURDATE(), A.fec_vencimiento,
                                      COALESCE(A.fec_cancelacion,
                                               CURDATE()),
                                      COALESCE(A.fec_ejecucion,
                                               CURDATE())),
                                A.fec_ultima_liquidacion) > 0
                AND    (A.estado_aval <> 'A'
                        OR A.fec_vencimiento < CURDATE()
                        OR DATE_ADD(A.fec_ultima_liquidacion,
                                    INTERVAL 3 MONTH) <= CURDATE())
                ORDER BY A.id_aval
           END-EXEC.

           EXEC SQL OPEN CUR-LIQUIDAR END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CARGAR-LIQUIDACIONES'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CARGAR-LIQUIDACIONES
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-LIQUIDACION             THRU
                   FIN-LEER-LIQUIDACION
           UNTIL  FIN-CURSOR
           OR     WK-NUM-AVALES = WK-MAX-AVALES
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-LIQUIDAR END-EXEC.

       FIN-CARGAR-LIQUIDACIONES.
           EXIT.

       LEER-LIQUIDACION.
      *-----------------
           EXEC SQL
                FETCH CUR-LIQUIDAR
                INTO  :WK-ID-AVAL, :WK-ID-CUENTA, :WK-IMPORTE,
                      :WK-DIVISA, :WK-PCT-RIESGO,
                      :WK-FEC-DESDE, :WK-FEC-HASTA, :WK-DIAS
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                PERFORM GUARDAR-AVAL            THRU FIN-GUARDAR-AVAL
           WHEN OTHER
                MOVE 'LEER-LIQUIDACION'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-LIQUIDACION.
           EXIT.

       GUARDAR-AVAL.
      *-------------
           ADD  1                               TO WK-NUM-AVALES.
           MOVE WK-NUM-AVALES                   TO WK-I.
           MOVE WK-ID-AVAL                      TO WK-AVL-ID(WK-I).
           MOVE WK-ID-CUENTA                    TO WK-AVL-ID-CTA(WK-I).
           MOVE WK-IMPORTE                      TO
                WK-AVL-IMPORTE(WK-I).
           MOVE WK-DIVISA                       TO WK-AVL-DIVISA(WK-I).
           MOVE WK-PCT-RIESGO                   TO
                WK-AVL-PCT-RIESGO(WK-I).
           MOVE WK-FEC-DESDE                    TO
                WK-AVL-FEC-DESDE(WK-I).
           MOVE WK-FEC-HASTA                    TO
                WK-AVL-FEC-HASTA(WK-I).
           MOVE WK-DIAS                         TO WK-AVL-DIAS(WK-I).

       FIN-GUARDAR-AVAL.
           EXIT.

      *    Un aval: cargo de la comisión del tramo y avance de su
      *    última liquidación, juntos. Si el cargo se rechaza se
      *    deshace y el tramo queda para la ejecución siguiente.
       LIQUIDAR-UN-AVAL.
      *-----------------
           PERFORM RECUPERAR-AVAL               THRU
                   FIN-RECUPERAR-AVAL.

           COMPUTE WK-COMISION ROUNDED = WK-IMPORTE * WK-PCT-RIESGO
                                       * WK-DIAS / 365.

           MOVE SPACES                          TO WK-MARCA.

           IF   WK-COMISION > ZERO
           THEN MOVE WK-COMISION                TO WK-IMPORTE-CARGO
                MOVE SPACES                     TO WK-CPT-CARGO
                STRING 'COMISION RIESGO AVAL [' WK-ID-AVAL ']'
                       DELIMITED BY SIZE        INTO WK-CPT-CARGO
                MOVE 'COM'                      TO WK-COD-CPT-CARGO
                MOVE 'LIQUIDAR-UN-AVAL'         TO WK-PARRAFO-CARGO
                PERFORM CARGAR-CUENTA           THRU
                        FIN-CARGAR-CUENTA
           ELSE SET  CARGO-APLICADO             TO TRUE
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-LIQUIDAR-UN-AVAL
           END-IF.

           IF   CARGO-RECHAZADO
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                ADD  1                          TO WK-CONTADOR-RECHAZOS
           ELSE PERFORM AVANZAR-LIQUIDACION     THRU
                        FIN-AVANZAR-LIQUIDACION
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-LIQUIDAR-UN-AVAL
           END-IF.

           PERFORM HACER-COMMIT                 THRU FIN-HACER-COMMIT.

           IF   NOT STAT-OK
           THEN GO TO FIN-LIQUIDAR-UN-AVAL
           END-IF.

           IF   CARGO-APLICADO
           THEN ADD  1                          TO WK-CONTADOR-AVALES
                ADD  WK-COMISION                TO WK-TOTAL-COMISION
           END-IF.

           MOVE SPACES                          TO REG-FICHLIQAVAL.
           STRING 'AVAL [' WK-ID-AVAL '] CUENTA [' WK-ID-CUENTA
                  '] DESDE [' WK-FEC-DESDE '] HASTA [' WK-FEC-HASTA
                  '] DIAS [' WK-DIAS '] IMPORTE [' WK-IMPORTE
                  '] ' WK-DIVISA ' COMISION RIESGO [' WK-COMISION
                  '] ' WK-MARCA
                  DELIMITED BY SIZE             INTO REG-FICHLIQAVAL.

           WRITE REG-FICHLIQAVAL.

       FIN-LIQUIDAR-UN-AVAL.
           EXIT.

       RECUPERAR-AVAL.
      *---------------
           MOVE WK-AVL-ID(WK-I)                 TO WK-ID-AVAL.
           MOVE WK-AVL-ID-CTA(WK-I)             TO WK-ID-CUENTA.
           MOVE WK-AVL-IMPORTE(WK-I)            TO WK-IMPORTE.
           MOVE WK-AVL-DIVISA(WK-I)             TO WK-DIVISA.
           MOVE WK-AVL-PCT-RIESGO(WK-I)         TO WK-PCT-RIESGO.
           MOVE WK-AVL-FEC-DESDE(WK-I)          TO WK-FEC-DESDE.
           MOVE WK-AVL-FEC-HASTA(WK-I)          TO WK-FEC-HASTA.
           MOVE WK-AVL-DIAS(WK-I)               TO WK-DIAS.

       FIN-RECUPERAR-AVAL.
           EXIT.

       AVANZAR-LIQUIDACION.
      *--------------------
           EXEC SQL
                UPDATE banco.aval_bancario
                SET    fec_ultima_liquidacion =
                       STR_TO_DATE(:WK-FEC-HASTA, '%Y%m%d')
                WHERE  id_aval = :WK-ID-AVAL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'AVANZAR-LIQUIDACION'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-AVANZAR-LIQUIDACION.
           EXIT.

      *    Avales ejecutados cuya deuda sigue pendiente, con los días
      *    transcurridos desde la ejecución.
       CARGAR-EJECUTADOS.
      *------------------
           MOVE ZERO                            TO WK-NUM-AVALES.

           EXEC SQL
                DECLARE CUR-EJECUTADOS CURSOR FOR
                SELECT A.id_aval, A.id_medio_cuenta,
                       A.importe_pendiente, A.divisa_aval,
                       A.pct_comision_riesgo,
                       DATE_FORMAT(A.fec_ejecucion, '%Y%m%d'),
                       DATE_FORMAT(CURDATE(), '%Y%m%d'),
                       DATEDIFF(CURDATE(), A.fec_ejecucion)
                FROM   banco.aval_bancario A
                WHERE  A.estado_aval       = 'M'
                AND    A.importe_pendiente > 0
                ORDER BY A.fec_ejecucion, A.id_aval
           END-EXEC.

           EXEC SQL OPEN CUR-EJECUTADOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CARGAR-EJECUTADOS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CARGAR-EJECUTADOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-EJECUTADO               THRU
                   FIN-LEER-EJECUTADO
           UNTIL  FIN-CURSOR
           OR     WK-NUM-AVALES = WK-MAX-AVALES
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-EJECUTADOS END-EXEC.

       FIN-CARGAR-EJECUTADOS.
           EXIT.

       LEER-EJECUTADO.
      *---------------
           EXEC SQL
                FETCH CUR-EJECUTADOS
                INTO  :WK-ID-AVAL, :WK-ID-CUENTA, :WK-IMPORTE,
                      :WK-DIVISA, :WK-PCT-RIESGO,
                      :WK-FEC-DESDE, :WK-FEC-HASTA, :WK-DIAS
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                PERFORM GUARDAR-AVAL            THRU FIN-GUARDAR-AVAL
           WHEN OTHER
                MOVE 'LEER-EJECUTADO'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-EJECUTADO.
           EXIT.

      *    Demora al día sobre lo pendiente desde la ejecución, y
      *    reintento del cargo de lo pendiente más la demora. Si se
      *    cobra, el aval queda ejecutado y cobrado; si no, se deshace
      *    el intento y sólo se guarda la demora recalculada.
       COBRAR-UN-EJECUTADO.
      *--------------------
           PERFORM RECUPERAR-AVAL               THRU
                   FIN-RECUPERAR-AVAL.

           ADD  1                               TO
                WK-CONTADOR-EJECUTADOS.

           COMPUTE WK-MORA ROUNDED = WK-IMPORTE * WK-TASA-MORA
                                   * WK-DIAS / 360.

           COMPUTE WK-IMPORTE-CARGO = WK-IMPORTE + WK-MORA.
           MOVE SPACES                          TO WK-CPT-CARGO.
           STRING 'EJECUCION AVAL [' WK-ID-AVAL '] Y DEMORA'
                  DELIMITED BY SIZE             INTO WK-CPT-CARGO.
           MOVE 'TRF'                           TO WK-COD-CPT-CARGO.
           MOVE 'COBRAR-UN-EJECUTADO'           TO WK-PARRAFO-CARGO.

           PERFORM CARGAR-CUENTA                THRU FIN-CARGAR-CUENTA.

           IF   NOT STAT-OK
           THEN GO TO FIN-COBRAR-UN-EJECUTADO
           END-IF.

           IF   CARGO-RECHAZADO
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-COBRAR-UN-EJECUTADO
           END-IF.

           PERFORM ACTUALIZAR-EJECUTADO         THRU
                   FIN-ACTUALIZAR-EJECUTADO.

           IF   NOT STAT-OK
           THEN GO TO FIN-COBRAR-UN-EJECUTADO
           END-IF.

           PERFORM HACER-COMMIT                 THRU FIN-HACER-COMMIT.

           IF   NOT STAT-OK
           THEN GO TO FIN-COBRAR-UN-EJECUTADO
           END-IF.

           IF   CARGO-APLICADO
           THEN ADD  1                          TO WK-CONTADOR-COBRADOS
                ADD  WK-IMPORTE-CARGO           TO WK-TOTAL-COBRADO
           ELSE ADD  1                          TO
                     WK-CONTADOR-PENDIENTES
           END-IF.

           IF   CARGO-APLICADO
           THEN MOVE 'COBRADO'                  TO WK-MARCA
           ELSE MOVE 'PENDIENTE'                TO WK-MARCA
           END-IF.

           MOVE SPACES                          TO REG-FICHLIQAVAL.
           STRING 'AVAL [' WK-ID-AVAL '] CUENTA [' WK-ID-CUENTA
                  '] EJECUTADO [' WK-FEC-DESDE '] DIAS [' WK-DIAS
                  '] PENDIENTE [' WK-IMPORTE '] ' WK-DIVISA
                  ' DEMORA [' WK-MORA '] ' WK-MARCA
                  DELIMITED BY SIZE             INTO REG-FICHLIQAVAL.

           WRITE REG-FICHLIQAVAL.

       FIN-COBRAR-UN-EJECUTADO.
           EXIT.

       ACTUALIZAR-EJECUTADO.
      *---------------------
           IF   CARGO-APLICADO
           THEN EXEC SQL
                     UPDATE banco.aval_bancario
                     SET    estado_aval       = 'E',
                            importe_pendiente = 0,
                            importe_mora      = :WK-MORA,
                            fec_cobro         = CURDATE()
                     WHERE  id_aval           = :WK-ID-AVAL
                END-EXEC
           ELSE EXEC SQL
                     UPDATE banco.aval_bancario
                     SET    importe_mora      = :WK-MORA
                     WHERE  id_aval           = :WK-ID-AVAL
                END-EXEC
           END-IF.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ACTUALIZAR-EJECUTADO'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-ACTUALIZAR-EJECUTADO.
           EXIT.

      *    Cargo en la cuenta de contragarantía por INSMOV/ACTCTA en
      *    la divisa del aval. Un rechazo se avisa y se anota en el
      *    log de errores y el aval sigue pendiente; un error de base
      *    de datos para la ejecución.
       CARGAR-CUENTA.
      *--------------
           SET  CARGO-APLICADO                  TO TRUE.

           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8              FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE             INTO WK-MOV-FEC.

           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE WK-ID-CUENTA                    TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           MOVE WK-CPT-CARGO                    TO INSMOV-E-CPT.
           MOVE WK-COD-CPT-CARGO                TO INSMOV-E-COD-CPT.
           MOVE WK-DIVISA                       TO INSMOV-E-DIVISA.
           COMPUTE INSMOV-E-IMPT = 0 - WK-IMPORTE-CARGO.

           CALL "INSMOV"                        USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                CONTINUE
           WHEN INSMOV-STAT-ERR-SQL
                MOVE INSMOV-S-SQLCODE           TO WK-SQLCODE
                MOVE WK-PARRAFO-CARGO           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CARGAR-CUENTA
           WHEN OTHER
                SET  CARGO-RECHAZADO            TO TRUE
                MOVE 'RECHAZADO'                TO WK-MARCA
                DISPLAY '*** AVISO *** LIQAVAL ' WK-PARRAFO-CARGO
                DISPLAY 'AVAL [' WK-ID-AVAL '] INSMOV-STAT ['
                        INSMOV-STAT ']'
                MOVE WK-PARRAFO-CARGO           TO LOGERR-E-PARRAFO
                MOVE INSMOV-S-SQLCODE           TO WK-SQLCODE
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-CARGAR-CUENTA
           END-EVALUATE.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE WK-ID-CUENTA                    TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           EVALUATE TRUE
           WHEN ACTCTA-STAT-OK
                CONTINUE
           WHEN ACTCTA-STAT-ERR-SQL
                MOVE ACTCTA-SQLCODE             TO WK-SQLCODE
                MOVE WK-PARRAFO-CARGO           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                SET  CARGO-RECHAZADO            TO TRUE
                MOVE 'RECHAZADO'                TO WK-MARCA
                DISPLAY '*** AVISO *** LIQAVAL ' WK-PARRAFO-CARGO
                DISPLAY 'AVAL [' WK-ID-AVAL '] ACTCTA-STAT ['
                        ACTCTA-STAT ']'
                MOVE WK-PARRAFO-CARGO           TO LOGERR-E-PARRAFO
                MOVE ACTCTA-SQLCODE             TO WK-SQLCODE
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-EVALUATE.

       FIN-CARGAR-CUENTA.
           EXIT.

      *    Un aval vivo que ya ha pasado su vencimiento deja de ser
      *    riesgo de firma y queda como vencido.
       MARCAR-VENCIDOS.
      *----------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR-VENCIDOS
                FROM   banco.aval_bancario
                WHERE  estado_aval     = 'A'
                AND    fec_vencimiento < CURDATE()
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   SQL-SUCCESS
                AND WK-CONTADOR-VENCIDOS > ZERO
           THEN EXEC SQL
                     UPDATE banco.aval_bancario
                     SET    estado_aval     = 'V'
                     WHERE  estado_aval     = 'A'
                     AND    fec_vencimiento < CURDATE()
                END-EXEC
                MOVE SQLCODE                    TO WK-SQLCODE
           END-IF.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'MARCAR-VENCIDOS'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-MARCAR-VENCIDOS
           END-IF.

           PERFORM HACER-COMMIT                 THRU FIN-HACER-COMMIT.

       FIN-MARCAR-VENCIDOS.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHLIQAVAL.
           STRING 'TOTAL AVALES LIQUIDADOS [' WK-CONTADOR-AVALES
                  '] COMISION [' WK-TOTAL-COMISION
                  '] RECHAZADOS [' WK-CONTADOR-RECHAZOS
                  '] EJECUTADOS [' WK-CONTADOR-EJECUTADOS
                  '] COBRADOS [' WK-CONTADOR-COBRADOS
                  '] IMPORTE COBRADO [' WK-TOTAL-COBRADO
                  '] PENDIENTES [' WK-CONTADOR-PENDIENTES
                  '] VENCIDOS [' WK-CONTADOR-VENCIDOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHLIQAVAL.

           WRITE REG-FICHLIQAVAL.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'HACER-COMMIT'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** LIQAVAL ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'LIQAVAL'                       TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'LIQUIDACION DE AVALES BANCARIOS'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHLIQAVAL-NOMBRE ']'.
           DISPLAY 'AVALES LIQUIDADOS    [' WK-CONTADOR-AVALES ']'.
           DISPLAY 'COMISION CARGADA     [' WK-TOTAL-COMISION ']'.
           DISPLAY 'CON CARGO RECHAZADO  [' WK-CONTADOR-RECHAZOS ']'.
           DISPLAY 'EJECUTADOS TRATADOS  [' WK-CONTADOR-EJECUTADOS
                   ']'.
           DISPLAY 'EJECUTADOS COBRADOS  [' WK-CONTADOR-COBRADOS ']'.
           DISPLAY 'IMPORTE COBRADO      [' WK-TOTAL-COBRADO ']'.
           DISPLAY 'SIGUEN PENDIENTES    [' WK-CONTADOR-PENDIENTES
                   ']'.
           DISPLAY 'PASADOS A VENCIDOS   [' WK-CONTADOR-VENCIDOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
