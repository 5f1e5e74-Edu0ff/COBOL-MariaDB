       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LIQCRED.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Liquidación de fin de mes de las pólizas de crédito. Por cada
      * póliza con días sin liquidar (desde la última liquidación
      * hasta hoy, el vencimiento o la cancelación, lo que llegue
      * antes) reconstruye el saldo de la cuenta día a día desde
      * banco.movimiento, retrocediendo desde el saldo actual, y
      * acumula lo dispuesto de cada día (el negativo de la cuenta,
      * sin pasar del límite). Sobre esa suma carga el interés deudor
      * y, sobre lo no dispuesto, la comisión de no disponibilidad,
      * ambos en base 365, por INSMOV/ACTCTA. Deja la liquidación en
      * banco.poliza_liquidacion y en el fichero del día, y pasa a
      * vencidas las pólizas activas que ya han pasado su vencimiento.

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
           SELECT FICHLIQCRED ASSIGN TO WK-FICHLIQCRED-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHLIQCRED.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por póliza liquidada y la de totales.
       FD FICHLIQCRED RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHLIQCRED                  PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Póliza que devuelve el cursor: condiciones y tramo a liquidar.
       01  WK-ID-POLIZA                     PIC 9(10).
       01  WK-ID-CUENTA                     PIC 9(10).
       01  WK-LIMITE                        PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-TASA                          PIC 9(01)V9(04).
       01  WK-PCT-NO-DISP                   PIC 9(01)V9(04).
       01  WK-FEC-DESDE                     PIC X(08).
       01  WK-FEC-HASTA                     PIC X(08).
       01  WK-DIAS                          PIC S9(05).
      * Saldo actual de la cuenta, del que se parte hacia atrás.
       01  WK-SALDO-CUENTA                  PIC S9(08)V99 LEADING
                                            SEPARATE.
      * Movimientos de la cuenta agrupados por día, contado desde el
      * primer día del tramo.
       01  WK-MOV-DIA                       PIC S9(05).
       01  WK-MOV-SUMA                      PIC S9(10)V99 LEADING
                                            SEPARATE.
      * Resultado de la liquidación.
       01  WK-SALDO-MEDIO                   PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-INTERES                       PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-COMISION                      PIC S9(08)V99 LEADING
                                            SEPARATE.
      * Pólizas activas que se pasan a vencidas en esta ejecución.
       01  WK-CONTADOR-VENCIDAS             PIC 9(06) VALUE 0.

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


       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHLIQCRED-NOMBRE             PIC X(40).
       01  FS-FICHLIQCRED                    PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       01  SW-FIN-POLIZAS                    PIC 9(01) VALUE 0.
           88  FIN-POLIZAS                   VALUE 1.
           88  NO-FIN-POLIZAS                VALUE 0.

      * Reconstrucción del saldo diario: saldo corriente mientras se
      * retrocede, primer día ya contado y tramo de días que comparten
      * saldo. Lo dispuesto de cada día se suma en saldo por días.
       01  WK-SALDO-CORRIENTE                PIC S9(10)V99 LEADING
                                             SEPARATE.
       01  WK-DIA-TOPE                       PIC S9(05).
       01  WK-DIA-DESDE                      PIC S9(05).
       01  WK-DIA-HASTA                      PIC S9(05).
       01  WK-DISPUESTO-DIA                  PIC S9(10)V99 LEADING
                                             SEPARATE.
       01  WK-NUMERADOR                      PIC S9(13)V99 LEADING
                                             SEPARATE.
       01  WK-NO-DISPUESTO                   PIC S9(13)V99 LEADING
                                             SEPARATE.

      * Cargo que se está posteando.
       01  WK-IMPORTE-CARGO                  PIC S9(08)V99 LEADING
                                             SEPARATE.
       01  WK-CPT-CARGO                      PIC X(49).
       01  WK-COD-CPT-CARGO                  PIC X(03).
       01  WK-PARRAFO-CARGO                  PIC X(30).
       01  SW-CARGO                          PIC 9(01) VALUE 0.
           88  CARGO-APLICADO                VALUE 0.
           88  CARGO-RECHAZADO               VALUE 1.
      *    Marca de la línea de la póliza si alguno de sus dos cargos
      *    ha sido rechazado.
       01  WK-MARCA-RECHAZO                  PIC X(09).

      * Totales: pólizas liquidadas, cargos rechazados, interés y
      * comisión cargados.
       01  WK-CONTADOR-POLIZAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZOS              PIC 9(06) VALUE 0.
       01  WK-TOTAL-INTERES                  PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-TOTAL-COMISION                 PIC S9(10)V99 LEADING
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
           THEN PERFORM LIQUIDAR-POLIZAS        THRU
                        FIN-LIQUIDAR-POLIZAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM MARCAR-VENCIDAS         THRU
                        FIN-MARCAR-VENCIDAS
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

           STRING 'liqcred-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHLIQCRED-NOMBRE.

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
                DISPLAY '*** FATAL *** LIQCRED CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'LIQCRED'                   TO LOGERR-E-PROGRAMA
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
           MOVE 'LIQCRED'                       TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-POLIZAS             TO
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
           MOVE 'LIQCRED'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHLIQCRED-NOMBRE           TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** LIQCRED REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHLIQCRED-NOMBRE ']'
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
           OPEN OUTPUT FICHLIQCRED.

           IF   FS-FICHLIQCRED NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** LIQCRED ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHLIQCRED ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHLIQCRED.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Pólizas no canceladas o canceladas después de su última
      * liquidación, con días pendientes entre la última liquidación
      * (o la apertura) y hoy, su vencimiento o su cancelación.
       LIQUIDAR-POLIZAS.
      *-----------------
           EXEC SQL
                DECLARE CUR-POLIZAS CURSOR FOR
                SELECT P.id_poliza, P.id_medio_cuenta,
                       P.limite_poliza, P.tasa_deudora,
                       P.pct_comision_no_disp,
                       DATE_FORMAT(COALESCE(P.fec_ultima_liquidacion,
                                            P.fec_apertura),
                                   '%Y%m%d'),
                       DATE_FORMAT(LEAST(CURDATE(), P.fec_vencimiento,
                                         COALESCE(P.fec_cancelacion,
                                                  CURDATE())),
                                   '%Y%m%d'),
                       DATEDIFF(LEAST(CURDATE(), P.fec_vencimiento,
                                      COALESCE(P.fec_cancelacion,
                                               CURDATE())),
                                COALESCE(P.fec_ultima_liquidacion,
                                         P.fec_apertura))
                FROM   banco.poliza_credito P
                WHERE  DATEDIFF(LEAST(CURDATE(), P.fec_vencimiento,
                                      COALESCE(P.fec_cancelacion,
                                               CURDATE())),
                                COALESCE(P.fec_ultima_liquidacion,
                                         P.fec_apertura)) > 0
                ORDER BY P.id_poliza
           END-EXEC.

           EXEC SQL OPEN CUR-POLIZAS END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** LIQCRED OPEN CUR-POLIZAS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE 'LIQUIDAR-POLIZAS'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LIQUIDAR-POLIZAS
           END-IF.

           SET  NO-FIN-POLIZAS                   TO TRUE.

           PERFORM LEER-POLIZA                   THRU FIN-LEER-POLIZA
           UNTIL  FIN-POLIZAS
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-POLIZAS END-EXEC.

       FIN-LIQUIDAR-POLIZAS.
           EXIT.

       LEER-POLIZA.
      *------------
           EXEC SQL
                FETCH CUR-POLIZAS
                INTO  :WK-ID-POLIZA, :WK-ID-CUENTA, :WK-LIMITE,
                      :WK-TASA, :WK-PCT-NO-DISP,
                      :WK-FEC-DESDE, :WK-FEC-HASTA, :WK-DIAS
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-POLIZAS                 TO TRUE
           WHEN SQL-SUCCESS
                PERFORM LIQUIDAR-UNA-POLIZA      THRU
                        FIN-LIQUIDAR-UNA-POLIZA
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** LIQCRED FETCH POLIZAS: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE 'LEER-POLIZA'                TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-POLIZA.
           EXIT.

       LIQUIDAR-UNA-POLIZA.
      *--------------------
           PERFORM CALCULAR-NUMERADOR            THRU
                   FIN-CALCULAR-NUMERADOR.

           IF   NOT STAT-OK
           THEN GO TO FIN-LIQUIDAR-UNA-POLIZA
           END-IF.

           COMPUTE WK-SALDO-MEDIO ROUNDED = WK-NUMERADOR / WK-DIAS.
           COMPUTE WK-INTERES ROUNDED     = WK-NUMERADOR * WK-TASA
                                          / 365.

           COMPUTE WK-NO-DISPUESTO = WK-LIMITE * WK-DIAS
                                   - WK-NUMERADOR.
           IF   WK-NO-DISPUESTO > ZERO
           THEN COMPUTE WK-COMISION ROUNDED = WK-NO-DISPUESTO
                                            * WK-PCT-NO-DISP / 365
           ELSE MOVE ZERO                        TO WK-COMISION
           END-IF.

           MOVE SPACES                           TO WK-MARCA-RECHAZO.

           IF   WK-INTERES > ZERO
           THEN MOVE WK-INTERES                  TO WK-IMPORTE-CARGO
                MOVE 'INTERESES POLIZA DE CREDITO' TO WK-CPT-CARGO
                MOVE 'INT'                       TO WK-COD-CPT-CARGO
                MOVE 'CARGAR-INTERES'            TO WK-PARRAFO-CARGO
                PERFORM CARGAR-LIQUIDACION       THRU
                        FIN-CARGAR-LIQUIDACION
                IF   CARGO-APLICADO
                THEN ADD WK-INTERES               TO WK-TOTAL-INTERES
                END-IF
           END-IF.

           IF   WK-COMISION > ZERO
           THEN MOVE WK-COMISION                 TO WK-IMPORTE-CARGO
                MOVE 'COMISION NO DISPONIBILIDAD POLIZA'
                                                 TO WK-CPT-CARGO
                MOVE 'COM'                       TO WK-COD-CPT-CARGO
                MOVE 'CARGAR-COMISION'           TO WK-PARRAFO-CARGO
                PERFORM CARGAR-LIQUIDACION       THRU
                        FIN-CARGAR-LIQUIDACION
                IF   CARGO-APLICADO
                THEN ADD WK-COMISION              TO WK-TOTAL-COMISION
                END-IF
           END-IF.

           PERFORM GRABAR-LIQUIDACION            THRU
                   FIN-GRABAR-LIQUIDACION.

           IF   NOT STAT-OK
           THEN GO TO FIN-LIQUIDAR-UNA-POLIZA
           END-IF.

           MOVE SPACES                           TO REG-FICHLIQCRED.
           STRING 'POLIZA [' WK-ID-POLIZA '] CUENTA [' WK-ID-CUENTA
                  '] DESDE [' WK-FEC-DESDE '] HASTA [' WK-FEC-HASTA
                  '] DIAS [' WK-DIAS '] LIMITE [' WK-LIMITE
                  '] DISPUESTO MEDIO [' WK-SALDO-MEDIO
                  '] INTERES [' WK-INTERES
                  '] COMISION [' WK-COMISION '] ' WK-MARCA-RECHAZO
                  DELIMITED BY SIZE              INTO REG-FICHLIQCRED.

           WRITE REG-FICHLIQCRED.

           ADD  1                                TO
                WK-CONTADOR-POLIZAS.

       FIN-LIQUIDAR-UNA-POLIZA.
           EXIT.

      * Saldo por días de lo dispuesto en el tramo. Se parte del
      * saldo actual de la cuenta y se recorren sus movimientos desde
      * el primer día del tramo agrupados por día, del más reciente
      * al más antiguo: los días entre un grupo y el siguiente ya
      * recorrido cierran con el saldo corriente, y al pasar el
      * grupo se le descuenta su importe. Los movimientos posteriores
      * al tramo sólo sirven para retroceder el saldo.
       CALCULAR-NUMERADOR.
      *-------------------
           MOVE ZERO                             TO WK-NUMERADOR.

           EXEC SQL
                SELECT saldo_cuenta
                INTO   :WK-SALDO-CUENTA
                FROM   banco.cuenta
                WHERE  id_medio = :WK-ID-CUENTA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** LIQCRED CALCULAR-NUMERADOR: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE 'CALCULAR-NUMERADOR'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CALCULAR-NUMERADOR
           END-IF.

           MOVE WK-SALDO-CUENTA                  TO WK-SALDO-CORRIENTE.
           MOVE 99999                            TO WK-DIA-TOPE.

           EXEC SQL
                DECLARE CUR-MOVDIA CURSOR FOR
                SELECT DATEDIFF(DATE(M.fec_mov),
                                STR_TO_DATE(:WK-FEC-DESDE, '%Y%m%d')),
                       SUM(M.importe_mov)
                FROM   banco.movimiento M
                WHERE  M.id_medio = :WK-ID-CUENTA
                AND    M.fec_mov >=
                       STR_TO_DATE(:WK-FEC-DESDE, '%Y%m%d')
                GROUP BY DATEDIFF(DATE(M.fec_mov),
                                  STR_TO_DATE(:WK-FEC-DESDE, '%Y%m%d'))
                ORDER BY 1 DESC
           END-EXEC.

           EXEC SQL OPEN CUR-MOVDIA END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** LIQCRED OPEN CUR-MOVDIA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE 'CALCULAR-NUMERADOR'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CALCULAR-NUMERADOR
           END-IF.

           PERFORM LEER-MOVIMIENTO-DIA           THRU
                   FIN-LEER-MOVIMIENTO-DIA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-MOVDIA END-EXEC.

      *    Los días del principio del tramo, anteriores al movimiento
      *    más antiguo, cierran con el saldo al que se ha llegado.
           IF   STAT-OK
           THEN MOVE ZERO                        TO WK-DIA-DESDE
                PERFORM ACUMULAR-TRAMO           THRU
                        FIN-ACUMULAR-TRAMO
           END-IF.

       FIN-CALCULAR-NUMERADOR.
           EXIT.

       LEER-MOVIMIENTO-DIA.
      *--------------------
           EXEC SQL
                FETCH CUR-MOVDIA
                INTO  :WK-MOV-DIA, :WK-MOV-SUMA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE WK-MOV-DIA                  TO WK-DIA-DESDE
                PERFORM ACUMULAR-TRAMO           THRU
                        FIN-ACUMULAR-TRAMO
                SUBTRACT WK-MOV-SUMA             FROM
                         WK-SALDO-CORRIENTE
                MOVE WK-MOV-DIA                  TO WK-DIA-TOPE
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** LIQCRED FETCH MOVDIA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE 'LEER-MOVIMIENTO-DIA'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-MOVIMIENTO-DIA.
           EXIT.

      * Los días del tramo desde WK-DIA-DESDE hasta el anterior a
      * WK-DIA-TOPE cierran con el saldo corriente: lo dispuesto de
      * cada uno (sin pasar del límite) se suma tantas veces como
      * días sean.
       ACUMULAR-TRAMO.
      *---------------
           IF   WK-DIA-TOPE > WK-DIAS
           THEN MOVE WK-DIAS                     TO WK-DIA-HASTA
           ELSE MOVE WK-DIA-TOPE                 TO WK-DIA-HASTA
           END-IF.

           IF   WK-DIA-DESDE >= WK-DIA-HASTA
                OR WK-SALDO-CORRIENTE NOT < ZERO
           THEN GO TO FIN-ACUMULAR-TRAMO
           END-IF.

           COMPUTE WK-DISPUESTO-DIA = 0 - WK-SALDO-CORRIENTE.
           IF   WK-DISPUESTO-DIA > WK-LIMITE
           THEN MOVE WK-LIMITE                   TO WK-DISPUESTO-DIA
           END-IF.

           COMPUTE WK-NUMERADOR = WK-NUMERADOR
                                + WK-DISPUESTO-DIA
                                * (WK-DIA-HASTA - WK-DIA-DESDE).

       FIN-ACUMULAR-TRAMO.
           EXIT.

      * Interés y comisión se cargan en la cuenta como cualquier
      * cargo en lote; si INSMOV o ACTCTA lo rechazan se avisa, se
      * anota en el log de errores y la liquidación sigue con la
      * póliza marcada como rechazada.
       CARGAR-LIQUIDACION.
      *-------------------
           SET  CARGO-APLICADO                   TO TRUE.

           ACCEPT WK-FECHA-ACTUAL-8              FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8               FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE              INTO WK-MOV-FEC.

           INITIALIZE                            AREA-INSMOV-ENTRADA.
           MOVE WK-ID-CUENTA                     TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                       TO INSMOV-E-FEC.
           MOVE WK-CPT-CARGO                     TO INSMOV-E-CPT.
           MOVE WK-COD-CPT-CARGO                 TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-IMPORTE-CARGO.

           CALL "INSMOV"                         USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET  CARGO-RECHAZADO             TO TRUE
                MOVE 'RECHAZADO'                  TO WK-MARCA-RECHAZO
                DISPLAY '*** FATAL *** LIQCRED ' WK-PARRAFO-CARGO
                DISPLAY 'POLIZA [' WK-ID-POLIZA '] INSMOV-STAT ['
                        INSMOV-STAT ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE WK-PARRAFO-CARGO             TO LOGERR-E-PARRAFO
                MOVE INSMOV-S-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CARGAR-LIQUIDACION
           END-IF.

           INITIALIZE                            AREA-ACTCTA-ENTRADA.
           MOVE WK-ID-CUENTA                     TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO           TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                         USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET  CARGO-RECHAZADO             TO TRUE
                MOVE 'RECHAZADO'                  TO WK-MARCA-RECHAZO
                DISPLAY '*** FATAL *** LIQCRED ' WK-PARRAFO-CARGO
                DISPLAY 'SALDO NO APLICADO, ACTCTA-STAT ['
                        ACTCTA-STAT ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE WK-PARRAFO-CARGO             TO LOGERR-E-PARRAFO
                MOVE ACTCTA-SQLCODE               TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CARGAR-LIQUIDACION.
           EXIT.

      * Deja la liquidación en el histórico y avanza la póliza hasta
      * el último día liquidado.
       GRABAR-LIQUIDACION.
      *-------------------
           IF   WK-MARCA-RECHAZO NOT = SPACES
           THEN ADD  1                            TO
                     WK-CONTADOR-RECHAZOS
           END-IF.

           EXEC SQL
                INSERT INTO banco.poliza_liquidacion(
                    id_poliza,
                    fec_desde_liquidacion,
                    fec_hasta_liquidacion,
                    dias_liquidacion,
                    saldo_medio_dispuesto,
                    interes_liquidacion,
                    comision_no_disp_liquidacion
                )
                VALUES(
                    :WK-ID-POLIZA,
                    STR_TO_DATE(:WK-FEC-DESDE, '%Y%m%d'),
                    STR_TO_DATE(:WK-FEC-HASTA, '%Y%m%d'),
                    :WK-DIAS,
                    :WK-SALDO-MEDIO,
                    :WK-INTERES,
                    :WK-COMISION
                )
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** LIQCRED GRABAR-LIQUIDACION: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-LIQUIDACION'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GRABAR-LIQUIDACION
           END-IF.

           EXEC SQL
                UPDATE banco.poliza_credito
                SET    fec_ultima_liquidacion =
                       STR_TO_DATE(:WK-FEC-HASTA, '%Y%m%d')
                WHERE  id_poliza = :WK-ID-POLIZA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** LIQCRED GRABAR-LIQUIDACION: UPD'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-LIQUIDACION'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-GRABAR-LIQUIDACION.
           EXIT.

      * Una póliza activa que ya ha pasado su vencimiento deja de
      * ampliar el límite de la cuenta (ACTCTA ya no la cuenta) y
      * queda como vencida hasta que se renueve.
       MARCAR-VENCIDAS.
      *----------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR-VENCIDAS
                FROM   banco.poliza_credito
                WHERE  estado_poliza   = 'A'
                AND    fec_vencimiento < CURDATE()
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   SQL-SUCCESS
                AND WK-CONTADOR-VENCIDAS > ZERO
           THEN EXEC SQL
                     UPDATE banco.poliza_credito
                     SET    estado_poliza   = 'V'
                     WHERE  estado_poliza   = 'A'
                     AND    fec_vencimiento < CURDATE()
                END-EXEC
                MOVE SQLCODE                     TO WK-SQLCODE
           END-IF.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** LIQCRED MARCAR-VENCIDAS: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'LIQCRED'                    TO LOGERR-E-PROGRAMA
                MOVE 'MARCAR-VENCIDAS'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-MARCAR-VENCIDAS.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                           TO REG-FICHLIQCRED.
           STRING 'TOTAL POLIZAS [' WK-CONTADOR-POLIZAS
                  '] INTERES [' WK-TOTAL-INTERES
                  '] COMISION [' WK-TOTAL-COMISION
                  '] RECHAZADAS [' WK-CONTADOR-RECHAZOS
                  '] VENCIDAS [' WK-CONTADOR-VENCIDAS ']'
                  DELIMITED BY SIZE              INTO REG-FICHLIQCRED.

           WRITE REG-FICHLIQCRED.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'LIQUIDACION DE POLIZAS DE CREDITO'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHLIQCRED-NOMBRE ']'.
           DISPLAY 'POLIZAS LIQUIDADAS   [' WK-CONTADOR-POLIZAS ']'.
           DISPLAY 'INTERES CARGADO      [' WK-TOTAL-INTERES ']'.
           DISPLAY 'COMISION CARGADA     [' WK-TOTAL-COMISION ']'.
           DISPLAY 'CON CARGO RECHAZADO  [' WK-CONTADOR-RECHAZOS ']'.
           DISPLAY 'PASADAS A VENCIDAS   [' WK-CONTADOR-VENCIDAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
