       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LIQTPV.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Liquidación diaria de las ventas con tarjeta de los comercios
      * con TPV del banco. Se hace en dos fases:
      *   1. Carga del fichero diario del procesador de adquirencia:
      *      cada operación (venta, devolución o retrocesión) se
      *      valida contra el registro de comercios y terminales
      *      (COMERCIO) y se graba en banco.operacion_tpv con el
      *      descuento que le toca según la tarjeta. La referencia
      *      del procesador es única: una operación ya cargada no se
      *      vuelve a grabar.
      *   2. Liquidación: por cada comercio y día de venta con
      *      operaciones pendientes, un único abono en su cuenta de
      *      liquidación por las ventas menos las devoluciones, las
      *      retrocesiones y el descuento. Si lo devuelto pasa de lo
      *      vendido el neto es un cargo. Si el posteo no se admite
      *      (cuenta de baja, sin saldo para el cargo...) el grupo
      *      queda pendiente para la siguiente ejecución.
      * Cada operación y cada liquidación se confirman por separado.

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
      *    Fichero del procesador. Por omisión se toma ventas-tpv.dat;
      *    para otro fichero se usa la variable de entorno
      *    LIQTPV_FICHERO.
           SELECT FICHTPV ASSIGN TO WK-FICHTPV-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHTPV.

      *    Operaciones no cargadas, con su motivo, y liquidaciones
      *    hechas o que quedan pendientes. Su nombre lleva la fecha de
      *    la ejecución.
           SELECT FICHRES ASSIGN TO WK-FICHRES-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRES.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas: una cabecera,
      * las operaciones y un registro final de control.
       FD FICHTPV RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHTPV.
           05  FICHTPV-TIPO                  PIC X(03).
               88  FICHTPV-TIPO-CAB          VALUE 'CAB'.
               88  FICHTPV-TIPO-OPE          VALUE 'OPE'.
               88  FICHTPV-TIPO-FIN          VALUE 'FIN'.
           05  FICHTPV-DATOS                 PIC X(147).
      *    Cabecera: fecha del fichero y procesador que lo manda.
           05  FICHTPV-CAB                   REDEFINES FICHTPV-DATOS.
               10  FICHTPV-CAB-FEC           PIC X(08).
               10  FICHTPV-CAB-PROCESADOR    PIC X(20).
               10  FILLER                    PIC X(119).
      *    Operación: importe siempre positivo con dos decimales
      *    implícitos; el tipo (V, D, R) dice en qué sentido va.
           05  FICHTPV-OPE                   REDEFINES FICHTPV-DATOS.
               10  FICHTPV-OPE-REF           PIC X(20).
               10  FICHTPV-OPE-COMERCIO      PIC X(15).
               10  FICHTPV-OPE-TPV           PIC X(08).
               10  FICHTPV-OPE-FEC           PIC 9(08).
               10  FICHTPV-OPE-FEC-X         REDEFINES
                   FICHTPV-OPE-FEC           PIC X(08).
               10  FICHTPV-OPE-TIPO          PIC X(01).
               10  FICHTPV-OPE-TARJETA       PIC X(01).
               10  FICHTPV-OPE-IMPORTE       PIC 9(09)V99.
               10  FILLER                    PIC X(83).
      *    Control: número de operaciones y suma de sus importes.
           05  FICHTPV-FIN                   REDEFINES FICHTPV-DATOS.
               10  FICHTPV-FIN-REGISTROS     PIC 9(06).
               10  FICHTPV-FIN-IMPORTE       PIC 9(11)V99.
               10  FILLER                    PIC X(128).

       FD FICHRES RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRES                      PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE comercio         END-EXEC.

       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

      * Comercio y terminal de la operación tal como están en el
      * registro.
       01  WK-COMTPV-COMERCIO                PIC X(15).
       01  WK-FEC-VALIDA                     PIC X(01).
       01  WK-NUM-OPERACIONES                PIC 9(06).

      * Último grupo (comercio y día de venta) tratado en la
      * liquidación; el siguiente se busca a partir de él.
       01  WK-ULT-COMERCIO                   PIC X(15).
       01  WK-ULT-FEC                        PIC X(08).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.

      * Operación ya cargada en una ejecución anterior.
       01  SW-YA-TRATADO                     PIC 9(01) VALUE 0.
           88  YA-TRATADO-NO                 VALUE 0.
           88  YA-TRATADO-SI                 VALUE 1.

       01  SW-FIN-FICHTPV                    PIC 9(01) VALUE 0.
           88  FIN-FICHTPV-NO                VALUE 0.
           88  FIN-FICHTPV-SI                VALUE 1.

       01  SW-FIN-GRUPOS                     PIC 9(01) VALUE 0.
           88  FIN-GRUPOS-NO                 VALUE 0.
           88  FIN-GRUPOS-SI                 VALUE 1.

      * Registro final de control leído.
       01  SW-CONTROL                        PIC 9(01) VALUE 0.
           88  CONTROL-NO                    VALUE 0.
           88  CONTROL-SI                    VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-HORA-ACTUAL                    PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHTPV-NOMBRE                 PIC X(40) VALUE
                                             'ventas-tpv.dat'.
       01  WK-FICHTPV-NOMBRE-ENV             PIC X(40).
       01  FS-FICHTPV                        PIC X(02).
       01  WK-FICHRES-NOMBRE                 PIC X(40).
       01  FS-FICHRES                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Motivo por el que no se carga una operación o no se liquida
      * un grupo; en blanco, se carga o se liquida.
       01  WK-MOTIVO                         PIC X(40).

      * Tasa de descuento que toca a la operación.
       01  WK-TASA                           PIC 9(01)V9(04).

      * Cabecera del fichero y totales de control.
       01  WK-CAB-FEC                        PIC X(08) VALUE SPACES.
       01  WK-CAB-PROCESADOR                 PIC X(20) VALUE SPACES.
       01  WK-CONTROL-REGISTROS              PIC 9(06) VALUE 0.
       01  WK-CONTROL-IMPORTE                PIC 9(11)V99 VALUE 0.
       01  WK-SUMA-IMPORTE                   PIC 9(11)V99 VALUE 0.

      * Importes editados para el fichero de resultados.
       01  WK-IMPORTE-EDIT                   PIC -ZZ.ZZZ.ZZ9,99.
       01  WK-IMPORTE-2-EDIT                 PIC -ZZ.ZZZ.ZZ9,99.

      * Operaciones leídas, cargadas, rechazadas y ya cargadas, y
      * grupos liquidados y pendientes.
       01  WK-CONTADOR-LEIDOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CARGADAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADAS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DUPLICADAS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-LIQUIDADAS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PENDIENTES            PIC 9(06) VALUE 0.
       01  WK-TOTAL-NETO                     PIC S9(11)V99 VALUE 0.
       01  WK-TOTAL-DESCUENTO                PIC S9(11)V99 VALUE 0.

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
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
                PERFORM TRATAR-REGISTRO         THRU
                        FIN-TRATAR-REGISTRO
                UNTIL   FIN-FICHTPV-SI
                OR      NOT STAT-OK
                IF   STAT-OK
                THEN PERFORM COMPROBAR-CONTROL  THRU
                             FIN-COMPROBAR-CONTROL
                     PERFORM LIQUIDAR-GRUPOS    THRU
                             FIN-LIQUIDAR-GRUPOS
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
           STRING 'liqtpv-resultado-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRES-NOMBRE.

           MOVE SPACES                         TO WK-FICHTPV-NOMBRE-ENV.
           ACCEPT WK-FICHTPV-NOMBRE-ENV         FROM ENVIRONMENT
                                                'LIQTPV_FICHERO'.
           IF   WK-FICHTPV-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHTPV-NOMBRE-ENV      TO WK-FICHTPV-NOMBRE
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
                DISPLAY '*** FATAL *** LIQTPV CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'LIQTPV'                    TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'               TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      *    Da de alta la fila de control del lote en banco.batch_log
      *    y se queda con su identificador para poder cerrarla al
      *    terminar; es también la marca de lote de las operaciones
      *    y liquidaciones grabadas.
       REGISTRAR-INICIO-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-INICIAR            TO TRUE.
           MOVE 'LIQTPV'                        TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de grupos liquidados y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-LIQUIDADAS          TO
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

      *    Da de alta en el catálogo de informes el resultado, como
      *    confidencial: lleva los importes liquidados a clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'LIQTPV'                        TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** LIQTPV REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRES-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHTPV.

           IF   FS-FICHTPV NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** LIQTPV ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHTPV-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHTPV ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRES.

           IF   FS-FICHRES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** LIQTPV ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHRES-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHRES ']'
                CLOSE FICHTPV
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHTPV
                 FICHRES.

       FIN-CERRAR-FICHEROS.
           EXIT.

       LEER-REGISTRO.
      *--------------
           READ FICHTPV
                AT END SET FIN-FICHTPV-SI       TO TRUE
           END-READ.

       FIN-LEER-REGISTRO.
           EXIT.

       TRATAR-REGISTRO.
      *----------------
           EVALUATE TRUE
           WHEN FICHTPV-TIPO-CAB
                MOVE FICHTPV-CAB-FEC            TO WK-CAB-FEC
                MOVE FICHTPV-CAB-PROCESADOR     TO WK-CAB-PROCESADOR
           WHEN FICHTPV-TIPO-FIN
                SET  CONTROL-SI                 TO TRUE
                IF   FICHTPV-FIN-REGISTROS IS NUMERIC
                     AND FICHTPV-FIN-IMPORTE IS NUMERIC
                THEN MOVE FICHTPV-FIN-REGISTROS TO
                          WK-CONTROL-REGISTROS
                     MOVE FICHTPV-FIN-IMPORTE   TO WK-CONTROL-IMPORTE
                END-IF
           WHEN OTHER
                PERFORM CARGAR-OPERACION        THRU
                        FIN-CARGAR-OPERACION
           END-EVALUATE.

           IF   STAT-OK
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
           END-IF.

       FIN-TRATAR-REGISTRO.
           EXIT.

      *    Una operación: se valida y se graba en la misma unidad de
      *    trabajo. Si no se puede cargar sale con su motivo en el
      *    resultado.
       CARGAR-OPERACION.
      *-----------------
           ADD  1                               TO WK-CONTADOR-LEIDOS.
           MOVE SPACES                          TO WK-MOTIVO.
           SET  YA-TRATADO-NO                   TO TRUE.
           INITIALIZE                           REG-COMERCIO
                                                REG-OPETPV.

           IF   FICHTPV-TIPO-OPE
           THEN PERFORM VALIDAR-OPERACION       THRU
                        FIN-VALIDAR-OPERACION
           ELSE MOVE 'TIPO DE REGISTRO DESCONOCIDO' TO WK-MOTIVO
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM GRABAR-OPERACION        THRU
                        FIN-GRABAR-OPERACION
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           ELSE PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-CARGAR-OPERACION
           END-IF.

           EVALUATE TRUE
           WHEN WK-MOTIVO = SPACES
                ADD  1                          TO
                     WK-CONTADOR-CARGADAS
           WHEN YA-TRATADO-SI
                ADD  1                          TO
                     WK-CONTADOR-DUPLICADAS
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-RECHAZADAS
           END-EVALUATE.

           IF   WK-MOTIVO NOT = SPACES
           THEN PERFORM ESCRIBIR-RECHAZO        THRU
                        FIN-ESCRIBIR-RECHAZO
           END-IF.

       FIN-CARGAR-OPERACION.
           EXIT.

      *    Referencia no cargada ya, comercio y terminal de alta y
      *    del mismo comercio, fecha real, tipos conocidos e importe
      *    distinto de cero.
       VALIDAR-OPERACION.
      *------------------
           IF   FICHTPV-OPE-IMPORTE IS NUMERIC
           THEN ADD  FICHTPV-OPE-IMPORTE        TO WK-SUMA-IMPORTE
           END-IF.

           IF   FICHTPV-OPE-REF = SPACES
           THEN MOVE 'REFERENCIA EN BLANCO'     TO WK-MOTIVO
                GO TO FIN-VALIDAR-OPERACION
           END-IF.

           MOVE FICHTPV-OPE-REF                 TO OPETPV-REF.
           MOVE FICHTPV-OPE-COMERCIO            TO OPETPV-ID-COMERCIO.
           MOVE FICHTPV-OPE-TPV                 TO OPETPV-ID-TPV.
           MOVE FICHTPV-OPE-FEC-X               TO OPETPV-FEC.
           MOVE FICHTPV-OPE-TIPO                TO OPETPV-TIPO.
           MOVE FICHTPV-OPE-TARJETA             TO OPETPV-TARJETA.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-OPERACIONES
                FROM   banco.operacion_tpv
                WHERE  ref_operacion_tpv = :OPETPV-REF
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'VALIDAR-OPERACION'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-VALIDAR-OPERACION
           END-IF.

           IF   WK-NUM-OPERACIONES > 0
           THEN SET  YA-TRATADO-SI              TO TRUE
                MOVE 'OPERACION YA CARGADA'     TO WK-MOTIVO
                GO TO FIN-VALIDAR-OPERACION
           END-IF.

           PERFORM LEER-COMERCIO                THRU FIN-LEER-COMERCIO.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-VALIDAR-OPERACION
           END-IF.

           PERFORM LEER-TERMINAL                THRU FIN-LEER-TERMINAL.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-VALIDAR-OPERACION
           END-IF.

           MOVE 'N'                             TO WK-FEC-VALIDA.
           IF   FICHTPV-OPE-FEC IS NUMERIC
           THEN EXEC SQL
                     SELECT CASE WHEN STR_TO_DATE(:OPETPV-FEC,
                                                  '%Y%m%d') IS NULL
                                 THEN 'N'
                                 ELSE 'S'
                            END
                     INTO   :WK-FEC-VALIDA
                END-EXEC
           END-IF.

           IF   WK-FEC-VALIDA NOT = 'S'
           THEN MOVE 'FECHA DE OPERACION ERRONEA' TO WK-MOTIVO
                GO TO FIN-VALIDAR-OPERACION
           END-IF.

           IF   NOT OPETPV-TIPO-VENTA
                AND NOT OPETPV-TIPO-DEVOLUCION
                AND NOT OPETPV-TIPO-RETROCESION
           THEN MOVE 'TIPO DE OPERACION ERRONEO' TO WK-MOTIVO
                GO TO FIN-VALIDAR-OPERACION
           END-IF.

           EVALUATE TRUE
           WHEN OPETPV-TARJETA-DEBITO
                MOVE COMERCIO-TASA-DEBITO       TO WK-TASA
           WHEN OPETPV-TARJETA-CREDITO
                MOVE COMERCIO-TASA-CREDITO      TO WK-TASA
           WHEN OPETPV-TARJETA-OTRAS
                MOVE COMERCIO-TASA-OTRAS        TO WK-TASA
           WHEN OTHER
                MOVE 'TIPO DE TARJETA ERRONEO'  TO WK-MOTIVO
                GO TO FIN-VALIDAR-OPERACION
           END-EVALUATE.

           IF   FICHTPV-OPE-IMPORTE IS NOT NUMERIC
                OR FICHTPV-OPE-IMPORTE = ZERO
           THEN MOVE 'IMPORTE ERRONEO'          TO WK-MOTIVO
                GO TO FIN-VALIDAR-OPERACION
           END-IF.

           MOVE FICHTPV-OPE-IMPORTE             TO OPETPV-IMPORTE.

      *    El descuento sólo se cobra sobre las ventas.
           IF   OPETPV-TIPO-VENTA
           THEN COMPUTE OPETPV-DESCUENTO ROUNDED =
                        OPETPV-IMPORTE * WK-TASA
           ELSE MOVE ZERO                       TO OPETPV-DESCUENTO
           END-IF.

       FIN-VALIDAR-OPERACION.
           EXIT.

       LEER-COMERCIO.
      *--------------
           EXEC SQL
                SELECT estado_comercio,
                       id_medio_liquidacion,
                       tasa_debito_comercio,
                       tasa_credito_comercio,
                       tasa_otras_comercio
                INTO   :COMERCIO-ESTADO,
                       :COMERCIO-ID-CTA,
                       :COMERCIO-TASA-DEBITO,
                       :COMERCIO-TASA-CREDITO,
                       :COMERCIO-TASA-OTRAS
                FROM   banco.comercio
                WHERE  id_comercio = :OPETPV-ID-COMERCIO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT COMERCIO-ESTADO-ALTA
                THEN MOVE 'COMERCIO DE BAJA'    TO WK-MOTIVO
                END-IF
           WHEN SQL-NODATA
                MOVE 'COMERCIO NO ENCONTRADO'   TO WK-MOTIVO
           WHEN OTHER
                MOVE 'LEER-COMERCIO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-COMERCIO.
           EXIT.

       LEER-TERMINAL.
      *--------------
           EXEC SQL
                SELECT id_comercio,
                       estado_tpv
                INTO   :WK-COMTPV-COMERCIO,
                       :COMTPV-ESTADO
                FROM   banco.comercio_tpv
                WHERE  id_tpv = :OPETPV-ID-TPV
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                EVALUATE TRUE
                WHEN WK-COMTPV-COMERCIO NOT = OPETPV-ID-COMERCIO
                     MOVE 'TERMINAL DE OTRO COMERCIO' TO WK-MOTIVO
                WHEN NOT COMTPV-ESTADO-ALTA
                     MOVE 'TERMINAL DE BAJA'    TO WK-MOTIVO
                END-EVALUATE
           WHEN SQL-NODATA
                MOVE 'TERMINAL NO ENCONTRADO'   TO WK-MOTIVO
           WHEN OTHER
                MOVE 'LEER-TERMINAL'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-TERMINAL.
           EXIT.

       GRABAR-OPERACION.
      *-----------------
           EXEC SQL
                INSERT INTO banco.operacion_tpv
                       (ref_operacion_tpv,
                        id_comercio,
                        id_tpv,
                        fec_operacion_tpv,
                        tipo_operacion_tpv,
                        tipo_tarjeta_tpv,
                        importe_operacion_tpv,
                        importe_descuento_tpv,
                        id_liquidacion_tpv,
                        fec_carga_tpv,
                        id_ejec)
                VALUES (:OPETPV-REF,
                        :OPETPV-ID-COMERCIO,
                        :OPETPV-ID-TPV,
                        STR_TO_DATE(:OPETPV-FEC, '%Y%m%d'),
                        :OPETPV-TIPO,
                        :OPETPV-TARJETA,
                        :OPETPV-IMPORTE,
                        :OPETPV-DESCUENTO,
                        NULL,
                        now(),
                        :WK-BATLOG-ID-EJEC)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-OPERACION'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-OPERACION.
           EXIT.

      *    El registro final del procesador cuadra con lo leído; un
      *    descuadre sólo se avisa: lo cargado ya se ha validado
      *    operación a operación.
       COMPROBAR-CONTROL.
      *------------------
           MOVE SPACES                          TO REG-FICHRES.

           EVALUATE TRUE
           WHEN CONTROL-NO
                DISPLAY '*** AVISO *** LIQTPV: FICHERO SIN REGISTRO'
                        ' DE CONTROL'
                MOVE 'AVISO: FICHERO SIN REGISTRO DE CONTROL'
                                                TO REG-FICHRES
           WHEN WK-CONTROL-REGISTROS NOT = WK-CONTADOR-LEIDOS
                OR WK-CONTROL-IMPORTE NOT = WK-SUMA-IMPORTE
                DISPLAY '*** AVISO *** LIQTPV: EL REGISTRO DE CONTROL'
                        ' NO CUADRA CON LO LEIDO'
                MOVE WK-CONTROL-IMPORTE         TO WK-IMPORTE-EDIT
                MOVE WK-SUMA-IMPORTE            TO WK-IMPORTE-2-EDIT
                STRING 'AVISO: DESCUADRE DE CONTROL. REGISTROS ['
                       WK-CONTROL-REGISTROS '] LEIDOS ['
                       WK-CONTADOR-LEIDOS '] IMPORTE ['
                       WK-IMPORTE-EDIT '] LEIDO ['
                       WK-IMPORTE-2-EDIT ']'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-EVALUATE.

           IF   REG-FICHRES NOT = SPACES
           THEN WRITE REG-FICHRES
           END-IF.

       FIN-COMPROBAR-CONTROL.
           EXIT.

      *    Recorre los grupos pendientes de uno en uno, en orden de
      *    comercio y día, sin cursor abierto: cada liquidación
      *    confirma por separado y cambia las filas que se buscan.
       LIQUIDAR-GRUPOS.
      *----------------
           MOVE SPACES                          TO WK-ULT-COMERCIO.
           MOVE '19000101'                      TO WK-ULT-FEC.
           SET  FIN-GRUPOS-NO                   TO TRUE.

           PERFORM LIQUIDAR-GRUPO               THRU
                   FIN-LIQUIDAR-GRUPO
           UNTIL   FIN-GRUPOS-SI
           OR      NOT STAT-OK.

       FIN-LIQUIDAR-GRUPOS.
           EXIT.

       LIQUIDAR-GRUPO.
      *---------------
           INITIALIZE                           REG-COMERCIO
                                                REG-LIQTPV.

           EXEC SQL
                SELECT id_comercio,
                       DATE_FORMAT(fec_operacion_tpv, '%Y%m%d')
                INTO   :LIQTPV-ID-COMERCIO,
                       :LIQTPV-FEC-VENTA
                FROM   banco.operacion_tpv
                WHERE  id_liquidacion_tpv IS NULL
                AND    (id_comercio, fec_operacion_tpv) >
                       (:WK-ULT-COMERCIO,
                        STR_TO_DATE(:WK-ULT-FEC, '%Y%m%d'))
                ORDER  BY id_comercio, fec_operacion_tpv
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE LIQTPV-ID-COMERCIO         TO WK-ULT-COMERCIO
                MOVE LIQTPV-FEC-VENTA           TO WK-ULT-FEC
           WHEN SQL-NODATA
                SET  FIN-GRUPOS-SI              TO TRUE
                GO TO FIN-LIQUIDAR-GRUPO
           WHEN OTHER
                MOVE 'LIQUIDAR-GRUPO'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-LIQUIDAR-GRUPO
           END-EVALUATE.

           MOVE SPACES                          TO WK-MOTIVO.

           PERFORM SUMAR-GRUPO                  THRU FIN-SUMAR-GRUPO.

           IF   STAT-OK
           THEN PERFORM ABONAR-GRUPO            THRU FIN-ABONAR-GRUPO
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM GRABAR-LIQUIDACION      THRU
                        FIN-GRABAR-LIQUIDACION
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           ELSE PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-LIQUIDAR-GRUPO
           END-IF.

           IF   WK-MOTIVO = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-LIQUIDADAS
                ADD  LIQTPV-NETO                TO WK-TOTAL-NETO
                ADD  LIQTPV-DESCUENTO           TO WK-TOTAL-DESCUENTO
           ELSE ADD  1                          TO
                     WK-CONTADOR-PENDIENTES
           END-IF.

           PERFORM ESCRIBIR-LIQUIDACION         THRU
                   FIN-ESCRIBIR-LIQUIDACION.

       FIN-LIQUIDAR-GRUPO.
           EXIT.

      *    Totales del grupo y cuenta de liquidación del comercio.
       SUMAR-GRUPO.
      *------------
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN tipo_operacion_tpv = 'V'
                                         THEN importe_operacion_tpv
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN tipo_operacion_tpv = 'D'
                                         THEN importe_operacion_tpv
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN tipo_operacion_tpv = 'R'
                                         THEN importe_operacion_tpv
                                         ELSE 0 END), 0),
                       COALESCE(SUM(importe_descuento_tpv), 0)
                INTO   :LIQTPV-NUM-OPERACIONES,
                       :LIQTPV-VENTAS,
                       :LIQTPV-DEVOLUCIONES,
                       :LIQTPV-RETROCESIONES,
                       :LIQTPV-DESCUENTO
                FROM   banco.operacion_tpv
                WHERE  id_comercio        = :LIQTPV-ID-COMERCIO
                AND    fec_operacion_tpv  =
                              STR_TO_DATE(:LIQTPV-FEC-VENTA, '%Y%m%d')
                AND    id_liquidacion_tpv IS NULL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SUMAR-GRUPO'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-SUMAR-GRUPO
           END-IF.

           COMPUTE LIQTPV-NETO = LIQTPV-VENTAS
                               - LIQTPV-DEVOLUCIONES
                               - LIQTPV-RETROCESIONES
                               - LIQTPV-DESCUENTO.

           EXEC SQL
                SELECT id_medio_liquidacion
                INTO   :COMERCIO-ID-CTA
                FROM   banco.comercio
                WHERE  id_comercio = :LIQTPV-ID-COMERCIO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SUMAR-GRUPO'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-SUMAR-GRUPO.
           EXIT.

      *    Abono (o cargo) del neto en la cuenta de liquidación. Un
      *    posteo que INSMOV o ACTCTA no admiten deja el grupo
      *    pendiente, con su motivo en el resultado.
       ABONAR-GRUPO.
      *-------------
           IF   LIQTPV-NETO = ZERO
           THEN GO TO FIN-ABONAR-GRUPO
           END-IF.

           IF   LIQTPV-NETO > 99999999,99
                OR LIQTPV-NETO < -99999999,99
           THEN MOVE 'NETO FUERA DE RANGO'      TO WK-MOTIVO
                GO TO FIN-ABONAR-GRUPO
           END-IF.

           ACCEPT WK-HORA-ACTUAL                FROM TIME.
           STRING WK-FECHA-ACTUAL WK-HORA-ACTUAL '0000'
                  DELIMITED BY SIZE        INTO WK-MOV-FEC.

           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE COMERCIO-ID-CTA                 TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           STRING 'LIQUIDACION TPV ' LIQTPV-ID-COMERCIO
                  ' ' LIQTPV-FEC-VENTA
                  DELIMITED BY SIZE        INTO INSMOV-E-CPT.
           MOVE 'TPV'                           TO INSMOV-E-COD-CPT.
           MOVE LIQTPV-NETO                     TO INSMOV-E-IMPT.

           CALL "INSMOV"                        USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                CONTINUE
           WHEN INSMOV-STAT-ERR-SQL
                MOVE INSMOV-S-SQLCODE           TO WK-SQLCODE
                MOVE 'ABONAR-GRUPO INSMOV'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ABONAR-GRUPO
           WHEN OTHER
                DISPLAY '*** AVISO *** LIQTPV ABONAR-GRUPO: COMERCIO ['
                        LIQTPV-ID-COMERCIO ']'
                DISPLAY 'INSMOV-STAT [' INSMOV-STAT ']'
                MOVE 'POSTEO RECHAZADO POR INSMOV' TO WK-MOTIVO
                GO TO FIN-ABONAR-GRUPO
           END-EVALUATE.

           MOVE INSMOV-S-REF                    TO LIQTPV-REF-MOV.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE COMERCIO-ID-CTA                 TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           EVALUATE TRUE
           WHEN ACTCTA-STAT-OK
                CONTINUE
           WHEN ACTCTA-STAT-ERR-SQL
                MOVE ACTCTA-SQLCODE             TO WK-SQLCODE
                MOVE 'ABONAR-GRUPO ACTCTA'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                DISPLAY '*** AVISO *** LIQTPV ABONAR-GRUPO: COMERCIO ['
                        LIQTPV-ID-COMERCIO ']'
                DISPLAY 'ACTCTA-STAT [' ACTCTA-STAT ']'
                MOVE 'SALDO NO ACTUALIZADO POR ACTCTA' TO WK-MOTIVO
           END-EVALUATE.

       FIN-ABONAR-GRUPO.
           EXIT.

      *    Fila de la liquidación y marca de las operaciones que
      *    recoge.
       GRABAR-LIQUIDACION.
      *-------------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.liquidacion_tpv_id_liquidacion_tpv_seq
                INTO   :LIQTPV-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-LIQUIDACION'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-GRABAR-LIQUIDACION
           END-IF.

           MOVE WK-BATLOG-ID-EJEC               TO LIQTPV-ID-EJEC.

           EXEC SQL
                INSERT INTO banco.liquidacion_tpv
                       (id_liquidacion_tpv,
                        id_comercio,
                        fec_venta,
                        num_operaciones,
                        importe_ventas,
                        importe_devoluciones,
                        importe_retrocesiones,
                        importe_descuento,
                        importe_neto,
                        ref_mov,
                        fec_liquidacion,
                        id_ejec)
                VALUES (:LIQTPV-ID,
                        :LIQTPV-ID-COMERCIO,
                        STR_TO_DATE(:LIQTPV-FEC-VENTA, '%Y%m%d'),
                        :LIQTPV-NUM-OPERACIONES,
                        :LIQTPV-VENTAS,
                        :LIQTPV-DEVOLUCIONES,
                        :LIQTPV-RETROCESIONES,
                        :LIQTPV-DESCUENTO,
                        :LIQTPV-NETO,
                        :LIQTPV-REF-MOV,
                        now(),
                        :LIQTPV-ID-EJEC)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-LIQUIDACION'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-GRABAR-LIQUIDACION
           END-IF.

           EXEC SQL
                UPDATE banco.operacion_tpv
                SET    id_liquidacion_tpv = :LIQTPV-ID
                WHERE  id_comercio        = :LIQTPV-ID-COMERCIO
                AND    fec_operacion_tpv  =
                              STR_TO_DATE(:LIQTPV-FEC-VENTA, '%Y%m%d')
                AND    id_liquidacion_tpv IS NULL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-LIQUIDACION'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-LIQUIDACION.
           EXIT.

       ESCRIBIR-RECHAZO.
      *-----------------
           MOVE SPACES                          TO REG-FICHRES.

           IF   YA-TRATADO-SI
           THEN STRING FICHTPV-TIPO ' REF [' FICHTPV-OPE-REF
                       '] YA CARGADA'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           ELSE STRING FICHTPV-TIPO ' REF [' FICHTPV-OPE-REF
                       '] COMERCIO [' FICHTPV-OPE-COMERCIO
                       '] RECHAZADA: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-IF.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-RECHAZO.
           EXIT.

       ESCRIBIR-LIQUIDACION.
      *---------------------
           MOVE SPACES                          TO REG-FICHRES.
           MOVE LIQTPV-NETO                     TO WK-IMPORTE-EDIT.
           MOVE LIQTPV-DESCUENTO                TO WK-IMPORTE-2-EDIT.

           IF   WK-MOTIVO = SPACES
           THEN STRING 'LIQ COMERCIO [' LIQTPV-ID-COMERCIO
                       '] DIA [' LIQTPV-FEC-VENTA
                       '] OPERACIONES [' LIQTPV-NUM-OPERACIONES
                       '] NETO [' WK-IMPORTE-EDIT
                       '] DESCUENTO [' WK-IMPORTE-2-EDIT
                       '] MOV [' LIQTPV-REF-MOV ']'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           ELSE STRING 'LIQ COMERCIO [' LIQTPV-ID-COMERCIO
                       '] DIA [' LIQTPV-FEC-VENTA
                       '] NETO [' WK-IMPORTE-EDIT
                       '] PENDIENTE: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-IF.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-LIQUIDACION.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHRES.
           STRING 'FICHERO [' WK-CAB-FEC '] PROCESADOR ['
                  WK-CAB-PROCESADOR '] LEIDAS [' WK-CONTADOR-LEIDOS
                  '] CARGADAS [' WK-CONTADOR-CARGADAS
                  '] RECHAZADAS [' WK-CONTADOR-RECHAZADAS
                  '] YA CARGADAS [' WK-CONTADOR-DUPLICADAS ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           WRITE REG-FICHRES.

           MOVE SPACES                          TO REG-FICHRES.
           MOVE WK-TOTAL-NETO                   TO WK-IMPORTE-EDIT.
           MOVE WK-TOTAL-DESCUENTO              TO WK-IMPORTE-2-EDIT.
           STRING 'LIQUIDACIONES [' WK-CONTADOR-LIQUIDADAS
                  '] PENDIENTES [' WK-CONTADOR-PENDIENTES
                  '] NETO [' WK-IMPORTE-EDIT
                  '] DESCUENTO [' WK-IMPORTE-2-EDIT ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           WRITE REG-FICHRES.

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
                PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
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

      *    Sólo avisa; el registro en LOGERR se hace después de
      *    deshacer (REGISTRAR-ERROR), porque LOGERR confirma su
      *    propia fila y no debe arrastrar con ella lo aplicado.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** LIQTPV ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'LIQTPV'                        TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'LIQUIDACION DE VENTAS TPV DE COMERCIOS'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHTPV-NOMBRE ']'.
           DISPLAY 'FICHERO RESULTADOS   [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'OPERACIONES LEIDAS   [' WK-CONTADOR-LEIDOS ']'.
           DISPLAY 'CARGADAS             [' WK-CONTADOR-CARGADAS ']'.
           DISPLAY 'RECHAZADAS           [' WK-CONTADOR-RECHAZADAS
                   ']'.
           DISPLAY 'YA CARGADAS          [' WK-CONTADOR-DUPLICADAS
                   ']'.
           DISPLAY 'LIQUIDACIONES        [' WK-CONTADOR-LIQUIDADAS
                   ']'.
           DISPLAY 'PENDIENTES           [' WK-CONTADOR-PENDIENTES
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
