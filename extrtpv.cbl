       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. EXTRTPV.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Extracto mensual de liquidación de los comercios con TPV del
      * banco. Para cada comercio con liquidaciones en el mes (LIQTPV
      * las fecha el día que las abona), una cabecera con sus datos y
      * tasas de descuento en vigor, una línea por día de venta
      * liquidado con las ventas, lo devuelto, lo retrocedido, el
      * descuento y el neto abonado o cargado en su cuenta, y el
      * total del comercio. Al pie, lo que cada comercio tenga aún
      * cargado y sin liquidar, y los totales de la entidad.

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
      *    Fichero de salida: los extractos de todos los comercios,
      *    uno detrás de otro. Su nombre lleva el mes del extracto.
           SELECT FICHEXT ASSIGN TO WK-FICHEXT-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHEXT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHEXT RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHEXT                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE comercio         END-EXEC.

      * Mes del extracto (AAAAMM) y sus días primero y último
      * (AAAAMMDD).
       01  WK-MES                            PIC X(06).
       01  WK-FEC-INI-MES                    PIC X(08).
       01  WK-FEC-FIN-MES                    PIC X(08).

      * Datos del comercio que acompañan a cada liquidación.
       01  WK-NIF                            PIC X(10).
       01  WK-NUM-CUENTA                     PIC X(20).

      * Operaciones cargadas y aún sin liquidar del comercio.
       01  WK-PTE-OPERACIONES                PIC 9(06).
       01  WK-PTE-IMPORTE                    PIC S9(10)V99
                                             LEADING SEPARATE.
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

       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR-NO                 VALUE 0.
           88  FIN-CURSOR-SI                 VALUE 1.

      * Con EXTRTPV_MES (AAAAMM) se saca ese mes; sin ella, el mes
      * anterior al de la ejecución.
       01  WK-MES-ENV                        PIC X(06).

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-R                 REDEFINES
           WK-FECHA-ACTUAL.
           05  WK-ACTUAL-ANIO                PIC 9(04).
           05  WK-ACTUAL-MES                 PIC 9(02).
           05  WK-ACTUAL-DIA                 PIC 9(02).

       01  WK-MES-9.
           05  WK-MES-ANIO                   PIC 9(04).
           05  WK-MES-MM                     PIC 9(02).

      * Días de cada mes; febrero se corrige en los bisiestos.
       01  WK-TABLA-DIAS                     PIC X(24) VALUE
                                             '312831303130313130313031'.
       01  WK-TABLA-DIAS-R                   REDEFINES WK-TABLA-DIAS.
           05  WK-DIAS-MES                   PIC 9(02) OCCURS 12 TIMES.
       01  WK-ULTIMO-DIA                     PIC 9(02).
       01  WK-COCIENTE                       PIC 9(04).
       01  WK-RESTO-4                        PIC 9(04).
       01  WK-RESTO-100                      PIC 9(04).
       01  WK-RESTO-400                      PIC 9(04).

      * Comercio cuyo extracto se está escribiendo (corte de
      * control del cursor).
       01  WK-COMERCIO-ACTUAL                PIC X(15) VALUE SPACES.

      * Totales del comercio en curso y de la entidad.
       01  WK-COM-OPERACIONES                PIC 9(07).
       01  WK-COM-VENTAS                     PIC S9(12)V99.
       01  WK-COM-DEVOLUCIONES               PIC S9(12)V99.
       01  WK-COM-RETROCESIONES              PIC S9(12)V99.
       01  WK-COM-DESCUENTO                  PIC S9(12)V99.
       01  WK-COM-NETO                       PIC S9(12)V99.
       01  WK-TOT-VENTAS                     PIC S9(14)V99 VALUE 0.
       01  WK-TOT-DESCUENTO                  PIC S9(14)V99 VALUE 0.
       01  WK-TOT-NETO                       PIC S9(14)V99 VALUE 0.

      * Importes y tasas editados para el extracto.
       01  WK-VENTAS-EDIT                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WK-DEVOL-EDIT                     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WK-RETRO-EDIT                     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WK-DESCUENTO-EDIT                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WK-NETO-EDIT                      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WK-TASA-DEBITO-EDIT               PIC 9,9999.
       01  WK-TASA-CREDITO-EDIT              PIC 9,9999.
       01  WK-TASA-OTRAS-EDIT                PIC 9,9999.

       01  WK-FICHEXT-NOMBRE                 PIC X(30).
       01  FS-FICHEXT                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Comercios y liquidaciones que salen en el extracto.
       01  WK-CONTADOR-COMERCIOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-LIQUIDACIONES         PIC 9(06) VALUE 0.

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
           THEN PERFORM EXTRACTAR-LIQUIDACIONES THRU
                        FIN-EXTRACTAR-LIQUIDACIONES
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-TOTALES   THRU
                             FIN-ESCRIBIR-TOTALES
                END-IF
                PERFORM CERRAR-FICHERO          THRU FIN-CERRAR-FICHERO
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

           MOVE SPACES                          TO WK-MES-ENV.
           ACCEPT WK-MES-ENV                    FROM ENVIRONMENT
                                                'EXTRTPV_MES'.

           IF   WK-MES-ENV IS NUMERIC
                AND WK-MES-ENV(5:2) >= '01'
                AND WK-MES-ENV(5:2) <= '12'
           THEN MOVE WK-MES-ENV                 TO WK-MES-9
           ELSE IF   WK-MES-ENV NOT = SPACES
                THEN DISPLAY '*** AVISO *** EXTRTPV: MES NO VALIDO'
                     DISPLAY 'EXTRTPV_MES [' WK-MES-ENV ']'
                END-IF
                IF   WK-ACTUAL-MES = 1
                THEN COMPUTE WK-MES-ANIO = WK-ACTUAL-ANIO - 1
                     MOVE 12                    TO WK-MES-MM
                ELSE MOVE WK-ACTUAL-ANIO        TO WK-MES-ANIO
                     COMPUTE WK-MES-MM = WK-ACTUAL-MES - 1
                END-IF
           END-IF.

           MOVE WK-MES-9                        TO WK-MES.

      *    Último día del mes: febrero tiene 29 en los años
      *    divisibles por 4, salvo los seculares no divisibles por
      *    400.
           MOVE WK-DIAS-MES(WK-MES-MM)          TO WK-ULTIMO-DIA.
           IF   WK-MES-MM = 2
           THEN DIVIDE WK-MES-ANIO BY 4   GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-4
                DIVIDE WK-MES-ANIO BY 100 GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-100
                DIVIDE WK-MES-ANIO BY 400 GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-400
                IF   (WK-RESTO-4 = 0 AND WK-RESTO-100 NOT = 0)
                     OR WK-RESTO-400 = 0
                THEN MOVE 29                    TO WK-ULTIMO-DIA
                END-IF
           END-IF.

           STRING WK-MES '01'
                  DELIMITED BY SIZE        INTO WK-FEC-INI-MES.
           STRING WK-MES WK-ULTIMO-DIA
                  DELIMITED BY SIZE        INTO WK-FEC-FIN-MES.

           STRING 'extracto-tpv-' WK-MES '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHEXT-NOMBRE.

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
                DISPLAY '*** FATAL *** EXTRTPV CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'EXTRTPV'                   TO LOGERR-E-PROGRAMA
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
           MOVE 'EXTRTPV'                       TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de comercios y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-COMERCIOS           TO
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

      *    Da de alta en el catálogo de informes el fichero, como
      *    confidencial: lleva importes abonados a clientes. El
      *    periodo es el mes del extracto.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'EXTRTPV'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHEXT-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.
           MOVE WK-FEC-INI-MES                  TO
                RPTCATAL-E-PERIODO-DESDE.
           MOVE WK-FEC-FIN-MES                  TO
                RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXTRTPV REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHEXT-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHEXT.

           IF   FS-FICHEXT NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXTRTPV ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHEXT-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHEXT ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHEXT.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Las liquidaciones del mes ordenadas por comercio y día de
      * venta; cada cambio de comercio cierra el extracto anterior y
      * abre el siguiente.
       EXTRACTAR-LIQUIDACIONES.
      *------------------------
           EXEC SQL
                DECLARE CUR-EXTRTPV CURSOR FOR
                SELECT L.id_comercio, M.nombre_comercio,
                       C.nif_cliente, T.num_cuenta,
                       M.tasa_debito_comercio,
                       M.tasa_credito_comercio,
                       M.tasa_otras_comercio,
                       DATE_FORMAT(L.fec_venta, '%Y%m%d'),
                       L.num_operaciones, L.importe_ventas,
                       L.importe_devoluciones,
                       L.importe_retrocesiones,
                       L.importe_descuento, L.importe_neto,
                       COALESCE(L.ref_mov, 0)
                FROM   banco.liquidacion_tpv L,
                       banco.comercio        M,
                       banco.cliente         C,
                       banco.cuenta          T
                WHERE  L.fec_liquidacion >=
                       STR_TO_DATE(:WK-FEC-INI-MES, '%Y%m%d')
                AND    L.fec_liquidacion <
                       DATE_ADD(STR_TO_DATE(:WK-FEC-FIN-MES, '%Y%m%d'),
                                INTERVAL 1 DAY)
                AND    M.id_comercio = L.id_comercio
                AND    C.id_cliente  = M.id_cliente
                AND    T.id_medio    = M.id_medio_liquidacion
                ORDER BY L.id_comercio, L.fec_venta
           END-EXEC.

           EXEC SQL OPEN CUR-EXTRTPV END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXTRACTAR-LIQUIDACIONES'  TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXTRACTAR-LIQUIDACIONES
           END-IF.

           SET  FIN-CURSOR-NO                   TO TRUE.

           PERFORM LEER-LIQUIDACION             THRU
                   FIN-LEER-LIQUIDACION
           UNTIL   FIN-CURSOR-SI
           OR      NOT STAT-OK.

           EXEC SQL CLOSE CUR-EXTRTPV END-EXEC.

           IF   STAT-OK
                AND WK-COMERCIO-ACTUAL NOT = SPACES
           THEN PERFORM CERRAR-COMERCIO         THRU
                        FIN-CERRAR-COMERCIO
           END-IF.

       FIN-EXTRACTAR-LIQUIDACIONES.
           EXIT.

       LEER-LIQUIDACION.
      *-----------------
           EXEC SQL
                FETCH CUR-EXTRTPV
                INTO  :LIQTPV-ID-COMERCIO, :COMERCIO-NOMBRE,
                      :WK-NIF, :WK-NUM-CUENTA,
                      :COMERCIO-TASA-DEBITO,
                      :COMERCIO-TASA-CREDITO,
                      :COMERCIO-TASA-OTRAS,
                      :LIQTPV-FEC-VENTA,
                      :LIQTPV-NUM-OPERACIONES, :LIQTPV-VENTAS,
                      :LIQTPV-DEVOLUCIONES, :LIQTPV-RETROCESIONES,
                      :LIQTPV-DESCUENTO, :LIQTPV-NETO,
                      :LIQTPV-REF-MOV
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR-SI              TO TRUE
           WHEN SQL-SUCCESS
                IF   LIQTPV-ID-COMERCIO NOT = WK-COMERCIO-ACTUAL
                THEN IF   WK-COMERCIO-ACTUAL NOT = SPACES
                     THEN PERFORM CERRAR-COMERCIO THRU
                                  FIN-CERRAR-COMERCIO
                     END-IF
                     IF   STAT-OK
                     THEN PERFORM ABRIR-COMERCIO  THRU
                                  FIN-ABRIR-COMERCIO
                     END-IF
                END-IF
                PERFORM ESCRIBIR-LIQUIDACION    THRU
                        FIN-ESCRIBIR-LIQUIDACION
           WHEN OTHER
                MOVE 'LEER-LIQUIDACION'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-LIQUIDACION.
           EXIT.

      *    Cabecera del extracto del comercio, con las tasas que
      *    tiene hoy.
       ABRIR-COMERCIO.
      *---------------
           MOVE LIQTPV-ID-COMERCIO              TO WK-COMERCIO-ACTUAL.
           ADD  1                               TO
                WK-CONTADOR-COMERCIOS.

           MOVE ZERO                            TO WK-COM-OPERACIONES
                                                   WK-COM-VENTAS
                                                   WK-COM-DEVOLUCIONES
                                                   WK-COM-RETROCESIONES
                                                   WK-COM-DESCUENTO
                                                   WK-COM-NETO.

           MOVE COMERCIO-TASA-DEBITO            TO WK-TASA-DEBITO-EDIT.
           MOVE COMERCIO-TASA-CREDITO           TO
                WK-TASA-CREDITO-EDIT.
           MOVE COMERCIO-TASA-OTRAS             TO WK-TASA-OTRAS-EDIT.

           MOVE SPACES                          TO REG-FICHEXT.
           STRING 'EXTRACTO DE LIQUIDACION TPV DEL MES [' WK-MES
                  '] COMERCIO [' LIQTPV-ID-COMERCIO '] '
                  COMERCIO-NOMBRE
                  DELIMITED BY SIZE             INTO REG-FICHEXT.
           WRITE REG-FICHEXT.

           MOVE SPACES                          TO REG-FICHEXT.
           STRING '    NIF [' WK-NIF '] CUENTA [' WK-NUM-CUENTA
                  '] TASAS DEBITO [' WK-TASA-DEBITO-EDIT
                  '] CREDITO [' WK-TASA-CREDITO-EDIT
                  '] INTERNACIONAL/EMPRESA [' WK-TASA-OTRAS-EDIT ']'
                  DELIMITED BY SIZE             INTO REG-FICHEXT.
           WRITE REG-FICHEXT.

       FIN-ABRIR-COMERCIO.
           EXIT.

       ESCRIBIR-LIQUIDACION.
      *---------------------
           ADD  1                               TO
                WK-CONTADOR-LIQUIDACIONES.
           ADD  LIQTPV-NUM-OPERACIONES          TO WK-COM-OPERACIONES.
           ADD  LIQTPV-VENTAS                   TO WK-COM-VENTAS.
           ADD  LIQTPV-DEVOLUCIONES             TO WK-COM-DEVOLUCIONES.
           ADD  LIQTPV-RETROCESIONES            TO
                WK-COM-RETROCESIONES.
           ADD  LIQTPV-DESCUENTO                TO WK-COM-DESCUENTO.
           ADD  LIQTPV-NETO                     TO WK-COM-NETO.

           MOVE LIQTPV-VENTAS                   TO WK-VENTAS-EDIT.
           MOVE LIQTPV-DEVOLUCIONES             TO WK-DEVOL-EDIT.
           MOVE LIQTPV-RETROCESIONES            TO WK-RETRO-EDIT.
           MOVE LIQTPV-DESCUENTO                TO WK-DESCUENTO-EDIT.
           MOVE LIQTPV-NETO                     TO WK-NETO-EDIT.

           MOVE SPACES                          TO REG-FICHEXT.
           STRING '    DIA [' LIQTPV-FEC-VENTA
                  '] OPER. [' LIQTPV-NUM-OPERACIONES
                  '] VENTAS [' WK-VENTAS-EDIT
                  '] DEVOL. [' WK-DEVOL-EDIT
                  '] RETROC. [' WK-RETRO-EDIT
                  '] DESCUENTO [' WK-DESCUENTO-EDIT
                  '] NETO [' WK-NETO-EDIT
                  '] MOV [' LIQTPV-REF-MOV ']'
                  DELIMITED BY SIZE             INTO REG-FICHEXT.
           WRITE REG-FICHEXT.

       FIN-ESCRIBIR-LIQUIDACION.
           EXIT.

      *    Total del comercio y lo que tiene cargado y aún sin
      *    liquidar (pendiente de un posteo rechazado o de la próxima
      *    ejecución de LIQTPV).
       CERRAR-COMERCIO.
      *----------------
           MOVE WK-COMERCIO-ACTUAL              TO COMERCIO-ID.

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN tipo_operacion_tpv = 'V'
                                         THEN importe_operacion_tpv
                                              - importe_descuento_tpv
                                         ELSE 0 - importe_operacion_tpv
                                    END), 0)
                INTO   :WK-PTE-OPERACIONES, :WK-PTE-IMPORTE
                FROM   banco.operacion_tpv
                WHERE  id_comercio        = :COMERCIO-ID
                AND    id_liquidacion_tpv IS NULL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CERRAR-COMERCIO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CERRAR-COMERCIO
           END-IF.

           ADD  WK-COM-VENTAS                   TO WK-TOT-VENTAS.
           ADD  WK-COM-DESCUENTO                TO WK-TOT-DESCUENTO.
           ADD  WK-COM-NETO                     TO WK-TOT-NETO.

           MOVE WK-COM-VENTAS                   TO WK-VENTAS-EDIT.
           MOVE WK-COM-DEVOLUCIONES             TO WK-DEVOL-EDIT.
           MOVE WK-COM-RETROCESIONES            TO WK-RETRO-EDIT.
           MOVE WK-COM-DESCUENTO                TO WK-DESCUENTO-EDIT.
           MOVE WK-COM-NETO                     TO WK-NETO-EDIT.

           MOVE SPACES                          TO REG-FICHEXT.
           STRING '    TOTAL MES OPER. [' WK-COM-OPERACIONES
                  '] VENTAS [' WK-VENTAS-EDIT
                  '] DEVOL. [' WK-DEVOL-EDIT
                  '] RETROC. [' WK-RETRO-EDIT
                  '] DESCUENTO [' WK-DESCUENTO-EDIT
                  '] NETO [' WK-NETO-EDIT ']'
                  DELIMITED BY SIZE             INTO REG-FICHEXT.
           WRITE REG-FICHEXT.

           IF   WK-PTE-OPERACIONES > ZERO
           THEN MOVE WK-PTE-IMPORTE             TO WK-NETO-EDIT
                MOVE SPACES                     TO REG-FICHEXT
                STRING '    PENDIENTE DE LIQUIDAR OPER. ['
                       WK-PTE-OPERACIONES '] NETO ['
                       WK-NETO-EDIT ']'
                       DELIMITED BY SIZE        INTO REG-FICHEXT
                WRITE REG-FICHEXT
           END-IF.

       FIN-CERRAR-COMERCIO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE WK-TOT-VENTAS                   TO WK-VENTAS-EDIT.
           MOVE WK-TOT-DESCUENTO                TO WK-DESCUENTO-EDIT.
           MOVE WK-TOT-NETO                     TO WK-NETO-EDIT.

           MOVE SPACES                          TO REG-FICHEXT.
           STRING 'TOTAL COMERCIOS [' WK-CONTADOR-COMERCIOS
                  '] LIQUIDACIONES [' WK-CONTADOR-LIQUIDACIONES
                  '] VENTAS [' WK-VENTAS-EDIT
                  '] DESCUENTO [' WK-DESCUENTO-EDIT
                  '] NETO [' WK-NETO-EDIT ']'
                  DELIMITED BY SIZE             INTO REG-FICHEXT.
           WRITE REG-FICHEXT.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

      *    Sólo avisa y deja el error en LOGERR; el programa no
      *    modifica la base de datos.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** EXTRTPV ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

           MOVE 'EXTRTPV'                       TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'EXTRACTO MENSUAL DE LIQUIDACION TPV'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'MES DEL EXTRACTO     [' WK-MES ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHEXT-NOMBRE ']'.
           DISPLAY 'COMERCIOS            [' WK-CONTADOR-COMERCIOS ']'.
           DISPLAY 'LIQUIDACIONES        [' WK-CONTADOR-LIQUIDACIONES
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
