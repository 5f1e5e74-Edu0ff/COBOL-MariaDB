       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTTPP.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

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
      *    Fichero de salida de la revisión de accesos de proveedores
      *    terceros (PSD2) sobre banco.acceso_tpp: el volumen de
      *    accesos por proveedor, los consentimientos activos de cada
      *    uno y el detalle de los accesos denegados por salirse de
      *    lo consentido. Su nombre lleva la fecha de la ejecución
      *    para no pisar el de ejecuciones anteriores.
           SELECT FICHTPP ASSIGN TO WK-FICHTPP-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHTPP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHTPP RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHTPP                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Ventana de revisión en días hacia atrás desde hoy.
       01  WK-DIAS-PERIODO                  PIC 9(03) VALUE 30.

      * Fila del resumen por proveedor.
       01  WK-TPP-ID                        PIC X(20).
       01  WK-TPP-ACCESOS                   PIC 9(09).
       01  WK-TPP-PERMITIDOS                PIC 9(09).
       01  WK-TPP-DENEGADOS                 PIC 9(09).
       01  WK-TPP-SALDOS                    PIC 9(09).
       01  WK-TPP-MOVIMIENTOS               PIC 9(09).
       01  WK-TPP-PAGOS                     PIC 9(09).
       01  WK-TPP-CUENTAS                   PIC 9(09).

      * Fila de consentimientos activos por proveedor.
       01  WK-CON-ID-TPP                    PIC X(20).
       01  WK-CON-NOMBRE-TPP                PIC X(40).
       01  WK-CON-LICENCIA                  PIC X(20).
       01  WK-CON-ACTIVOS                   PIC 9(09).
       01  WK-CON-CLIENTES                  PIC 9(09).

      * Fila de acceso denegado.
       01  WK-DEN-FEC                       PIC X(14).
       01  WK-DEN-ID-TPP                    PIC X(20).
       01  WK-DEN-ID-CONSENT                PIC 9(10).
       01  WK-DEN-CUENTA                    PIC X(20).
       01  WK-DEN-TIPO                      PIC X(01).
       01  WK-DEN-MOTIVO                    PIC X(01).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * para cerrarla.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                    PIC X(50) VALUE
                                            'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                          PIC 9(02) VALUE 00.
           88  STAT-OK                      VALUE 00.
           88  STAT-ERR-SQL                 VALUE 01.
           88  STAT-ERR-IO                  VALUE 02.

      * La ventana se ajusta con el parámetro RPTTPP_DIAS; por
      * omisión treinta días.
       01  WK-DIAS-ENV                      PIC X(03).

       01  WK-FECHA-ACTUAL                  PIC 9(06).

       01  WK-FICHTPP-NOMBRE                PIC X(30).
       01  FS-FICHTPP                       PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Texto del servicio y del motivo de un acceso denegado.
       01  WK-DEN-TIPO-TXT                  PIC X(11).
       01  WK-DEN-MOTIVO-TXT                PIC X(30).

      * Recuentos para el resumen final.
       01  WK-CONTADOR-PROVEEDORES          PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ACCESOS              PIC 9(09) VALUE 0.
       01  WK-CONTADOR-DENEGADOS            PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM RESUMIR-PROVEEDORES     THRU
                        FIN-RESUMIR-PROVEEDORES
           END-IF.
           IF   STAT-OK
           THEN PERFORM LISTAR-CONSENTIMIENTOS  THRU
                        FIN-LISTAR-CONSENTIMIENTOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM LISTAR-DENEGADOS        THRU
                        FIN-LISTAR-DENEGADOS
                PERFORM ESCRIBIR-TOTALES        THRU
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
           ACCEPT WK-FECHA-ACTUAL               FROM DATE.
           STRING 'tpp-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHTPP-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTTPP CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTTPP'                    TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTTPP'                        TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Ventana del informe, de banco.parametro_batch salvo que la
      *    variable de entorno del mismo nombre la sustituya; el
      *    valor usado queda anotado contra la ejecución.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'RPTTPP'                        TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTTPP_DIAS'                   TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '030'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-ENV.
           IF   WK-DIAS-ENV IS NUMERIC
                AND WK-DIAS-ENV NOT = '000'
           THEN MOVE WK-DIAS-ENV                TO WK-DIAS-PERIODO
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTTPP LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.
       FIN-LEER-PARAMETRO.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-DENEGADOS           TO
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
           MOVE 'RPTTPP'                        TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHTPP-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTTPP REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHTPP-NOMBRE ']'
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
           OPEN OUTPUT FICHTPP.

           IF   FS-FICHTPP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTTPP ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHTPP ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHTPP.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Volumen del período por proveedor: accesos, cuántos se
      * permitieron y cuántos se denegaron, por servicio, y cuántas
      * cuentas distintas ha tocado, de más a menos accesos.
       RESUMIR-PROVEEDORES.
      *--------------------
           MOVE 'ACCESOS DE TERCEROS PSD2 - RESUMEN POR PROVEEDOR'
                                                TO REG-FICHTPP.
           WRITE REG-FICHTPP.

           EXEC SQL
                DECLARE CUR-PROV CURSOR FOR
                SELECT id_tpp, COUNT(*),
                       SUM(CASE WHEN resultado_acceso = 'E'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN resultado_acceso = 'N'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN tipo_acceso = 'S'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN tipo_acceso = 'M'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN tipo_acceso = 'P'
                                THEN 1 ELSE 0 END),
                       COUNT(DISTINCT num_cuenta_acceso)
                FROM   banco.acceso_tpp
                WHERE  fec_acceso >=
                       DATE_SUB(now(),
                                INTERVAL :WK-DIAS-PERIODO DAY)
                GROUP BY id_tpp
                ORDER BY 2 DESC
           END-EXEC.

           EXEC SQL OPEN CUR-PROV END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTTPP OPEN CUR-PROV: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'RESUMIR-PROVEEDORES'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-RESUMIR-PROVEEDORES
           END-IF.

           PERFORM LEER-PROVEEDOR                THRU
                   FIN-LEER-PROVEEDOR
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-PROV END-EXEC.

       FIN-RESUMIR-PROVEEDORES.
           EXIT.

       LEER-PROVEEDOR.
      *---------------
           EXEC SQL
                FETCH CUR-PROV
                INTO  :WK-TPP-ID, :WK-TPP-ACCESOS,
                      :WK-TPP-PERMITIDOS, :WK-TPP-DENEGADOS,
                      :WK-TPP-SALDOS, :WK-TPP-MOVIMIENTOS,
                      :WK-TPP-PAGOS, :WK-TPP-CUENTAS
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                            TO
                     WK-CONTADOR-PROVEEDORES
                ADD  WK-TPP-ACCESOS               TO
                     WK-CONTADOR-ACCESOS
                MOVE SPACES                       TO REG-FICHTPP
                STRING 'PROVEEDOR [' WK-TPP-ID
                       '] ACCESOS [' WK-TPP-ACCESOS
                       '] PERMITIDOS [' WK-TPP-PERMITIDOS
                       '] DENEGADOS [' WK-TPP-DENEGADOS
                       '] SALDOS [' WK-TPP-SALDOS
                       '] MOVIMIENTOS [' WK-TPP-MOVIMIENTOS
                       '] PAGOS [' WK-TPP-PAGOS
                       '] CUENTAS [' WK-TPP-CUENTAS ']'
                       DELIMITED BY SIZE     INTO REG-FICHTPP
                WRITE REG-FICHTPP
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTTPP FETCH CUR-PROV: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PROVEEDOR'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-PROVEEDOR.
           EXIT.

      * Consentimientos activos hoy por proveedor y licencia, y a
      * cuántos clientes distintos llegan.
       LISTAR-CONSENTIMIENTOS.
      *-----------------------
           MOVE 'CONSENTIMIENTOS ACTIVOS POR PROVEEDOR'
                                                TO REG-FICHTPP.
           WRITE REG-FICHTPP.

           EXEC SQL
                DECLARE CUR-CONS CURSOR FOR
                SELECT id_tpp, MAX(nombre_tpp), licencia_tpp,
                       COUNT(*), COUNT(DISTINCT id_cliente)
                FROM   banco.consentimiento_tpp
                WHERE  estado_tpp         = 'A'
                AND    fec_caducidad_tpp >= CURDATE()
                GROUP BY id_tpp, licencia_tpp
                ORDER BY 4 DESC
           END-EXEC.

           EXEC SQL OPEN CUR-CONS END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTTPP OPEN CUR-CONS: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-CONSENTIMIENTOS'     TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-CONSENTIMIENTOS
           END-IF.

           PERFORM LEER-CONSENTIMIENTO           THRU
                   FIN-LEER-CONSENTIMIENTO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CONS END-EXEC.

       FIN-LISTAR-CONSENTIMIENTOS.
           EXIT.

       LEER-CONSENTIMIENTO.
      *--------------------
           EXEC SQL
                FETCH CUR-CONS
                INTO  :WK-CON-ID-TPP, :WK-CON-NOMBRE-TPP,
                      :WK-CON-LICENCIA, :WK-CON-ACTIVOS,
                      :WK-CON-CLIENTES
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE SPACES                       TO REG-FICHTPP
                STRING 'PROVEEDOR [' WK-CON-ID-TPP
                       '] NOMBRE [' WK-CON-NOMBRE-TPP
                       '] LICENCIA [' WK-CON-LICENCIA
                       '] ACTIVOS [' WK-CON-ACTIVOS
                       '] CLIENTES [' WK-CON-CLIENTES ']'
                       DELIMITED BY SIZE     INTO REG-FICHTPP
                WRITE REG-FICHTPP
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTTPP FETCH CUR-CONS: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'LEER-CONSENTIMIENTO'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-CONSENTIMIENTO.
           EXIT.

      * Uso fuera de lo consentido: cada acceso denegado del período,
      * por proveedor y fecha, con el consentimiento que presentó, la
      * cuenta, el servicio pedido y el motivo.
       LISTAR-DENEGADOS.
      *-----------------
           MOVE 'ACCESOS FUERA DEL CONSENTIMIENTO'
                                                TO REG-FICHTPP.
           WRITE REG-FICHTPP.

           EXEC SQL
                DECLARE CUR-DEN CURSOR FOR
                SELECT DATE_FORMAT(fec_acceso, '%Y%m%d%H%i%s'),
                       id_tpp, id_consent_tpp, num_cuenta_acceso,
                       tipo_acceso, motivo_acceso
                FROM   banco.acceso_tpp
                WHERE  fec_acceso >=
                       DATE_SUB(now(),
                                INTERVAL :WK-DIAS-PERIODO DAY)
                AND    resultado_acceso = 'N'
                ORDER BY id_tpp, fec_acceso
           END-EXEC.

           EXEC SQL OPEN CUR-DEN END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTTPP OPEN CUR-DEN: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-DENEGADOS'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-DENEGADOS
           END-IF.

           PERFORM LEER-DENEGADO                 THRU
                   FIN-LEER-DENEGADO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-DEN END-EXEC.

       FIN-LISTAR-DENEGADOS.
           EXIT.

       LEER-DENEGADO.
      *--------------
           EXEC SQL
                FETCH CUR-DEN
                INTO  :WK-DEN-FEC, :WK-DEN-ID-TPP,
                      :WK-DEN-ID-CONSENT, :WK-DEN-CUENTA,
                      :WK-DEN-TIPO, :WK-DEN-MOTIVO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                            TO
                     WK-CONTADOR-DENEGADOS
                PERFORM TRADUCIR-DENEGADO         THRU
                        FIN-TRADUCIR-DENEGADO
                MOVE SPACES                       TO REG-FICHTPP
                STRING 'FECHA [' WK-DEN-FEC
                       '] PROVEEDOR [' WK-DEN-ID-TPP
                       '] CONSENTIMIENTO [' WK-DEN-ID-CONSENT
                       '] CUENTA [' WK-DEN-CUENTA
                       '] SERVICIO [' WK-DEN-TIPO-TXT
                       '] MOTIVO [' WK-DEN-MOTIVO-TXT ']'
                       DELIMITED BY SIZE     INTO REG-FICHTPP
                WRITE REG-FICHTPP
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTTPP FETCH CUR-DEN: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTPP'                     TO LOGERR-E-PROGRAMA
                MOVE 'LEER-DENEGADO'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-DENEGADO.
           EXIT.

       TRADUCIR-DENEGADO.
      *------------------
           EVALUATE WK-DEN-TIPO
           WHEN 'S'
                MOVE 'SALDOS'                     TO WK-DEN-TIPO-TXT
           WHEN 'M'
                MOVE 'MOVIMIENTOS'                TO WK-DEN-TIPO-TXT
           WHEN OTHER
                MOVE 'PAGO'                       TO WK-DEN-TIPO-TXT
           END-EVALUATE.

           EVALUATE WK-DEN-MOTIVO
           WHEN 'C'
                MOVE 'CUENTA NO INCLUIDA'         TO WK-DEN-MOTIVO-TXT
           WHEN 'F'
                MOVE 'SERVICIO NO CONSENTIDO'     TO WK-DEN-MOTIVO-TXT
           WHEN OTHER
                MOVE 'CONSENTIMIENTO NO VIGENTE'  TO WK-DEN-MOTIVO-TXT
           END-EVALUATE.

       FIN-TRADUCIR-DENEGADO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                           TO REG-FICHTPP.
           STRING 'TOTAL PROVEEDORES [' WK-CONTADOR-PROVEEDORES
                  '] ACCESOS [' WK-CONTADOR-ACCESOS
                  '] FUERA DEL CONSENTIMIENTO ['
                  WK-CONTADOR-DENEGADOS ']'
                  DELIMITED BY SIZE          INTO REG-FICHTPP.
           WRITE REG-FICHTPP.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ACCESOS DE PROVEEDORES TERCEROS (PSD2)'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHTPP-NOMBRE ']'.
           DISPLAY 'DIAS DEL PERIODO       [' WK-DIAS-PERIODO ']'.
           DISPLAY 'PROVEEDORES            ['
                   WK-CONTADOR-PROVEEDORES ']'.
           DISPLAY 'ACCESOS                [' WK-CONTADOR-ACCESOS ']'.
           DISPLAY 'FUERA DEL CONSENTIM.   ['
                   WK-CONTADOR-DENEGADOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
