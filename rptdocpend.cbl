       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTDOCPEND.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe diario de documentación pendiente: los productos vivos
      * que no tienen en el archivo documental (DOCUMENTO) el papel que
      * les corresponde, y los clientes fallecidos sin certificado de
      * defunción. Por oficina del titular y, dentro de cada oficina,
      * de lo más antiguo a lo más reciente, con el tramo de
      * antigüedad de cada uno:
      *   - cuenta, tarjeta o plazo fijo sin contrato (CON);
      *   - préstamo vivo sin escritura (ESC);
      *   - mandato pendiente o activo sin orden firmada (MAN);
      *   - cliente fallecido sin certificado (DEF).
      * La copia del documento de identidad (IDE) no entra: el
      * cliente no guarda fecha de alta con la que fechar la falta.
      *
      * RPTDOCPEND_FECHA_DESDE  Fecha (AAAAMMDD) desde la que se exige
      *                         el papel: lo abierto antes no sale. Por
      *                         defecto, todo.

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
      *    Fichero de salida: un renglón por falta, el resumen de cada
      *    oficina y los totales. Su nombre lleva la fecha de la
      *    ejecución.
           SELECT FICHPEN ASSIGN TO WK-FICHPEN-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHPEN.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHPEN RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHPEN                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
      * Falta que devuelve el cursor: oficina del titular, clase de
      * cliente o producto (como la entidad del índice) y su
      * identificador, tipo de documento que falta, fecha de apertura
      * (o de fallecimiento) y días transcurridos.
       01  WK-PEN-OFICINA                    PIC X(04).
       01  WK-PEN-ENTIDAD                    PIC X(03).
       01  WK-PEN-ID                         PIC 9(10).
       01  WK-PEN-TIPO                       PIC X(03).
       01  WK-PEN-FECHA                      PIC X(08).
       01  WK-PEN-DIAS                       PIC 9(05).

       01  WK-FECHA-DESDE                    PIC X(08).
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

      * Fecha desde la que se exige la documentación.
       01  WK-FECHA-DESDE-ENV                PIC X(08).

      * Tramo de antigüedad de la falta en curso.
       01  WK-TRAMO                          PIC X(14).

      * Oficina en curso, para el corte, y faltas de la oficina por
      * tramo de antigüedad.
       01  WK-OFICINA-ANT                    PIC X(04).
       01  SW-PRIMERA                        PIC 9(01) VALUE 1.
           88  PRIMERA-SI                    VALUE 1.
           88  PRIMERA-NO                    VALUE 0.
       01  WK-OFI-HASTA-7                    PIC 9(07).
       01  WK-OFI-HASTA-30                   PIC 9(07).
       01  WK-OFI-MAS-30                     PIC 9(07).

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FICHPEN-NOMBRE                 PIC X(40).
       01  FS-FICHPEN                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Faltas listadas, oficinas con alguna y faltas por tramo.
       01  WK-CONTADOR-FALTAS                PIC 9(07) VALUE 0.
       01  WK-CONTADOR-OFICINAS              PIC 9(05) VALUE 0.
       01  WK-CONTADOR-HASTA-7               PIC 9(07) VALUE 0.
       01  WK-CONTADOR-HASTA-30              PIC 9(07) VALUE 0.
       01  WK-CONTADOR-MAS-30                PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
                IF   STAT-OK
                THEN PERFORM LISTAR-PENDIENTES  THRU
                             FIN-LISTAR-PENDIENTES
                     PERFORM ESCRIBIR-TOTALES   THRU
                             FIN-ESCRIBIR-TOTALES
                     PERFORM CERRAR-FICHERO     THRU
                             FIN-CERRAR-FICHERO
                END-IF
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

           MOVE '00000000'                      TO WK-FECHA-DESDE.
           MOVE SPACES                          TO WK-FECHA-DESDE-ENV.
           ACCEPT WK-FECHA-DESDE-ENV            FROM ENVIRONMENT
                                          'RPTDOCPEND_FECHA_DESDE'.
           IF   WK-FECHA-DESDE-ENV NOT = SPACES
                AND WK-FECHA-DESDE-ENV IS NUMERIC
           THEN MOVE WK-FECHA-DESDE-ENV         TO WK-FECHA-DESDE
           END-IF.

           STRING 'documentacion-pendiente-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHPEN-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTDOCPEND CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTDOCPEND'                TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTDOCPEND'                    TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-FALTAS              TO
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
      *    confidencial: lleva productos y clientes identificados.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTDOCPEND'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHPEN-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTDOCPEND REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHPEN-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHPEN.

           IF   FS-FICHPEN NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTDOCPEND ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHPEN-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHPEN ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHPEN.
           STRING 'DOCUMENTACION PENDIENTE A [' WK-FECHA-ACTUAL-8
                  '] EXIGIDA DESDE [' WK-FECHA-DESDE ']'
                  DELIMITED BY SIZE             INTO REG-FICHPEN.
           WRITE REG-FICHPEN.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHPEN.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Cada clase de producto con el documento que le toca y que
      *    no tiene vigente en el índice. La oficina es la del titular
      *    (la menor, si la cuenta tiene varios; la del cliente, en las
      *    tarjetas); '----' si no consta.
       LISTAR-PENDIENTES.
      *------------------
           EXEC SQL
                DECLARE CUR-PENDIENTES CURSOR FOR
                SELECT COALESCE(X.oficina, '----'), X.entidad, X.id,
                       X.tipo, DATE_FORMAT(X.fecha, '%Y%m%d'),
                       DATEDIFF(CURDATE(), X.fecha)
                FROM  (SELECT
                         (SELECT MIN(C.oficina_cliente)
                          FROM   banco.cliente_rln_cuenta R,
                                 banco.cliente            C
                          WHERE  R.id_medio   = CT.id_medio
                          AND    R.tip_rln    = 'T'
                          AND    C.id_cliente = R.id_cliente)
                                                    AS oficina,
                         'CTA' AS entidad, CT.id_medio AS id,
                         'CON' AS tipo, CT.fec_alta_cuenta AS fecha
                       FROM   banco.cuenta CT
                       WHERE  CT.estado_cuenta <> 'B'
                       AND    NOT EXISTS
                             (SELECT 1 FROM banco.documento D
                              WHERE  D.entidad_documento    = 'CTA'
                              AND    D.id_entidad_documento =
                                     CT.id_medio
                              AND    D.tipo_documento       = 'CON'
                              AND    D.estado_documento     = 'A')
                       UNION ALL
                       SELECT
                         (SELECT C.oficina_cliente
                          FROM   banco.cliente C
                          WHERE  C.id_cliente = T.id_cliente),
                         'TAR', T.id_medio, 'CON', T.fec_alta_tarjeta
                       FROM   banco.tarjeta T
                       WHERE  T.estado_tarjeta <> 'B'
                       AND    NOT EXISTS
                             (SELECT 1 FROM banco.documento D
                              WHERE  D.entidad_documento    = 'TAR'
                              AND    D.id_entidad_documento =
                                     T.id_medio
                              AND    D.tipo_documento       = 'CON'
                              AND    D.estado_documento     = 'A')
                       UNION ALL
                       SELECT
                         (SELECT MIN(C.oficina_cliente)
                          FROM   banco.cliente_rln_cuenta R,
                                 banco.cliente            C
                          WHERE  R.id_medio   = P.id_medio_cuenta
                          AND    R.tip_rln    = 'T'
                          AND    C.id_cliente = R.id_cliente),
                         'PRE', P.id_prestamo, 'ESC',
                         P.fecha_alta_prestamo
                       FROM   banco.prestamo P
                       WHERE  P.estado_prestamo IN ('A', 'M')
                       AND    NOT EXISTS
                             (SELECT 1 FROM banco.documento D
                              WHERE  D.entidad_documento    = 'PRE'
                              AND    D.id_entidad_documento =
                                     P.id_prestamo
                              AND    D.tipo_documento       = 'ESC'
                              AND    D.estado_documento     = 'A')
                       UNION ALL
                       SELECT
                         (SELECT MIN(C.oficina_cliente)
                          FROM   banco.cliente_rln_cuenta R,
                                 banco.cliente            C
                          WHERE  R.id_medio   = Z.id_medio_cuenta
                          AND    R.tip_rln    = 'T'
                          AND    C.id_cliente = R.id_cliente),
                         'PLZ', Z.id_plazo, 'CON',
                         Z.fecha_apertura_plazo
                       FROM   banco.plazo_fijo Z
                       WHERE  Z.estado_plazo = 'A'
                       AND    NOT EXISTS
                             (SELECT 1 FROM banco.documento D
                              WHERE  D.entidad_documento    = 'PLZ'
                              AND    D.id_entidad_documento =
                                     Z.id_plazo
                              AND    D.tipo_documento       = 'CON'
                              AND    D.estado_documento     = 'A')
                       UNION ALL
                       SELECT
                         (SELECT MIN(C.oficina_cliente)
                          FROM   banco.cliente_rln_cuenta R,
                                 banco.cliente            C
                          WHERE  R.id_medio   = M.id_medio_cta
                          AND    R.tip_rln    = 'T'
                          AND    C.id_cliente = R.id_cliente),
                         'MAN', M.id_medio, 'MAN', M.fec_alta_mandato
                       FROM   banco.mandato M
                       WHERE  M.estado_mandato IN ('P', 'A')
                       AND    NOT EXISTS
                             (SELECT 1 FROM banco.documento D
                              WHERE  D.entidad_documento    = 'MAN'
                              AND    D.id_entidad_documento =
                                     M.id_medio
                              AND    D.tipo_documento       = 'MAN'
                              AND    D.estado_documento     = 'A')
                       UNION ALL
                       SELECT C.oficina_cliente, 'CLI', C.id_cliente,
                              'DEF', C.fecha_fallecimiento_cliente
                       FROM   banco.cliente C
                       WHERE  C.fecha_fallecimiento_cliente
                              IS NOT NULL
                       AND    NOT EXISTS
                             (SELECT 1 FROM banco.documento D
                              WHERE  D.entidad_documento    = 'CLI'
                              AND    D.id_entidad_documento =
                                     C.id_cliente
                              AND    D.tipo_documento       = 'DEF'
                              AND    D.estado_documento     = 'A')) X
                WHERE  X.fecha IS NOT NULL
                AND    DATE_FORMAT(X.fecha, '%Y%m%d') >=
                       :WK-FECHA-DESDE
                ORDER BY 1, 6 DESC, 2, 3
           END-EXEC.

           EXEC SQL OPEN CUR-PENDIENTES END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-PENDIENTES'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-PENDIENTES
           END-IF.

           PERFORM LISTAR-UNA-PENDIENTE         THRU
                   FIN-LISTAR-UNA-PENDIENTE
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-PENDIENTES END-EXEC.

      *    El resumen de la última oficina.
           IF   STAT-OK AND PRIMERA-NO
           THEN PERFORM ESCRIBIR-OFICINA        THRU
                        FIN-ESCRIBIR-OFICINA
           END-IF.

       FIN-LISTAR-PENDIENTES.
           EXIT.

       LISTAR-UNA-PENDIENTE.
      *---------------------
           EXEC SQL
                FETCH CUR-PENDIENTES
                INTO  :WK-PEN-OFICINA, :WK-PEN-ENTIDAD, :WK-PEN-ID,
                      :WK-PEN-TIPO, :WK-PEN-FECHA, :WK-PEN-DIAS
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-PENDIENTE      THRU
                        FIN-ESCRIBIR-PENDIENTE
           WHEN OTHER
                MOVE 'LISTAR-UNA-PENDIENTE'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LISTAR-UNA-PENDIENTE.
           EXIT.

      *    Una falta, con su tramo de antigüedad. Al cambiar de
      *    oficina se cierra la anterior con su resumen.
       ESCRIBIR-PENDIENTE.
      *-------------------
           IF   PRIMERA-NO
                AND WK-PEN-OFICINA NOT = WK-OFICINA-ANT
           THEN PERFORM ESCRIBIR-OFICINA        THRU
                        FIN-ESCRIBIR-OFICINA
           END-IF.

           IF   PRIMERA-SI
                OR WK-PEN-OFICINA NOT = WK-OFICINA-ANT
           THEN SET  PRIMERA-NO                 TO TRUE
                MOVE WK-PEN-OFICINA             TO WK-OFICINA-ANT
                MOVE ZERO                       TO WK-OFI-HASTA-7
                                                   WK-OFI-HASTA-30
                                                   WK-OFI-MAS-30
                ADD  1                          TO
                     WK-CONTADOR-OFICINAS
           END-IF.

           ADD  1                               TO WK-CONTADOR-FALTAS.

           EVALUATE TRUE
           WHEN WK-PEN-DIAS NOT > 7
                MOVE 'HASTA 7 DIAS'             TO WK-TRAMO
                ADD  1                          TO WK-OFI-HASTA-7
                                                   WK-CONTADOR-HASTA-7
           WHEN WK-PEN-DIAS NOT > 30
                MOVE 'DE 8 A 30 DIAS'           TO WK-TRAMO
                ADD  1                          TO WK-OFI-HASTA-30
                                                   WK-CONTADOR-HASTA-30
           WHEN OTHER
                MOVE 'MAS DE 30 DIAS'           TO WK-TRAMO
                ADD  1                          TO WK-OFI-MAS-30
                                                   WK-CONTADOR-MAS-30
           END-EVALUATE.

           MOVE SPACES                          TO REG-FICHPEN.
           STRING 'OFICINA [' WK-PEN-OFICINA
                  '] ' WK-PEN-ENTIDAD ' [' WK-PEN-ID
                  '] FALTA [' WK-PEN-TIPO
                  '] DESDE [' WK-PEN-FECHA
                  '] DIAS [' WK-PEN-DIAS
                  '] ' WK-TRAMO
                  DELIMITED BY SIZE             INTO REG-FICHPEN.
           WRITE REG-FICHPEN.

       FIN-ESCRIBIR-PENDIENTE.
           EXIT.

       ESCRIBIR-OFICINA.
      *-----------------
           MOVE SPACES                          TO REG-FICHPEN.
           STRING 'OFICINA [' WK-OFICINA-ANT
                  '] HASTA 7 DIAS [' WK-OFI-HASTA-7
                  '] DE 8 A 30 [' WK-OFI-HASTA-30
                  '] MAS DE 30 [' WK-OFI-MAS-30 ']'
                  DELIMITED BY SIZE             INTO REG-FICHPEN.
           WRITE REG-FICHPEN.

       FIN-ESCRIBIR-OFICINA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHPEN.
           STRING 'FALTAS [' WK-CONTADOR-FALTAS
                  '] OFICINAS [' WK-CONTADOR-OFICINAS
                  '] HASTA 7 DIAS [' WK-CONTADOR-HASTA-7
                  '] DE 8 A 30 [' WK-CONTADOR-HASTA-30
                  '] MAS DE 30 [' WK-CONTADOR-MAS-30 ']'
                  DELIMITED BY SIZE             INTO REG-FICHPEN.
           WRITE REG-FICHPEN.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTDOCPEND ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'RPTDOCPEND'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'DOCUMENTACION PENDIENTE POR OFICINA'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHPEN-NOMBRE ']'.
           DISPLAY 'EXIGIDA DESDE        [' WK-FECHA-DESDE ']'.
           DISPLAY 'FALTAS               [' WK-CONTADOR-FALTAS ']'.
           DISPLAY 'OFICINAS             [' WK-CONTADOR-OFICINAS ']'.
           DISPLAY 'MAS DE 30 DIAS       [' WK-CONTADOR-MAS-30 ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
