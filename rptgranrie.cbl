       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTGRANRIE.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe mensual de grandes riesgos: los grupos económicos
      * activos ordenados de mayor a menor riesgo vivo, con el
      * desglose por clase de operación (el mismo cálculo que
      * GRUPOECO), su peso sobre los recursos propios del banco y su
      * límite aprobado. Se marca cada grupo que:
      *   - GRAN RIESGO: llega al 10% de los recursos propios;
      *   - SUPERA 25%: pasa del 25%, el máximo permitido;
      *   - SOBRE LIMITE: pasa del límite que tiene aprobado.
      *
      * RPTGRANRIE_FONDOS_PROPIOS  Recursos propios computables en
      *                            euros, doce cifras con ceros a la
      *                            izquierda (por defecto 100.000.000).

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
      *    Fichero de salida: un renglón por grupo y los totales. Su
      *    nombre lleva la fecha de la ejecución.
           SELECT FICHGRA ASSIGN TO WK-FICHGRA-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHGRA.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHGRA RECORD CONTAINS 400 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHGRA                      PIC X(400).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE grupoeco         END-EXEC.

      * NIF de la matriz y riesgo del grupo por clase de operación.
       01  WK-NIF-MATRIZ                     PIC X(10).
       01  WK-RIE-PRESTAMOS                  PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-RIE-POLIZAS                    PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-RIE-TARJETAS                   PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-RIE-DESCUBIERTOS               PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-RIE-AVALES                     PIC S9(11)V99
                                             LEADING SEPARATE.
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

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.

      * Recursos propios computables.
       01  WK-FONDOS-PROPIOS                 PIC 9(12) VALUE
                                             100000000.
       01  WK-FONDOS-PROPIOS-ENV             PIC X(12).

      * Riesgo total del grupo, su peso sobre los recursos propios y
      * las marcas del renglón.
       01  WK-RIESGO                         PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-PCT-FONDOS                     PIC S9(05)V99
                                             LEADING SEPARATE.
       01  WK-MARCAS                         PIC X(40).
       01  WK-PUNTERO                        PIC 9(03).

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FICHGRA-NOMBRE                 PIC X(40).
       01  FS-FICHGRA                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Grupos listados, grandes riesgos, los que pasan del 25%, los
      * que pasan de su límite y riesgo total de todos ellos.
       01  WK-CONTADOR-GRUPOS                PIC 9(07) VALUE 0.
       01  WK-CONTADOR-GRANDES               PIC 9(07) VALUE 0.
       01  WK-CONTADOR-EXCESO                PIC 9(07) VALUE 0.
       01  WK-CONTADOR-SOBRE-LIMITE          PIC 9(07) VALUE 0.
       01  WK-RIESGO-TOTAL                   PIC S9(15)V99
                                             LEADING SEPARATE
                                             VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
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
                IF   STAT-OK
                THEN PERFORM LISTAR-GRUPOS      THRU
                             FIN-LISTAR-GRUPOS
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

           STRING 'grandes-riesgos-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHGRA-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTGRANRIE CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTGRANRIE'                TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTGRANRIE'                    TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Umbrales y plazos del proceso, de banco.parametro_batch
      *    salvo que la variable de entorno del mismo nombre los
      *    sustituya; el valor usado queda anotado contra la
      *    ejecución.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'RPTGRANRIE'                    TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTGRANRIE_FONDOS_PROPIOS'     TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 12                              TO
                PARAMBATCH-E-LONGITUD.
           MOVE '000100000000'                  TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO
                WK-FONDOS-PROPIOS-ENV.
           IF   WK-FONDOS-PROPIOS-ENV NOT = SPACES
                AND WK-FONDOS-PROPIOS-ENV IS NUMERIC
                AND WK-FONDOS-PROPIOS-ENV NOT = ZEROS
           THEN MOVE WK-FONDOS-PROPIOS-ENV      TO WK-FONDOS-PROPIOS
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTGRANRIE LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTGRANRIE'                 TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-GRUPOS              TO
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
      *    confidencial: lleva el riesgo de clientes con nombre.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTGRANRIE'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHGRA-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTGRANRIE REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHGRA-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHGRA.

           IF   FS-FICHGRA NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTGRANRIE ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHGRA-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHGRA ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHGRA.
           STRING 'GRANDES RIESGOS A [' WK-FECHA-ACTUAL-8
                  '] RECURSOS PROPIOS [' WK-FONDOS-PROPIOS
                  '] GRAN RIESGO DESDE EL 10%, MAXIMO EL 25%'
                  DELIMITED BY SIZE             INTO REG-FICHGRA.
           WRITE REG-FICHGRA.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHGRA.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Los grupos activos con su riesgo, del mayor al menor. Cada
      *    clase de operación se suma sobre las cuentas y tarjetas de
      *    las que algún miembro vigente es titular o cotitular, cada
      *    una una sola vez, con las mismas reglas que GRUPOECO.
       LISTAR-GRUPOS.
      *--------------
           EXEC SQL
                DECLARE CUR-GRUPOS CURSOR FOR
                SELECT X.id_grupo, X.nom_grupo, X.nif_cliente,
                       X.limite_grupo, X.control_grupo,
                       X.rie_pre, X.rie_pol, X.rie_tar, X.rie_des,
                       X.rie_ava
                FROM  (SELECT G.id_grupo, G.nom_grupo, C.nif_cliente,
                              G.limite_grupo, G.control_grupo,
                       COALESCE((SELECT SUM(P.principal_prestamo -
                         COALESCE((SELECT SUM(Q.importe_amort_cuota)
                                   FROM   banco.prestamo_cuota Q
                                   WHERE  Q.id_prestamo =
                                          P.id_prestamo
                                   AND    (P.fec_reestructura_prestamo
                                           IS NULL
                                           OR (Q.fecha_cargo_cuota >
                                             P.fec_reestructura_prestamo
                                             AND Q.num_cuota > 0))),
                                  0))
                         FROM   banco.prestamo P
                         WHERE  P.estado_prestamo IN ('A', 'M')
                         AND    P.id_medio_cuenta IN
                                (SELECT R.id_medio
                                 FROM   banco.cliente_rln_cuenta R,
                                        banco.grupo_miembro      M
                                 WHERE  M.id_grupo   = G.id_grupo
                                 AND    M.fec_baja_miembro IS NULL
                                 AND    R.id_cliente = M.id_cliente
                                 AND    R.tip_rln    IN ('T', 'C'))),
                         0) AS rie_pre,
                       COALESCE((SELECT SUM(PC.limite_poliza)
                         FROM   banco.poliza_credito PC
                         WHERE  PC.estado_poliza = 'A'
                         AND    PC.id_medio_cuenta IN
                                (SELECT R.id_medio
                                 FROM   banco.cliente_rln_cuenta R,
                                        banco.grupo_miembro      M
                                 WHERE  M.id_grupo   = G.id_grupo
                                 AND    M.fec_baja_miembro IS NULL
                                 AND    R.id_cliente = M.id_cliente
                                 AND    R.tip_rln    IN ('T', 'C'))),
                         0) AS rie_pol,
                       COALESCE((SELECT SUM(ABS(T.cred_tarjeta))
                         FROM   banco.tarjeta T
                         WHERE  T.estado_tarjeta <> 'B'
                         AND    T.id_medio IN
                                (SELECT R.id_medio
                                 FROM   banco.cliente_rln_cuenta R,
                                        banco.grupo_miembro      M
                                 WHERE  M.id_grupo   = G.id_grupo
                                 AND    M.fec_baja_miembro IS NULL
                                 AND    R.id_cliente = M.id_cliente
                                 AND    R.tip_rln    IN ('T', 'C'))),
                         0) AS rie_tar,
                       COALESCE((SELECT SUM(GREATEST(CT.limite_cuenta,
                           0 - CT.saldo_cuenta
                           - COALESCE((SELECT SUM(PL.limite_poliza)
                                       FROM   banco.poliza_credito PL
                                       WHERE  PL.id_medio_cuenta =
                                              CT.id_medio
                                       AND    PL.estado_poliza = 'A'),
                                      0),
                           0))
                         FROM   banco.cuenta CT
                         WHERE  CT.estado_cuenta = 'A'
                         AND    CT.id_medio IN
                                (SELECT R.id_medio
                                 FROM   banco.cliente_rln_cuenta R,
                                        banco.grupo_miembro      M
                                 WHERE  M.id_grupo   = G.id_grupo
                                 AND    M.fec_baja_miembro IS NULL
                                 AND    R.id_cliente = M.id_cliente
                                 AND    R.tip_rln    IN ('T', 'C'))),
                         0) AS rie_des,
                       COALESCE((SELECT SUM(CASE
                                 WHEN AB.estado_aval = 'A'
                                 THEN AB.importe_aval
                                 ELSE AB.importe_pendiente
                                    + AB.importe_mora END)
                         FROM   banco.aval_bancario AB
                         WHERE  AB.estado_aval IN ('A', 'M')
                         AND    AB.id_medio_cuenta IN
                                (SELECT R.id_medio
                                 FROM   banco.cliente_rln_cuenta R,
                                        banco.grupo_miembro      M
                                 WHERE  M.id_grupo   = G.id_grupo
                                 AND    M.fec_baja_miembro IS NULL
                                 AND    R.id_cliente = M.id_cliente
                                 AND    R.tip_rln    IN ('T', 'C'))),
                         0) AS rie_ava
                       FROM   banco.grupo_economico G,
                              banco.cliente         C
                       WHERE  G.estado_grupo = 'A'
                       AND    C.id_cliente   = G.id_cliente_matriz) X
                ORDER BY X.rie_pre + X.rie_pol + X.rie_tar + X.rie_des
                         + X.rie_ava DESC, X.id_grupo
           END-EXEC.

           EXEC SQL OPEN CUR-GRUPOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-GRUPOS'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-GRUPOS
           END-IF.

           PERFORM LISTAR-UN-GRUPO              THRU
                   FIN-LISTAR-UN-GRUPO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-GRUPOS END-EXEC.

       FIN-LISTAR-GRUPOS.
           EXIT.

       LISTAR-UN-GRUPO.
      *----------------
           EXEC SQL
                FETCH CUR-GRUPOS
                INTO  :GRUPOECO-ID, :GRUPOECO-NOM, :WK-NIF-MATRIZ,
                      :GRUPOECO-LIMITE, :GRUPOECO-CONTROL,
                      :WK-RIE-PRESTAMOS, :WK-RIE-POLIZAS,
                      :WK-RIE-TARJETAS, :WK-RIE-DESCUBIERTOS,
                      :WK-RIE-AVALES
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-GRUPO          THRU
                        FIN-ESCRIBIR-GRUPO
           WHEN OTHER
                MOVE 'LISTAR-UN-GRUPO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LISTAR-UN-GRUPO.
           EXIT.

      *    Un grupo: su puesto en la clasificación, el desglose, el
      *    total, su peso sobre los recursos propios, su límite y las
      *    marcas que le correspondan.
       ESCRIBIR-GRUPO.
      *---------------
           ADD  1                               TO WK-CONTADOR-GRUPOS.

           COMPUTE WK-RIESGO = WK-RIE-PRESTAMOS + WK-RIE-POLIZAS
                             + WK-RIE-TARJETAS + WK-RIE-DESCUBIERTOS
                             + WK-RIE-AVALES.
           ADD  WK-RIESGO                       TO WK-RIESGO-TOTAL.

           COMPUTE WK-PCT-FONDOS ROUNDED = WK-RIESGO * 100
                                         / WK-FONDOS-PROPIOS.

           MOVE SPACES                          TO WK-MARCAS.
           MOVE 1                               TO WK-PUNTERO.

           IF   WK-PCT-FONDOS NOT < 10
           THEN ADD  1                          TO WK-CONTADOR-GRANDES
                STRING 'GRAN RIESGO ' DELIMITED BY SIZE
                       INTO WK-MARCAS WITH POINTER WK-PUNTERO
           END-IF.

           IF   WK-PCT-FONDOS > 25
           THEN ADD  1                          TO WK-CONTADOR-EXCESO
                STRING 'SUPERA 25% ' DELIMITED BY SIZE
                       INTO WK-MARCAS WITH POINTER WK-PUNTERO
           END-IF.

           IF   GRUPOECO-LIMITE > ZERO
                AND WK-RIESGO > GRUPOECO-LIMITE
           THEN ADD  1                          TO
                     WK-CONTADOR-SOBRE-LIMITE
                STRING 'SOBRE LIMITE' DELIMITED BY SIZE
                       INTO WK-MARCAS WITH POINTER WK-PUNTERO
           END-IF.

           MOVE SPACES                          TO REG-FICHGRA.
           STRING 'PUESTO [' WK-CONTADOR-GRUPOS
                  '] GRUPO [' GRUPOECO-ID '] ' GRUPOECO-NOM
                  ' MATRIZ [' WK-NIF-MATRIZ
                  '] PRESTAMOS [' WK-RIE-PRESTAMOS
                  '] POLIZAS [' WK-RIE-POLIZAS
                  '] TARJETAS [' WK-RIE-TARJETAS
                  '] DESCUBIERTOS [' WK-RIE-DESCUBIERTOS
                  '] AVALES [' WK-RIE-AVALES
                  '] TOTAL [' WK-RIESGO
                  '] % RECURSOS PROPIOS [' WK-PCT-FONDOS
                  '] LIMITE [' GRUPOECO-LIMITE
                  '] CONTROL [' GRUPOECO-CONTROL '] ' WK-MARCAS
                  DELIMITED BY SIZE             INTO REG-FICHGRA.
           WRITE REG-FICHGRA.

       FIN-ESCRIBIR-GRUPO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHGRA.
           STRING 'GRUPOS [' WK-CONTADOR-GRUPOS
                  '] GRANDES RIESGOS [' WK-CONTADOR-GRANDES
                  '] SOBRE EL 25% [' WK-CONTADOR-EXCESO
                  '] SOBRE SU LIMITE [' WK-CONTADOR-SOBRE-LIMITE
                  '] RIESGO TOTAL [' WK-RIESGO-TOTAL ']'
                  DELIMITED BY SIZE             INTO REG-FICHGRA.
           WRITE REG-FICHGRA.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTGRANRIE ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'RPTGRANRIE'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'GRANDES RIESGOS POR GRUPO ECONOMICO'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHGRA-NOMBRE ']'.
           DISPLAY 'RECURSOS PROPIOS     [' WK-FONDOS-PROPIOS ']'.
           DISPLAY 'GRUPOS               [' WK-CONTADOR-GRUPOS ']'.
           DISPLAY 'GRANDES RIESGOS      [' WK-CONTADOR-GRANDES ']'.
           DISPLAY 'SOBRE EL 25%         [' WK-CONTADOR-EXCESO ']'.
           DISPLAY 'SOBRE SU LIMITE      [' WK-CONTADOR-SOBRE-LIMITE
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
