       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTLTV.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Seguimiento mensual del LTV de los préstamos hipotecarios para
      * el departamento de riesgos. Para cada préstamo vivo con
      * garantías activas se calcula el capital pendiente (principal
      * menos la amortización cobrada en banco.prestamo_cuota; en un
      * préstamo reestructurado, la del calendario nuevo) y el
      * valor de las garantías (suma de la última tasación de cada
      * una); se listan los préstamos cuyo LTV supera el límite de la
      * política de riesgos o que no tienen ninguna tasación, y las
      * garantías cuya última tasación es anterior al plazo de
      * revisión.
      *
      * RPTLTV_LIMITE          LTV máximo en % (por defecto 80).
      * RPTLTV_MESES_TASACION  Meses de validez de la tasación (por
      *                        defecto 36).

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
      *    Fichero de salida del listado. Su nombre lleva la fecha de
      *    la ejecución para no pisar el de ejecuciones anteriores.
           SELECT FICHLTV ASSIGN TO WK-FICHLTV-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHLTV.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por préstamo fuera de política y otra por garantía
      * con la tasación caducada.
       FD FICHLTV RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHLTV                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Préstamo que devuelve CUR-LTV con sus garantías agregadas.
       01  WK-ID-PRESTAMO                   PIC 9(10).
       01  WK-ID-CUENTA                     PIC 9(10).
       01  WK-ESTADO-PRESTAMO               PIC X(01).
       01  WK-CAPITAL-PENDIENTE             PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-VALOR-GARANTIAS               PIC S9(12)V99 LEADING
                                            SEPARATE.
       01  WK-NUM-GARANTIAS                 PIC 9(04).
       01  WK-NUM-SIN-TASACION              PIC 9(04).

      * Garantía que devuelve CUR-TASACION.
       01  WK-ID-GARANTIA                   PIC 9(10).
       01  WK-TIPO-GARANTIA                 PIC X(01).
       01  WK-REF-CATASTRAL                 PIC X(20).
       01  WK-FEC-TASACION                  PIC X(08).
       01  WK-VALOR-TASACION                PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-TASADORA                      PIC X(40).

       01  WK-MESES-TASACION                PIC 9(02) VALUE 36.

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


       01  WK-FECHA-ACTUAL-8                 PIC 9(08).

       01  WK-FICHLTV-NOMBRE                 PIC X(30).
       01  FS-FICHLTV                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Límite de LTV de la política de riesgos, en %.
       01  WK-LIMITE-LTV                     PIC 9(02) VALUE 80.
       01  WK-LIMITE-LTV-ENV                 PIC X(02).
       01  WK-MESES-TASACION-ENV             PIC X(02).

       01  WK-LTV                            PIC 9(05)V99.
       01  WK-MARCA                          PIC X(16).

      * Totales: préstamos revisados, fuera de política, sin tasación
      * y garantías con la tasación caducada.
       01  WK-CONTADOR-PRESTAMOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SUPERAN               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-TASACION          PIC 9(06) VALUE 0.
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
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-LTV              THRU FIN-LISTAR-LTV
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-TASACIONES       THRU
                        FIN-LISTAR-TASACIONES
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

           STRING 'ltv-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHLTV-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTLTV CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTLTV'                    TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTLTV'                        TO BATLOG-E-PROGRAMA.

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
           MOVE 'RPTLTV'                        TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTLTV_LIMITE'                 TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '80'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-LIMITE-LTV-ENV.
           IF   WK-LIMITE-LTV-ENV IS NUMERIC
           THEN MOVE WK-LIMITE-LTV-ENV          TO WK-LIMITE-LTV
           END-IF.

           MOVE 'RPTLTV_MESES_TASACION'         TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '36'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO
                WK-MESES-TASACION-ENV.
           IF   WK-MESES-TASACION-ENV IS NUMERIC
           THEN MOVE WK-MESES-TASACION-ENV      TO WK-MESES-TASACION
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTLTV LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTLTV'                     TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-PRESTAMOS           TO
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
           MOVE 'RPTLTV'                        TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHLTV-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTLTV REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHLTV-NOMBRE ']'
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
           OPEN OUTPUT FICHLTV.

           IF   FS-FICHLTV NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTLTV ABRIR-FICHERO: ERROR'
                DISPLAY 'FILE STATUS [' FS-FICHLTV ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHLTV.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Préstamos vivos con garantías activas. El valor de cada
      * garantía es el de su última tasación.
       LISTAR-LTV.
      *-----------
           EXEC SQL
                DECLARE CUR-LTV CURSOR FOR
                SELECT P.id_prestamo, P.id_medio_cuenta,
                       P.estado_prestamo,
                       P.principal_prestamo -
                       COALESCE((SELECT SUM(Q.importe_amort_cuota)
                                 FROM   banco.prestamo_cuota Q
                                 WHERE  Q.id_prestamo =
                                        P.id_prestamo
                                 AND    (P.fec_reestructura_prestamo
                                         IS NULL
                                         OR (Q.fecha_cargo_cuota >
                                             P.fec_reestructura_prestamo
                                             AND Q.num_cuota > 0))), 0),
                       COALESCE(SUM(
                           (SELECT T.valor_tasacion
                            FROM   banco.garantia_tasacion T
                            WHERE  T.id_garantia = G.id_garantia
                            ORDER BY T.fec_tasacion DESC
                            LIMIT 1)), 0),
                       COUNT(*),
                       SUM(CASE WHEN NOT EXISTS
                                (SELECT 1
                                 FROM   banco.garantia_tasacion T
                                 WHERE  T.id_garantia =
                                        G.id_garantia)
                                THEN 1 ELSE 0 END)
                FROM   banco.prestamo P, banco.prestamo_garantia G
                WHERE  G.id_prestamo     = P.id_prestamo
                AND    G.estado_garantia = 'A'
                AND    P.estado_prestamo IN ('A', 'M')
                GROUP BY P.id_prestamo, P.id_medio_cuenta,
                         P.estado_prestamo, P.principal_prestamo
                ORDER BY P.id_prestamo
           END-EXEC.

           EXEC SQL OPEN CUR-LTV END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTLTV OPEN CUR-LTV: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTLTV'                     TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-LTV'                 TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-LTV
           END-IF.

           PERFORM LEER-PRESTAMO                 THRU FIN-LEER-PRESTAMO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-LTV END-EXEC.

       FIN-LISTAR-LTV.
           EXIT.

       LEER-PRESTAMO.
      *--------------
           EXEC SQL
                FETCH CUR-LTV
                INTO  :WK-ID-PRESTAMO, :WK-ID-CUENTA,
                      :WK-ESTADO-PRESTAMO, :WK-CAPITAL-PENDIENTE,
                      :WK-VALOR-GARANTIAS, :WK-NUM-GARANTIAS,
                      :WK-NUM-SIN-TASACION
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM EVALUAR-LTV               THRU FIN-EVALUAR-LTV
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTLTV FETCH CUR-LTV: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTLTV'                     TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PRESTAMO'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-PRESTAMO.
           EXIT.

      * Calcula el LTV del préstamo y lo lista si supera el límite o
      * si alguna de sus garantías no tiene tasación (el LTV sólo
      * cuenta las tasadas y quedaría infravalorado).
       EVALUAR-LTV.
      *------------
           ADD  1                                TO
                WK-CONTADOR-PRESTAMOS.

           IF   WK-CAPITAL-PENDIENTE < ZERO
           THEN MOVE ZERO                        TO WK-CAPITAL-PENDIENTE
           END-IF.

           IF   WK-VALOR-GARANTIAS > ZERO
           THEN COMPUTE WK-LTV ROUNDED = WK-CAPITAL-PENDIENTE * 100
                                       / WK-VALOR-GARANTIAS
                   ON SIZE ERROR
                      MOVE 99999,99              TO WK-LTV
                END-COMPUTE
           ELSE MOVE ZERO                        TO WK-LTV
           END-IF.

           EVALUATE TRUE
           WHEN WK-NUM-SIN-TASACION > ZERO
                MOVE 'SIN TASACION'              TO WK-MARCA
                ADD  1                           TO
                     WK-CONTADOR-SIN-TASACION
           WHEN WK-LTV > WK-LIMITE-LTV
                MOVE 'SUPERA LIMITE'             TO WK-MARCA
                ADD  1                           TO WK-CONTADOR-SUPERAN
           WHEN OTHER
                GO TO FIN-EVALUAR-LTV
           END-EVALUATE.

           MOVE SPACES                           TO REG-FICHLTV.
           STRING 'LTV PRESTAMO [' WK-ID-PRESTAMO '] ESTADO ['
                  WK-ESTADO-PRESTAMO '] CUENTA [' WK-ID-CUENTA
                  '] CAPITAL PENDIENTE [' WK-CAPITAL-PENDIENTE
                  '] VALOR GARANTIAS [' WK-VALOR-GARANTIAS
                  '] GARANTIAS [' WK-NUM-GARANTIAS '] LTV ['
                  WK-LTV '] ' WK-MARCA
                  DELIMITED BY SIZE              INTO REG-FICHLTV.
           WRITE REG-FICHLTV.

       FIN-EVALUAR-LTV.
           EXIT.

      * Garantías activas de préstamos vivos cuya última tasación es
      * anterior al plazo de revisión. Las que no tienen ninguna ya
      * salen en el listado de LTV.
       LISTAR-TASACIONES.
      *------------------
           EXEC SQL
                DECLARE CUR-TASACION CURSOR FOR
                SELECT G.id_prestamo, G.id_garantia, G.tipo_garantia,
                       G.ref_catastral_garantia,
                       DATE_FORMAT(T.fec_tasacion, '%Y%m%d'),
                       T.valor_tasacion, T.tasadora_tasacion
                FROM   banco.prestamo P, banco.prestamo_garantia G,
                       banco.garantia_tasacion T
                WHERE  G.id_prestamo     = P.id_prestamo
                AND    G.estado_garantia = 'A'
                AND    P.estado_prestamo IN ('A', 'M')
                AND    T.id_garantia     = G.id_garantia
                AND    T.fec_tasacion    =
                       (SELECT MAX(T2.fec_tasacion)
                        FROM   banco.garantia_tasacion T2
                        WHERE  T2.id_garantia = G.id_garantia)
                AND    T.fec_tasacion    <
                       DATE_SUB(CURDATE(),
                                INTERVAL :WK-MESES-TASACION MONTH)
                ORDER BY T.fec_tasacion, G.id_prestamo, G.id_garantia
           END-EXEC.

           EXEC SQL OPEN CUR-TASACION END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTLTV OPEN CUR-TASACION: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTLTV'                     TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-TASACIONES'          TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-TASACIONES
           END-IF.

           PERFORM LEER-TASACION                 THRU FIN-LEER-TASACION
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-TASACION END-EXEC.

       FIN-LISTAR-TASACIONES.
           EXIT.

       LEER-TASACION.
      *--------------
           EXEC SQL
                FETCH CUR-TASACION
                INTO  :WK-ID-PRESTAMO, :WK-ID-GARANTIA,
                      :WK-TIPO-GARANTIA, :WK-REF-CATASTRAL,
                      :WK-FEC-TASACION, :WK-VALOR-TASACION,
                      :WK-TASADORA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-TASACION         THRU
                        FIN-ESCRIBIR-TASACION
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTLTV FETCH CUR-TASACION: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTLTV'                     TO LOGERR-E-PROGRAMA
                MOVE 'LEER-TASACION'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-TASACION.
           EXIT.

       ESCRIBIR-TASACION.
      *------------------
           MOVE SPACES                           TO REG-FICHLTV.
           STRING 'TASACION CADUCADA PRESTAMO [' WK-ID-PRESTAMO
                  '] GARANTIA [' WK-ID-GARANTIA '] TIPO ['
                  WK-TIPO-GARANTIA '] REF CATASTRAL ['
                  WK-REF-CATASTRAL '] FECHA [' WK-FEC-TASACION
                  '] VALOR [' WK-VALOR-TASACION '] TASADORA ['
                  WK-TASADORA ']'
                  DELIMITED BY SIZE              INTO REG-FICHLTV.
           WRITE REG-FICHLTV.

           ADD  1                                TO
                WK-CONTADOR-CADUCADAS.

       FIN-ESCRIBIR-TASACION.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'SEGUIMIENTO DEL LTV DE PRESTAMOS HIPOTECARIOS'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHLTV-NOMBRE ']'.
           DISPLAY 'LIMITE DE LTV (%)       [' WK-LIMITE-LTV ']'.
           DISPLAY 'MESES VALIDEZ TASACION  [' WK-MESES-TASACION ']'.
           DISPLAY 'PRESTAMOS REVISADOS     [' WK-CONTADOR-PRESTAMOS
                   ']'.
           DISPLAY 'SUPERAN EL LIMITE       [' WK-CONTADOR-SUPERAN
                   ']'.
           DISPLAY 'SIN TASACION            ['
                   WK-CONTADOR-SIN-TASACION ']'.
           DISPLAY 'TASACIONES CADUCADAS    [' WK-CONTADOR-CADUCADAS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
