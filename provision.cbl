       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. PROVISION.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Cierre mensual de provisiones por riesgo de crédito. Clasifica
      * en fase cada préstamo vivo, cada cuenta en descubierto y cada
      * tarjeta con crédito revolvente dispuesto:
      *   fase 3 (dudosa)              moroso o más de 90 días de
      *                                impago;
      *   fase 2 (vigilancia especial) más de 30 días de impago o
      *                                refinanciado/reestructurado;
      *   fase 1 (normal)              el resto.
      * Los días de impago de un préstamo se cuentan desde la cuota
      * pendiente más antigua; los de una cuenta o una tarjeta, desde
      * la primera foto de saldo negativo (SALDOHIST) posterior a la
      * última que estaba al corriente. Los umbrales se pueden cambiar
      * con PROVISION_DIAS_FASE2 y PROVISION_DIAS_FASE3.
      * La provisión es la exposición por el porcentaje de cobertura
      * de banco.provision_cobertura para el tipo de operación, la
      * fase y el producto (o, si no hay fila del producto, la
      * genérica del tipo y la fase). El resultado queda en
      * banco.provision con la fecha del cierre y el movimiento
      * contra el cierre anterior (dotación o liberación, con las
      * operaciones que han salido del libro) va al fichero
      * provisiones-AAAAMMDD.dat para contabilidad general.

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
      *    Fichero de movimientos de provisiones. Su nombre lleva la
      *    fecha del cierre para no pisar el de cierres anteriores.
           SELECT FICHPROV ASSIGN TO WK-FICHPROV-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHPROV.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por operación y las de total.
       FD FICHPROV RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHPROV                     PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Operación que devuelve el cursor: tipo (P préstamo, C cuenta,
      * T tarjeta), identificador, producto, días de impago,
      * exposición, marca de refinanciación y estado.
       01  WK-TIPO-OPERACION                PIC X(01).
       01  WK-ID-OPERACION                  PIC 9(10).
       01  WK-PRODUCTO                      PIC X(06).
       01  WK-DIAS-IMPAGO                   PIC 9(05).
       01  WK-EXPOSICION                    PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-REESTRUCTURADO                PIC X(01).
       01  WK-ESTADO                        PIC X(01).

      * Fase, cobertura y provisión calculadas para la operación.
       01  WK-FASE                          PIC 9(01).
       01  WK-PCT-COBERTURA                 PIC 9(03)V99.
       01  WK-IMPORTE-PROVISION             PIC S9(08)V99 LEADING
                                            SEPARATE.
      *    Provisión de la operación en el cierre anterior.
       01  WK-PROVISION-ANT                 PIC S9(08)V99 LEADING
                                            SEPARATE.
       01  WK-FASE-ANT                      PIC 9(01).
      *    Operación dada de baja por fallido (1) o no (0).
       01  WK-ES-FALLIDO                    PIC 9(01).

       01  WK-FEC-CIERRE                    PIC X(08).
      *    Cierre anterior (AAAAMMDD, a ceros si es el primero).
       01  WK-FEC-CIERRE-ANT                PIC X(08).

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

       01  WK-FICHPROV-NOMBRE                PIC X(40).
       01  FS-FICHPROV                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Umbrales de días de impago para pasar a fase 2 y a fase 3;
      * se pueden cambiar con PROVISION_DIAS_FASE2 y
      * PROVISION_DIAS_FASE3 (número de días, tres cifras).
       01  WK-DIAS-FASE2                     PIC 9(03) VALUE 30.
       01  WK-DIAS-FASE3                     PIC 9(03) VALUE 90.
       01  WK-DIAS-ENV                       PIC X(03).

       01  WK-MOVIMIENTO                     PIC S9(08)V99 LEADING
                                             SEPARATE.
       01  WK-DESC-MOVIMIENTO                PIC X(18).
       01  WK-COBERTURA-ENCONTRADA           PIC 9(01).
           88  COBERTURA-SI                  VALUE 1.
           88  COBERTURA-NO                  VALUE 0.

      * Totales por fase (1 a 3): operaciones, exposición y
      * provisión.
       01  WK-TOTALES-FASE.
           05  WK-TOTAL-FASE                 OCCURS 3 TIMES.
               10  WK-FASE-OPERACIONES       PIC 9(06).
               10  WK-FASE-EXPOSICION        PIC S9(10)V99 LEADING
                                             SEPARATE.
               10  WK-FASE-PROVISION         PIC S9(10)V99 LEADING
                                             SEPARATE.
       01  WK-IND-FASE                       PIC 9(01).

      * Totales del cierre: operaciones clasificadas, sin fila de
      * cobertura, dadas de baja desde el cierre anterior, dotación,
      * liberación y aplicación a fallidos.
       01  WK-CONTADOR-OPERACIONES           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-COBERTURA         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SALIDAS               PIC 9(06) VALUE 0.
       01  WK-TOTAL-DOTACION                 PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-TOTAL-LIBERACION               PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-TOTAL-APLICACION               PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-TOTAL-NETO                     PIC S9(10)V99 LEADING
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
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM BUSCAR-CIERRE-ANTERIOR  THRU
                        FIN-BUSCAR-CIERRE-ANTERIOR
           END-IF.

           IF   STAT-OK
           THEN PERFORM BORRAR-CIERRE           THRU FIN-BORRAR-CIERRE
           END-IF.

           IF   STAT-OK
           THEN PERFORM CLASIFICAR-OPERACIONES  THRU
                        FIN-CLASIFICAR-OPERACIONES
           END-IF.

           IF   STAT-OK
           THEN PERFORM LIBERAR-SALIDAS         THRU
                        FIN-LIBERAR-SALIDAS
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
           MOVE WK-FECHA-ACTUAL-8               TO WK-FEC-CIERRE.

           STRING 'provisiones-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHPROV-NOMBRE.

           INITIALIZE                           WK-TOTALES-FASE.

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
                DISPLAY '*** FATAL *** PROVISION CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'PROVISION'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'PROVISION'                     TO BATLOG-E-PROGRAMA.

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
           MOVE 'PROVISION'                     TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'PROVISION_DIAS_FASE2'          TO
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
           THEN MOVE WK-DIAS-ENV                TO WK-DIAS-FASE2
           END-IF.

           MOVE 'PROVISION_DIAS_FASE3'          TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '090'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-ENV.
           IF   WK-DIAS-ENV IS NUMERIC
                AND WK-DIAS-ENV NOT = '000'
           THEN MOVE WK-DIAS-ENV                TO WK-DIAS-FASE3
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** PROVISION LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-OPERACIONES         TO
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
           MOVE 'PROVISION'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHPROV-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** PROVISION REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHPROV-NOMBRE ']'
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
           OPEN OUTPUT FICHPROV.

           IF   FS-FICHPROV NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** PROVISION ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHPROV ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHPROV.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Último cierre anterior al de hoy, contra el que se calcula el
      * movimiento; si no hay ninguno todo es dotación.
       BUSCAR-CIERRE-ANTERIOR.
      *-----------------------
           EXEC SQL
                SELECT COALESCE(DATE_FORMAT(MAX(fec_cierre_provision),
                                            '%Y%m%d'), '00000000')
                INTO   :WK-FEC-CIERRE-ANT
                FROM   banco.provision
                WHERE  fec_cierre_provision <
                       STR_TO_DATE(:WK-FEC-CIERRE, '%Y%m%d')
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVISION BUSCAR-CIERRE-ANTERIOR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'BUSCAR-CIERRE-ANTERIOR'     TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-BUSCAR-CIERRE-ANTERIOR.
           EXIT.

      * Si el cierre de hoy ya se había lanzado, se rehace entero.
       BORRAR-CIERRE.
      *--------------
           EXEC SQL
                DELETE FROM banco.provision
                WHERE  fec_cierre_provision =
                       STR_TO_DATE(:WK-FEC-CIERRE, '%Y%m%d')
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVISION BORRAR-CIERRE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'BORRAR-CIERRE'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-BORRAR-CIERRE.
           EXIT.

      * Operaciones con riesgo vivo: préstamos de alta o morosos (su
      * capital pendiente, con la misma regla que RPTLTV para los
      * reestructurados), cuentas en descubierto y tarjetas con
      * crédito dispuesto, sin las dadas de baja. En una cuenta con
      * póliza de crédito activa y no vencida (POLCRED deja una sola
      * por cuenta) lo dispuesto dentro del límite no es descubierto:
      * sólo cuenta el exceso sobre el límite, y los días se miden
      * desde que el saldo pasó por debajo de él.
       CLASIFICAR-OPERACIONES.
      *-----------------------
           EXEC SQL
                DECLARE CUR-PROV CURSOR FOR
                SELECT 'P', P.id_prestamo, 'SINPRD',
                       COALESCE(DATEDIFF(CURDATE(),
                                (SELECT MIN(I.fecha_cuota_impago)
                                 FROM   banco.prestamo_impago I
                                 WHERE  I.id_prestamo =
                                        P.id_prestamo
                                 AND    I.estado_impago = 'P')), 0),
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
                       COALESCE(P.reestructurado_prestamo, ' '),
                       P.estado_prestamo
                FROM   banco.prestamo P
                WHERE  P.estado_prestamo IN ('A', 'M')
                UNION ALL
                SELECT 'C', C.id_medio,
                       COALESCE(C.cod_producto, 'SINPRD'),
                       COALESCE(DATEDIFF(CURDATE(),
                                (SELECT MIN(H.fec_snapshot)
                                 FROM   banco.saldo_historico H
                                 WHERE  H.id_medio = C.id_medio
                                 AND    H.tip_med  = 'C'
                                 AND    H.saldo    <
                                        0 - COALESCE(PC.limite_poliza,
                                                     0)
                                 AND    H.fec_snapshot >
                                        COALESCE(
                                        (SELECT MAX(K.fec_snapshot)
                                         FROM   banco.saldo_historico K
                                         WHERE  K.id_medio = C.id_medio
                                         AND    K.tip_med  = 'C'
                                         AND    K.saldo   >=
                                                0 - COALESCE(
                                                    PC.limite_poliza,
                                                    0)),
                                        '1900-01-01'))), 0),
                       0 - C.saldo_cuenta
                         - COALESCE(PC.limite_poliza, 0),
                       ' ', C.estado_cuenta
                FROM   banco.cuenta C
                LEFT JOIN banco.poliza_credito PC
                  ON   PC.id_medio_cuenta = C.id_medio
                 AND   PC.estado_poliza   = 'A'
                 AND   PC.fec_vencimiento >= CURDATE()
                WHERE  C.saldo_cuenta   <
                       0 - COALESCE(PC.limite_poliza, 0)
                AND    C.estado_cuenta <> 'B'
                UNION ALL
                SELECT 'T', T.id_medio,
                       COALESCE(T.cod_producto, 'SINPRD'),
                       COALESCE(DATEDIFF(CURDATE(),
                                (SELECT MIN(H.fec_snapshot)
                                 FROM   banco.saldo_historico H
                                 WHERE  H.id_medio = T.id_medio
                                 AND    H.tip_med  = 'T'
                                 AND    H.saldo    < 0
                                 AND    H.fec_snapshot >
                                        COALESCE(
                                        (SELECT MAX(K.fec_snapshot)
                                         FROM   banco.saldo_historico K
                                         WHERE  K.id_medio = T.id_medio
                                         AND    K.tip_med  = 'T'
                                         AND    K.saldo   >= 0),
                                        '1900-01-01'))), 0),
                       0 - T.cred_tarjeta, ' ', T.estado_tarjeta
                FROM   banco.tarjeta T
                WHERE  T.cred_tarjeta    < 0
                AND    T.estado_tarjeta <> 'B'
                ORDER BY 1, 2
           END-EXEC.

           EXEC SQL OPEN CUR-PROV END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVISION OPEN CUR-PROV: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'CLASIFICAR-OPERACIONES'     TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CLASIFICAR-OPERACIONES
           END-IF.

           PERFORM LEER-OPERACION                THRU
                   FIN-LEER-OPERACION
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-PROV END-EXEC.

       FIN-CLASIFICAR-OPERACIONES.
           EXIT.

       LEER-OPERACION.
      *---------------
           EXEC SQL
                FETCH CUR-PROV
                INTO  :WK-TIPO-OPERACION, :WK-ID-OPERACION,
                      :WK-PRODUCTO, :WK-DIAS-IMPAGO, :WK-EXPOSICION,
                      :WK-REESTRUCTURADO, :WK-ESTADO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM PROVISIONAR-OPERACION     THRU
                        FIN-PROVISIONAR-OPERACION
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** PROVISION FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-OPERACION'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-OPERACION.
           EXIT.

       PROVISIONAR-OPERACION.
      *----------------------
           PERFORM DETERMINAR-FASE               THRU
                   FIN-DETERMINAR-FASE.

           PERFORM BUSCAR-COBERTURA              THRU
                   FIN-BUSCAR-COBERTURA.

           IF   NOT STAT-OK
           THEN GO TO FIN-PROVISIONAR-OPERACION
           END-IF.

           COMPUTE WK-IMPORTE-PROVISION ROUNDED =
                   WK-EXPOSICION * WK-PCT-COBERTURA / 100.

           PERFORM LEER-PROVISION-ANTERIOR       THRU
                   FIN-LEER-PROVISION-ANTERIOR.

           IF   NOT STAT-OK
           THEN GO TO FIN-PROVISIONAR-OPERACION
           END-IF.

           PERFORM GRABAR-PROVISION              THRU
                   FIN-GRABAR-PROVISION.

           IF   NOT STAT-OK
           THEN GO TO FIN-PROVISIONAR-OPERACION
           END-IF.

           MOVE WK-FASE                          TO WK-IND-FASE.
           ADD  1                                TO
                WK-FASE-OPERACIONES (WK-IND-FASE)
                WK-CONTADOR-OPERACIONES.
           ADD  WK-EXPOSICION                    TO
                WK-FASE-EXPOSICION (WK-IND-FASE).
           ADD  WK-IMPORTE-PROVISION             TO
                WK-FASE-PROVISION (WK-IND-FASE).

           COMPUTE WK-MOVIMIENTO =
                   WK-IMPORTE-PROVISION - WK-PROVISION-ANT.

           EVALUATE TRUE
           WHEN WK-MOVIMIENTO > 0
                MOVE 'DOTACION'                  TO WK-DESC-MOVIMIENTO
                ADD  WK-MOVIMIENTO               TO WK-TOTAL-DOTACION
           WHEN WK-MOVIMIENTO < 0
                MOVE 'LIBERACION'                TO WK-DESC-MOVIMIENTO
                SUBTRACT WK-MOVIMIENTO         FROM WK-TOTAL-LIBERACION
           WHEN OTHER
                MOVE 'SIN MOVIMIENTO'            TO WK-DESC-MOVIMIENTO
           END-EVALUATE.

           MOVE SPACES                           TO REG-FICHPROV.
           STRING WK-DESC-MOVIMIENTO ' TIPO [' WK-TIPO-OPERACION
                  '] OPERACION [' WK-ID-OPERACION '] PRODUCTO ['
                  WK-PRODUCTO '] FASE [' WK-FASE '] ANTERIOR ['
                  WK-FASE-ANT '] DIAS [' WK-DIAS-IMPAGO
                  '] EXPOSICION [' WK-EXPOSICION '] COBERTURA ['
                  WK-PCT-COBERTURA '] PROVISION ['
                  WK-IMPORTE-PROVISION '] ANTERIOR [' WK-PROVISION-ANT
                  '] MOVIMIENTO [' WK-MOVIMIENTO ']'
                  DELIMITED BY SIZE              INTO REG-FICHPROV.
           WRITE REG-FICHPROV.

       FIN-PROVISIONAR-OPERACION.
           EXIT.

      * Un préstamo moroso o con impagos de más de WK-DIAS-FASE3 días
      * es dudoso; uno refinanciado o con más de WK-DIAS-FASE2 días,
      * vigilancia especial.
       DETERMINAR-FASE.
      *----------------
           EVALUATE TRUE
           WHEN WK-ESTADO = 'M' AND WK-TIPO-OPERACION = 'P'
                MOVE 3                           TO WK-FASE
           WHEN WK-DIAS-IMPAGO > WK-DIAS-FASE3
                MOVE 3                           TO WK-FASE
           WHEN WK-DIAS-IMPAGO > WK-DIAS-FASE2
                MOVE 2                           TO WK-FASE
           WHEN WK-REESTRUCTURADO = 'F' OR WK-REESTRUCTURADO = 'R'
                MOVE 2                           TO WK-FASE
           WHEN OTHER
                MOVE 1                           TO WK-FASE
           END-EVALUATE.

       FIN-DETERMINAR-FASE.
           EXIT.

      * Cobertura del producto de la operación o, si no tiene fila
      * propia, la genérica (producto nulo) del tipo y la fase. Sin
      * ninguna de las dos la operación se provisiona a cero y se
      * cuenta aparte para que contabilidad complete la tabla.
       BUSCAR-COBERTURA.
      *-----------------
           EXEC SQL
                SELECT pct_cobertura
                INTO   :WK-PCT-COBERTURA
                FROM   banco.provision_cobertura
                WHERE  tipo_operacion = :WK-TIPO-OPERACION
                AND    fase_cobertura = :WK-FASE
                AND   (cod_producto   = :WK-PRODUCTO
                 OR    cod_producto   IS NULL)
                ORDER BY cod_producto IS NULL
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET  COBERTURA-SI                TO TRUE
           WHEN SQL-NODATA
                SET  COBERTURA-NO                TO TRUE
                MOVE 0                           TO WK-PCT-COBERTURA
                ADD  1                           TO
                     WK-CONTADOR-SIN-COBERTURA
           WHEN OTHER
                SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVISION BUSCAR-COBERTURA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'BUSCAR-COBERTURA'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-BUSCAR-COBERTURA.
           EXIT.

      * Provisión y fase de la operación en el cierre anterior; si no
      * estaba, provisión cero y fase cero.
       LEER-PROVISION-ANTERIOR.
      *------------------------
           EXEC SQL
                SELECT importe_provision, fase_provision
                INTO   :WK-PROVISION-ANT, :WK-FASE-ANT
                FROM   banco.provision
                WHERE  fec_cierre_provision =
                       STR_TO_DATE(:WK-FEC-CIERRE-ANT, '%Y%m%d')
                AND    tipo_operacion = :WK-TIPO-OPERACION
                AND    id_operacion   = :WK-ID-OPERACION
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 0                           TO WK-PROVISION-ANT
                                                    WK-FASE-ANT
           WHEN OTHER
                SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVISION LEER-PROVISION-ANT: E'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PROVISION-ANTERIOR'    TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-PROVISION-ANTERIOR.
           EXIT.

       GRABAR-PROVISION.
      *-----------------
           EXEC SQL
                INSERT INTO banco.provision(
                    fec_cierre_provision,
                    tipo_operacion,
                    id_operacion,
                    cod_producto,
                    fase_provision,
                    dias_impago,
                    exposicion_provision,
                    pct_cobertura,
                    importe_provision
                )
                VALUES(
                    STR_TO_DATE(:WK-FEC-CIERRE, '%Y%m%d'),
                    :WK-TIPO-OPERACION,
                    :WK-ID-OPERACION,
                    :WK-PRODUCTO,
                    :WK-FASE,
                    :WK-DIAS-IMPAGO,
                    :WK-EXPOSICION,
                    :WK-PCT-COBERTURA,
                    :WK-IMPORTE-PROVISION
                )
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVISION GRABAR-PROVISION: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-PROVISION'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-GRABAR-PROVISION.
           EXIT.

      * Operaciones provisionadas en el cierre anterior que ya no
      * están en el de hoy (liquidadas, al corriente o dadas de baja
      * por fallido): su provisión se libera entera o, si se dio de
      * baja por fallido, se aplica al fallido.
       LIBERAR-SALIDAS.
      *----------------
           EXEC SQL
                DECLARE CUR-SALIDAS CURSOR FOR
                SELECT A.tipo_operacion, A.id_operacion,
                       A.cod_producto, A.fase_provision,
                       A.importe_provision,
                       CASE WHEN EXISTS
                            (SELECT 1
                             FROM   banco.fallido F
                             WHERE  F.tipo_operacion =
                                    A.tipo_operacion
                             AND    F.id_operacion   =
                                    A.id_operacion)
                            THEN 1 ELSE 0 END
                FROM   banco.provision A
                WHERE  A.fec_cierre_provision =
                       STR_TO_DATE(:WK-FEC-CIERRE-ANT, '%Y%m%d')
                AND    NOT EXISTS
                      (SELECT 1
                       FROM   banco.provision N
                       WHERE  N.fec_cierre_provision =
                              STR_TO_DATE(:WK-FEC-CIERRE, '%Y%m%d')
                       AND    N.tipo_operacion = A.tipo_operacion
                       AND    N.id_operacion   = A.id_operacion)
                ORDER BY A.tipo_operacion, A.id_operacion
           END-EXEC.

           EXEC SQL OPEN CUR-SALIDAS END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVISION OPEN CUR-SALIDAS: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'LIBERAR-SALIDAS'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LIBERAR-SALIDAS
           END-IF.

           PERFORM LEER-SALIDA                   THRU
                   FIN-LEER-SALIDA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-SALIDAS END-EXEC.

       FIN-LIBERAR-SALIDAS.
           EXIT.

       LEER-SALIDA.
      *------------
           EXEC SQL
                FETCH CUR-SALIDAS
                INTO  :WK-TIPO-OPERACION, :WK-ID-OPERACION,
                      :WK-PRODUCTO, :WK-FASE-ANT, :WK-PROVISION-ANT,
                      :WK-ES-FALLIDO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-SALIDA           THRU
                        FIN-ESCRIBIR-SALIDA
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** PROVISION FETCH SALIDAS: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVISION'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-SALIDA'                TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-SALIDA.
           EXIT.

       ESCRIBIR-SALIDA.
      *----------------
           ADD  1                                TO WK-CONTADOR-SALIDAS.
           COMPUTE WK-MOVIMIENTO = 0 - WK-PROVISION-ANT.

           IF   WK-ES-FALLIDO = 1
           THEN MOVE 'APLICACION FALLIDO'        TO WK-DESC-MOVIMIENTO
                ADD  WK-PROVISION-ANT            TO WK-TOTAL-APLICACION
           ELSE MOVE 'LIBERACION'                TO WK-DESC-MOVIMIENTO
                ADD  WK-PROVISION-ANT            TO WK-TOTAL-LIBERACION
           END-IF.

           MOVE SPACES                           TO REG-FICHPROV.
           STRING WK-DESC-MOVIMIENTO ' TIPO [' WK-TIPO-OPERACION
                  '] OPERACION [' WK-ID-OPERACION '] PRODUCTO ['
                  WK-PRODUCTO '] FASE ANTERIOR [' WK-FASE-ANT
                  '] PROVISION ANTERIOR [' WK-PROVISION-ANT
                  '] MOVIMIENTO [' WK-MOVIMIENTO '] SALE DEL LIBRO'
                  DELIMITED BY SIZE              INTO REG-FICHPROV.
           WRITE REG-FICHPROV.

       FIN-ESCRIBIR-SALIDA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE 1                                TO WK-IND-FASE.
           PERFORM ESCRIBIR-TOTAL-FASE           THRU
                   FIN-ESCRIBIR-TOTAL-FASE
           UNTIL  WK-IND-FASE > 3.

           COMPUTE WK-TOTAL-NETO = WK-TOTAL-DOTACION
                                 - WK-TOTAL-LIBERACION
                                 - WK-TOTAL-APLICACION.

           MOVE SPACES                           TO REG-FICHPROV.
           STRING 'TOTAL MOVIMIENTO CIERRE [' WK-FEC-CIERRE
                  '] ANTERIOR [' WK-FEC-CIERRE-ANT '] DOTACION ['
                  WK-TOTAL-DOTACION '] LIBERACION ['
                  WK-TOTAL-LIBERACION '] APLICACION FALLIDOS ['
                  WK-TOTAL-APLICACION '] NETO [' WK-TOTAL-NETO ']'
                  DELIMITED BY SIZE              INTO REG-FICHPROV.
           WRITE REG-FICHPROV.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ESCRIBIR-TOTAL-FASE.
      *--------------------
           MOVE SPACES                           TO REG-FICHPROV.
           STRING 'TOTAL FASE [' WK-IND-FASE '] OPERACIONES ['
                  WK-FASE-OPERACIONES (WK-IND-FASE) '] EXPOSICION ['
                  WK-FASE-EXPOSICION (WK-IND-FASE) '] PROVISION ['
                  WK-FASE-PROVISION (WK-IND-FASE) ']'
                  DELIMITED BY SIZE              INTO REG-FICHPROV.
           WRITE REG-FICHPROV.

           ADD  1                                TO WK-IND-FASE.

       FIN-ESCRIBIR-TOTAL-FASE.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CIERRE DE PROVISIONES   [' WK-FEC-CIERRE ']'.
           DISPLAY 'CIERRE ANTERIOR         [' WK-FEC-CIERRE-ANT ']'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHPROV-NOMBRE
                   ']'.
           DISPLAY 'OPERACIONES CLASIFICADAS['
                   WK-CONTADOR-OPERACIONES ']'.
           DISPLAY 'SIN FILA DE COBERTURA   ['
                   WK-CONTADOR-SIN-COBERTURA ']'.
           DISPLAY 'SALIDAS DEL LIBRO       [' WK-CONTADOR-SALIDAS
                   ']'.
           DISPLAY 'DOTACION                [' WK-TOTAL-DOTACION ']'.
           DISPLAY 'LIBERACION              [' WK-TOTAL-LIBERACION
                   ']'.
           DISPLAY 'APLICACION FALLIDOS     [' WK-TOTAL-APLICACION
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
