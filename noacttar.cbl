       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. NOACTTAR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Tarjetas emitidas que el titular no activa. Pasada diaria en
      * dos pasos:
      *   1. Plazo de gracia de las reemisiones: la tarjeta sustituida
      *      sigue operativa mientras el titular no active la nueva,
      *      pero sólo NOACTTAR_DIAS_GRACIA días (30 por omisión)
      *      desde que la nueva se expidió (o se mandó al estampador,
      *      si éste no ha confirmado la expedición). Pasado el plazo
      *      la sustituida se da de baja con BAJATAR, como haría
      *      ACTIVTAR al activar la nueva.
      *   2. Destrucción: una tarjeta mandada al estampador hace más
      *      de NOACTTAR_DIAS_DESTRUCCION días (60 por omisión) y
      *      nunca activada se da de baja y sale en la lista de
      *      plásticos a destruir, con la guía del envío para
      *      localizar el sobre si vuelve devuelto.
      * Cada tarjeta se confirma por separado. Las tarjetas se buscan
      * de una en una por orden de id_medio, sin cursor abierto,
      * porque BAJATAR trabaja sobre la misma tabla.

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
      *    Lista de plásticos a destruir. Su nombre lleva la fecha de
      *    la ejecución.
           SELECT FICHDESTR ASSIGN TO WK-FICHDESTR-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHDESTR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHDESTR RECORD CONTAINS 120 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHDESTR                    PIC X(120).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Plazos en días, ajustables con sus parámetros.
       01  WK-DIAS-GRACIA                    PIC 9(03) VALUE 030.
       01  WK-DIAS-DESTRUCCION               PIC 9(03) VALUE 060.

      * Última tarjeta tratada en el paso en curso: la siguiente se
      * busca a partir de ella.
       01  WK-ULTIMO-ID                      PIC 9(10).

      * Tarjeta encontrada: en el paso 1 la reemisión y la sustituida;
      * en el paso 2 la tarjeta a destruir.
       01  WK-TAR-ID                         PIC 9(10).
       01  WK-TAR-ID-ANTERIOR                PIC 9(10).
       01  WK-TAR-NUM                        PIC X(16).
       01  WK-TAR-ID-CLI                     PIC 9(10).
       01  WK-TAR-FEC-ESTAMPACION            PIC X(08).
       01  WK-TAR-FEC-ENVIO                  PIC X(08).
       01  WK-TAR-GUIA                       PIC X(20).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'bajatar.cpy'.

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

      * Fin de las tarjetas del paso en curso.
       01  SW-FIN-TARJETAS                   PIC 9(01) VALUE 0.
           88  FIN-TARJETAS-NO               VALUE 0.
           88  FIN-TARJETAS-SI               VALUE 1.

       01  WK-DIAS-ENV                       PIC X(03).

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHDESTR-NOMBRE               PIC X(30).
       01  FS-FICHDESTR                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Sustituidas dadas de baja por el plazo de gracia, tarjetas
      * listadas para destruir y las que BAJATAR no pudo dar de baja.
       01  WK-CONTADOR-GRACIA                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DESTRUIDAS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-NO-BAJA               PIC 9(06) VALUE 0.
       01  WK-TOTAL-BAJAS                    PIC 9(06) VALUE 0.

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
           END-IF.

           IF   STAT-OK
           THEN PERFORM VENCER-GRACIA           THRU
                        FIN-VENCER-GRACIA
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-DESTRUCCION      THRU
                        FIN-LISTAR-DESTRUCCION
           END-IF.

           PERFORM CERRAR-FICHERO               THRU FIN-CERRAR-FICHERO.
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

           STRING 'destruccion-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHDESTR-NOMBRE.

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
                DISPLAY '*** FATAL *** NOACTTAR CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'NOACTTAR'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'NOACTTAR'                      TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'NOACTTAR'                      TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'NOACTTAR_DIAS_GRACIA'          TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '030'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-ENV.
           IF   WK-DIAS-ENV IS NUMERIC AND WK-DIAS-ENV NOT = '000'
           THEN MOVE WK-DIAS-ENV                TO WK-DIAS-GRACIA
           END-IF.

           MOVE 'NOACTTAR_DIAS_DESTRUCCION'     TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '060'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-ENV.
           IF   WK-DIAS-ENV IS NUMERIC AND WK-DIAS-ENV NOT = '000'
           THEN MOVE WK-DIAS-ENV                TO WK-DIAS-DESTRUCCION
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** NOACTTAR LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'NOACTTAR'                   TO LOGERR-E-PROGRAMA
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
           ADD  WK-CONTADOR-GRACIA WK-CONTADOR-DESTRUIDAS
                                           GIVING WK-TOTAL-BAJAS.
           MOVE WK-TOTAL-BAJAS                  TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    La lista lleva números de tarjeta enmascarados: se
      *    cataloga como confidencial.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'NOACTTAR'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHDESTR-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** NOACTTAR REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHDESTR-NOMBRE ']'
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
           OPEN OUTPUT FICHDESTR.

           IF   FS-FICHDESTR NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** NOACTTAR ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHDESTR-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHDESTR ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHDESTR.
           STRING 'TARJETAS EMITIDAS SIN ACTIVAR A DESTRUIR - '
                  WK-FECHA-ACTUAL ' - PLAZO [' WK-DIAS-DESTRUCCION
                  '] DIAS'
                  DELIMITED BY SIZE             INTO REG-FICHDESTR.
           WRITE REG-FICHDESTR.

           MOVE SPACES                          TO REG-FICHDESTR.
           STRING 'ID-MEDIO   TARJETA          CLIENTE    '
                  'ESTAMPADA EXPEDIDA GUIA'
                  DELIMITED BY SIZE             INTO REG-FICHDESTR.
           WRITE REG-FICHDESTR.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           IF   FS-FICHDESTR = '00'
           THEN MOVE SPACES                     TO REG-FICHDESTR
                STRING 'TOTAL TARJETAS A DESTRUIR ['
                       WK-CONTADOR-DESTRUIDAS ']'
                       DELIMITED BY SIZE        INTO REG-FICHDESTR
                WRITE REG-FICHDESTR
                CLOSE FICHDESTR
           END-IF.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Paso 1: sustituidas aún operativas cuya reemisión sigue sin
      *    activar pasado el plazo de gracia.
       VENCER-GRACIA.
      *--------------
           MOVE ZERO                            TO WK-ULTIMO-ID.
           SET  FIN-TARJETAS-NO                 TO TRUE.

           PERFORM VENCER-SIGUIENTE             THRU
                   FIN-VENCER-SIGUIENTE
           UNTIL   FIN-TARJETAS-SI
           OR      NOT STAT-OK.

       FIN-VENCER-GRACIA.
           EXIT.

       VENCER-SIGUIENTE.
      *-----------------
           EXEC SQL
                SELECT N.id_medio, N.id_medio_anterior_tarjeta
                INTO   :WK-TAR-ID, :WK-TAR-ID-ANTERIOR
                FROM   banco.tarjeta N
                JOIN   banco.tarjeta A
                  ON   A.id_medio = N.id_medio_anterior_tarjeta
                WHERE  N.estado_tarjeta = 'E'
                AND    N.fec_estampacion_tarjeta IS NOT NULL
                AND    COALESCE(N.fec_envio_tarjeta,
                                N.fec_estampacion_tarjeta)
                       < CURDATE() - INTERVAL :WK-DIAS-GRACIA DAY
                AND    A.estado_tarjeta <> 'B'
                AND    N.id_medio > :WK-ULTIMO-ID
                ORDER BY N.id_medio
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-TARJETAS-SI            TO TRUE
                GO TO FIN-VENCER-SIGUIENTE
           WHEN NOT SQL-SUCCESS
                MOVE 'VENCER-SIGUIENTE'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-VENCER-SIGUIENTE
           END-EVALUATE.

           MOVE WK-TAR-ID                       TO WK-ULTIMO-ID.

           INITIALIZE                           AREA-BAJATAR-ENTRADA.
           MOVE WK-TAR-ID-ANTERIOR              TO BAJATAR-E-ID-TAR.
           PERFORM DAR-BAJA                     THRU FIN-DAR-BAJA.

           IF   STAT-OK AND BAJATAR-STAT-OK
           THEN ADD 1                           TO WK-CONTADOR-GRACIA
           END-IF.

       FIN-VENCER-SIGUIENTE.
           EXIT.

      *    Paso 2: emitidas mandadas al estampador hace más del plazo
      *    de destrucción que el titular nunca ha activado.
       LISTAR-DESTRUCCION.
      *-------------------
           MOVE ZERO                            TO WK-ULTIMO-ID.
           SET  FIN-TARJETAS-NO                 TO TRUE.

           PERFORM DESTRUIR-SIGUIENTE           THRU
                   FIN-DESTRUIR-SIGUIENTE
           UNTIL   FIN-TARJETAS-SI
           OR      NOT STAT-OK.

       FIN-LISTAR-DESTRUCCION.
           EXIT.

       DESTRUIR-SIGUIENTE.
      *-------------------
           EXEC SQL
                SELECT T.id_medio,
                       CONCAT(LEFT(T.num_tarjeta, 6), '******',
                              RIGHT(T.num_tarjeta, 4)),
                       T.id_cliente,
                       DATE_FORMAT(T.fec_estampacion_tarjeta,
                                   '%Y%m%d'),
                       COALESCE(DATE_FORMAT(T.fec_envio_tarjeta,
                                            '%Y%m%d'), ''),
                       COALESCE(T.guia_envio_tarjeta, '')
                INTO   :WK-TAR-ID, :WK-TAR-NUM, :WK-TAR-ID-CLI,
                       :WK-TAR-FEC-ESTAMPACION, :WK-TAR-FEC-ENVIO,
                       :WK-TAR-GUIA
                FROM   banco.tarjeta T
                WHERE  T.estado_tarjeta = 'E'
                AND    T.fec_activacion_tarjeta IS NULL
                AND    T.fec_estampacion_tarjeta
                       < CURDATE() - INTERVAL :WK-DIAS-DESTRUCCION DAY
                AND    T.id_medio > :WK-ULTIMO-ID
                ORDER BY T.id_medio
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-TARJETAS-SI            TO TRUE
                GO TO FIN-DESTRUIR-SIGUIENTE
           WHEN NOT SQL-SUCCESS
                MOVE 'DESTRUIR-SIGUIENTE'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-DESTRUIR-SIGUIENTE
           END-EVALUATE.

           MOVE WK-TAR-ID                       TO WK-ULTIMO-ID.

           INITIALIZE                           AREA-BAJATAR-ENTRADA.
           MOVE WK-TAR-ID                       TO BAJATAR-E-ID-TAR.
           PERFORM DAR-BAJA                     THRU FIN-DAR-BAJA.

           IF   STAT-OK AND BAJATAR-STAT-OK
           THEN ADD 1                           TO
                    WK-CONTADOR-DESTRUIDAS
                MOVE SPACES                     TO REG-FICHDESTR
                STRING WK-TAR-ID ' ' WK-TAR-NUM ' ' WK-TAR-ID-CLI
                       ' ' WK-TAR-FEC-ESTAMPACION '  '
                       WK-TAR-FEC-ENVIO '  ' WK-TAR-GUIA
                       DELIMITED BY SIZE        INTO REG-FICHDESTR
                WRITE REG-FICHDESTR
           END-IF.

       FIN-DESTRUIR-SIGUIENTE.
           EXIT.

      *    Baja de la tarjeta de BAJATAR-E-ID-TAR y confirmación. Es
      *    una baja automática del ciclo del plástico, no pedida por
      *    un operador: no pasa por la cola de aprobaciones. Una
      *    tarjeta que BAJATAR no puede dar de baja se avisa y se
      *    salta; sólo un error de base de datos para la pasada.
       DAR-BAJA.
      *---------
           SET  BAJATAR-E-APROBADA-SI           TO TRUE.
           MOVE 'NOACTTAR'                      TO BAJATAR-E-USUARIO.

           CALL "BAJATAR"                       USING AREA-BAJATAR.

           EVALUATE TRUE
           WHEN BAJATAR-STAT-OK
                EXEC SQL commit END-EXEC
                MOVE SQLCODE                    TO WK-SQLCODE
                IF   NOT SQL-SUCCESS
                THEN MOVE 'DAR-BAJA'            TO LOGERR-E-PARRAFO
                     PERFORM ERROR-SQL          THRU FIN-ERROR-SQL
                END-IF
           WHEN BAJATAR-STAT-ERR-SQL
                EXEC SQL rollback END-EXEC
                MOVE BAJATAR-S-SQLCODE          TO WK-SQLCODE
                MOVE 'DAR-BAJA'                 TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                EXEC SQL rollback END-EXEC
                ADD  1                          TO WK-CONTADOR-NO-BAJA
                DISPLAY '*** AVISO *** NOACTTAR TARJETA ['
                        BAJATAR-E-ID-TAR '] NO SE DIO DE BAJA, '
                        'BAJATAR-STAT [' BAJATAR-STAT ']'
           END-EVALUATE.

       FIN-DAR-BAJA.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** NOACTTAR ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'NOACTTAR'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'TARJETAS EMITIDAS SIN ACTIVAR'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'DIAS DE GRACIA       [' WK-DIAS-GRACIA ']'.
           DISPLAY 'DIAS DESTRUCCION     [' WK-DIAS-DESTRUCCION ']'.
           DISPLAY 'SUSTITUIDAS DE BAJA  [' WK-CONTADOR-GRACIA ']'.
           DISPLAY 'A DESTRUIR           [' WK-CONTADOR-DESTRUIDAS ']'.
           DISPLAY 'NO DADAS DE BAJA     [' WK-CONTADOR-NO-BAJA ']'.
           DISPLAY 'FICHERO              [' WK-FICHDESTR-NOMBRE ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
