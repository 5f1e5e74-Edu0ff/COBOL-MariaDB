       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. AVISOCRED.
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
      *    Fichero de salida de cartas de preaviso de vencimiento:
      *    una línea imprimible/enviable por cada póliza de crédito
      *    que vence dentro de la ventana de preaviso, con su límite
      *    y lo dispuesto a hoy, en el estilo de las cartas de
      *    AVISOPLAZO. Su nombre lleva la fecha de la ejecución para
      *    no pisar el de ejecuciones anteriores.
           SELECT FICHAVICRE ASSIGN TO WK-FICHAVICRE-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHAVICRE.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por carta generada.
       FD FICHAVICRE RECORD CONTAINS 400 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHAVICRE                   PIC X(400).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila del cursor: la póliza a punto de vencer, su cuenta y su
      * titular; el domicilio al que enviar la carta lo da DOMENVIO.
       01  WK-POLIZA-ID                     PIC 9(10).
       01  WK-POLIZA-LIMITE                 PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-POLIZA-FEC-VENC               PIC X(08).
       01  WK-CUENTA-NUM                    PIC X(20).
       01  WK-CUENTA-SALDO                  PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-CLI-ID                       PIC 9(10).
       01  WK-CLI-NIF                      PIC X(10).
       01  WK-CLI-NOM                      PIC X(57).
       01  WK-CLI-IDIOMA                   PIC X(02).

      * Ventana de preaviso en días.
       01  WK-DIAS-PREAVISO                PIC 9(03) VALUE 30.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'plantilla.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'domenvio.cpy'.

      * Texto fijo de la carta: plantilla en el idioma del cliente
      * si legal la ha cargado, y el literal de siempre si no.
       01  WK-TEXTO-CARTA                   PIC X(80).
       01  WK-TEXTO-DEFECTO                 PIC X(80) VALUE
           'SU POLIZA DE CREDITO VENCE EN BREVE; PUEDE RENOVARLA'.

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

      * Los días de preaviso se ajustan con el parámetro
      * AVISOCRED_DIAS; por omisión treinta días.
       01  WK-DIAS-PREAVISO-ENV             PIC X(03).

      * Lo dispuesto a hoy, que habrá que devolver al vencimiento si
      * la póliza no se renueva.
       01  WK-DISPUESTO                     PIC S9(08)V99
                                            LEADING SEPARATE.

       01  WK-FECHA-ACTUAL                  PIC 9(06).

       01  WK-FICHAVICRE-NOMBRE             PIC X(30).
       01  FS-FICHAVICRE                    PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Cuántas cartas llevamos generadas, y de ellas cuántas
      * retenidas para la oficina.
       01  WK-CONTADOR-CARTAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDAS            PIC 9(06) VALUE 0.

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
           THEN PERFORM PREAVISAR-POLIZAS        THRU
                        FIN-PREAVISAR-POLIZAS
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

           STRING 'avisos-poliza-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHAVICRE-NOMBRE.

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
                DISPLAY '*** FATAL *** AVISOCRED CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'AVISOCRED'                TO LOGERR-E-PROGRAMA
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
           MOVE 'AVISOCRED'                    TO BATLOG-E-PROGRAMA.

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
           MOVE 'AVISOCRED'                     TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'AVISOCRED_DIAS'                TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '030'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-PREAVISO-ENV.
           IF   WK-DIAS-PREAVISO-ENV IS NUMERIC
                AND WK-DIAS-PREAVISO-ENV NOT = '000'
           THEN MOVE WK-DIAS-PREAVISO-ENV       TO WK-DIAS-PREAVISO
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** AVISOCRED LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'AVISOCRED'                  TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-CARTAS              TO
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
           MOVE 'AVISOCRED'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHAVICRE-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** AVISOCRED REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHAVICRE-NOMBRE ']'
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
           OPEN OUTPUT FICHAVICRE.

           IF   FS-FICHAVICRE NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** AVISOCRED ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHAVICRE ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHAVICRE.

       FIN-CERRAR-FICHERO.
           EXIT.

      * El cursor recorre las pólizas de crédito activas que vencen
      * dentro de la ventana de preaviso, con la cuenta y el titular,
      * saltando las ya avisadas de este vencimiento
      * (la renovación por POLCRED borra la fecha del aviso). Así la
      * empresa tiene tiempo de renovar la póliza o de dejar la
      * cuenta sin disponer antes de que deje de ampliar su límite.
       PREAVISAR-POLIZAS.
      *-------------------
           EXEC SQL
                DECLARE CUR-AVICRE CURSOR FOR
                SELECT P.id_poliza, P.limite_poliza,
                       DATE_FORMAT(P.fec_vencimiento, '%Y%m%d'),
                       CT.num_cuenta, CT.saldo_cuenta,
                       C.id_cliente, C.nif_cliente, C.nom_cliente,
                       COALESCE(C.idioma_cliente, 'ES')
                FROM   banco.poliza_credito P, banco.cuenta CT,
                       banco.cliente_rln_cuenta R, banco.cliente C
                WHERE  P.estado_poliza = 'A'
                AND    P.fec_aviso_vencimiento IS NULL
                AND    P.fec_vencimiento >= CURDATE()
                AND    P.fec_vencimiento <=
                       DATE_ADD(CURDATE(),
                                INTERVAL :WK-DIAS-PREAVISO DAY)
                AND    CT.id_medio   = P.id_medio_cuenta
                AND    R.id_medio    = CT.id_medio
                AND    R.tip_rln     = 'T'
                AND    C.id_cliente  = R.id_cliente
                ORDER BY C.nif_cliente, P.id_poliza
           END-EXEC.
           EXEC SQL OPEN CUR-AVICRE END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** AVISOCRED OPEN CUR-AVICRE'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'AVISOCRED'                 TO LOGERR-E-PROGRAMA
                MOVE 'PREAVISAR-POLIZAS'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-PREAVISAR-POLIZAS
           END-IF.

           PERFORM LEER-VENCIMIENTO              THRU
                   FIN-LEER-VENCIMIENTO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-AVICRE END-EXEC.

       FIN-PREAVISAR-POLIZAS.
           EXIT.

       LEER-VENCIMIENTO.
      *-------------------
           EXEC SQL
                FETCH CUR-AVICRE
                INTO  :WK-POLIZA-ID, :WK-POLIZA-LIMITE,
                      :WK-POLIZA-FEC-VENC,
                      :WK-CUENTA-NUM, :WK-CUENTA-SALDO,
                      :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-NOM,
                      :WK-CLI-IDIOMA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM GENERAR-CARTA             THRU
                        FIN-GENERAR-CARTA
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** AVISOCRED FETCH AVICRE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'AVISOCRED'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-VENCIMIENTO'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-VENCIMIENTO.
           EXIT.

      * La carta se escribe al fichero y se deja la fecha del aviso
      * en la póliza en el mismo paso, para que una reejecución no
      * duplique el correo. Con varios titulares la póliza se marca
      * una vez por carta, sin más efecto.
       GENERAR-CARTA.
      *--------------
           IF   WK-CUENTA-SALDO < ZERO
           THEN COMPUTE WK-DISPUESTO = 0 - WK-CUENTA-SALDO
           ELSE MOVE ZERO                        TO WK-DISPUESTO
           END-IF.

           INITIALIZE                            AREA-DOMENVIO.
           MOVE WK-CLI-ID                        TO DOMENVIO-E-ID-CLI.

           CALL "DOMENVIO"                       USING AREA-DOMENVIO.

           IF   NOT DOMENVIO-STAT-OK
                AND NOT DOMENVIO-STAT-RETENER
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** AVISOCRED GENERAR-CARTA: ERR'
                DISPLAY 'CLIENTE  [' WK-CLI-ID ']'
                DISPLAY 'DOMENVIO [' DOMENVIO-STAT ']'
                MOVE 'AVISOCRED'                 TO LOGERR-E-PROGRAMA
                MOVE 'GENERAR-CARTA'              TO LOGERR-E-PARRAFO
                MOVE DOMENVIO-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GENERAR-CARTA
           END-IF.

           PERFORM OBTENER-PLANTILLA             THRU
                   FIN-OBTENER-PLANTILLA.

      *    Sin domicilio entregable la carta se imprime igual, pero
      *    retenida para la oficina, y la póliza queda avisada.
           MOVE SPACES                           TO REG-FICHAVICRE.
           IF   DOMENVIO-STAT-RETENER
           THEN STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM ' ' WK-TEXTO-CARTA
                       ' RETENIDA EN OFICINA ['
                       DOMENVIO-S-OFICINA ']'
                       ' POLIZA [' WK-POLIZA-ID '] CUENTA ['
                       WK-CUENTA-NUM '] VENCE [' WK-POLIZA-FEC-VENC
                       '] LIMITE [' WK-POLIZA-LIMITE '] DISPUESTO ['
                       WK-DISPUESTO ']'
                       DELIMITED BY SIZE         INTO REG-FICHAVICRE
                ADD  1                           TO
                     WK-CONTADOR-RETENIDAS
           ELSE STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM ' ' WK-TEXTO-CARTA
                       ' DOMICILIO [' DOMENVIO-S-CALLE ' '
                       DOMENVIO-S-NUM ' ' DOMENVIO-S-COD-POS ' '
                       DOMENVIO-S-POBL ']'
                       ' POLIZA [' WK-POLIZA-ID '] CUENTA ['
                       WK-CUENTA-NUM '] VENCE [' WK-POLIZA-FEC-VENC
                       '] LIMITE [' WK-POLIZA-LIMITE '] DISPUESTO ['
                       WK-DISPUESTO ']'
                       DELIMITED BY SIZE         INTO REG-FICHAVICRE
           END-IF.

           WRITE REG-FICHAVICRE.

           EXEC SQL
                UPDATE banco.poliza_credito
                SET    fec_aviso_vencimiento = CURDATE()
                WHERE  id_poliza = :WK-POLIZA-ID
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** AVISOCRED GENERAR-CARTA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'AVISOCRED'                 TO LOGERR-E-PROGRAMA
                MOVE 'GENERAR-CARTA'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GENERAR-CARTA
           END-IF.

           ADD  1                           TO WK-CONTADOR-CARTAS.

       FIN-GENERAR-CARTA.
           EXIT.

      * El texto fijo sale de banco.plantilla_carta en el idioma del
      * cliente (PLANTILLA cae al castellano si falta); sin
      * plantilla cargada se conserva el literal de siempre.
       OBTENER-PLANTILLA.
      *--------------------
           MOVE WK-TEXTO-DEFECTO                 TO WK-TEXTO-CARTA.

           INITIALIZE                            AREA-PLANTILLA.
           MOVE 'AVISOCRED'                     TO
                PLANTILLA-E-TIPO-DOC.
           MOVE WK-CLI-IDIOMA                    TO
                PLANTILLA-E-IDIOMA.

           CALL "PLANTILLA"                      USING AREA-PLANTILLA.

           IF   PLANTILLA-STAT-OK
                AND PLANTILLA-PARRAFO-CONTADOR > ZERO
           THEN MOVE PLANTILLA-PARRAFO(1)        TO WK-TEXTO-CARTA
           END-IF.

       FIN-OBTENER-PLANTILLA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'PREAVISOS DE VENCIMIENTO DE POLIZAS DE CREDITO'.
           DISPLAY 'VENTANA DE PREAVISO [' WK-DIAS-PREAVISO '] DIAS'.
           DISPLAY 'FICHERO DE SALIDA   [' WK-FICHAVICRE-NOMBRE ']'.
           DISPLAY 'CARTAS GENERADAS    [' WK-CONTADOR-CARTAS ']'.
           DISPLAY 'RETENIDAS OFICINA   [' WK-CONTADOR-RETENIDAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
