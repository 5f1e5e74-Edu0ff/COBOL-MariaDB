       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. SELLOMOV.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Sello diario de los movimientos, para poder demostrar que un
      * movimiento ya apuntado no se ha tocado después directamente en
      * la base de datos.
      * Por omisión (sellado, cada noche) toma los movimientos
      * apuntados desde el último sello, en orden de referencia
      * (MOVIMIENTO-REF), calcula la huella SHA-256 de cada uno y las
      * encadena, empezando por el sello de la noche anterior, en el
      * sello del día. El sello se guarda en banco.sello_movimiento,
      * la huella de cada movimiento en banco.sello_movimiento_ref, y
      * el sello se escribe en sello-movimientos-AAAAMMDD.dat, que es
      * el fichero que se entrega a los auditores.
      * Con SELLOMOV_MODO=VERIFICAR vuelve a calcular los sellos
      * guardados entre SELLOMOV_DESDE y SELLOMOV_HASTA (AAAAMMDD; por
      * omisión todos) con los movimientos que hay hoy, vivos o ya
      * archivados en banco.movimiento_hist por PURGAMOV, y comprueba
      * que cada sello parte del anterior. De cada día distinto lista
      * las referencias agregadas, que faltan o que han cambiado, y
      * da el primer día distinto; termina con retorno 03.

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
      *    Fichero de salida: el sello del día al sellar, o una línea
      *    por día y por referencia distinta al verificar.
           SELECT FICHSELLO ASSIGN TO WK-FICHSELLO-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHSELLO.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHSELLO RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHSELLO                    PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE sellomov         END-EXEC.

      * Semilla del sello: sello anterior, fecha y tramo de
      * referencias, y sello que se va calculando.
       01  WK-SEMILLA                        PIC X(96).
       01  WK-SELLO-CALC                     PIC X(64).

      * Fila del cursor de huellas: referencia, importe y huella del
      * movimiento.
       01  WK-HUE-REF                        PIC 9(12).
       01  WK-HUE-IMPORTE                    PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-HUE-HUELLA                     PIC X(64).

      * Fila del cursor de diferencias: referencia y A agregada, F
      * falta o C cambiada.
       01  WK-DIF-REF                        PIC 9(12).
       01  WK-DIF-TIPO                       PIC X(01).
           88  DIF-AGREGADA                  VALUE 'A'.
           88  DIF-FALTA                     VALUE 'F'.
           88  DIF-CAMBIADA                  VALUE 'C'.

      * Último sello guardado (o el anterior al primero verificado),
      * del que tiene que partir el siguiente.
       01  WK-ULT-FEC                        PIC X(08).
       01  WK-PREV-SELLO                     PIC X(64).
       01  WK-PREV-REF-HASTA                 PIC 9(12).

       01  WK-REF-MAX                        PIC 9(12).
       01  WK-FEC-DESDE                      PIC X(08).
       01  WK-FEC-HASTA                      PIC X(08).
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
      *    La verificación encontró algún día distinto.
           88  STAT-SELLO-DISTINTO           VALUE 03.

       01  WK-MODO-ENV                       PIC X(09).
       01  SW-MODO                           PIC 9(01) VALUE 0.
           88  MODO-SELLAR                   VALUE 0.
           88  MODO-VERIFICAR                VALUE 1.

      * Al sellar se guarda la huella de cada movimiento; al
      * verificar sólo se calcula.
       01  SW-CALCULO                        PIC 9(01) VALUE 0.
           88  CALCULO-SELLAR                VALUE 0.
           88  CALCULO-VERIFICAR             VALUE 1.

       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

       01  SW-FIN-SELLOS                     PIC 9(01) VALUE 0.
           88  FIN-SELLOS                    VALUE 1.
           88  NO-FIN-SELLOS                 VALUE 0.

       01  SW-DIA                            PIC 9(01) VALUE 0.
           88  DIA-CORRECTO                  VALUE 0.
           88  DIA-DISTINTO                  VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-HORA-ACTUAL-R                  REDEFINES
                                             WK-HORA-ACTUAL-8.
           05  WK-HORA-HHMM                  PIC X(04).
           05  FILLER                        PIC X(04).

       01  WK-FEC-DESDE-ENV                  PIC X(08).
       01  WK-FEC-HASTA-ENV                  PIC X(08).

      * Movimientos e importe del sello calculado.
       01  WK-NUM-CALC                       PIC 9(09).
       01  WK-SUMA-CALC                      PIC S9(13)V99.
       01  WK-IMPORTE-EDIT                   PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-PRIMER-DIA-DISTINTO            PIC X(08) VALUE SPACES.

       01  WK-FICHSELLO-NOMBRE               PIC X(40).
       01  FS-FICHSELLO                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.
       01  WK-PARRAFO                        PIC X(30).

      * Movimientos sellados o verificados; sellos verificados y
      * distintos; referencias agregadas, que faltan y cambiadas.
       01  WK-CONTADOR-MOVIMIENTOS           PIC 9(09) VALUE 0.
       01  WK-CONTADOR-DIAS                  PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DISTINTOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-AGREGADAS             PIC 9(09) VALUE 0.
       01  WK-CONTADOR-FALTAN                PIC 9(09) VALUE 0.
       01  WK-CONTADOR-CAMBIADAS             PIC 9(09) VALUE 0.

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
                AND MODO-SELLAR
           THEN PERFORM SELLAR-DIA              THRU FIN-SELLAR-DIA
           END-IF.

           IF   STAT-OK
                AND MODO-VERIFICAR
           THEN PERFORM VERIFICAR-SELLOS        THRU
                        FIN-VERIFICAR-SELLOS
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
                OR STAT-SELLO-DISTINTO
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
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8              FROM TIME.

           MOVE SPACES                          TO WK-MODO-ENV.
           ACCEPT WK-MODO-ENV                   FROM ENVIRONMENT
                                                 'SELLOMOV_MODO'.
           IF   WK-MODO-ENV = 'VERIFICAR'
           THEN SET MODO-VERIFICAR              TO TRUE
           ELSE SET MODO-SELLAR                 TO TRUE
           END-IF.

      *    Días a verificar, por la fecha del sello; por omisión,
      *    todos los sellos guardados.
           MOVE '00000000'                      TO WK-FEC-DESDE.
           MOVE '99999999'                      TO WK-FEC-HASTA.

           MOVE SPACES                          TO WK-FEC-DESDE-ENV.
           ACCEPT WK-FEC-DESDE-ENV              FROM ENVIRONMENT
                                                 'SELLOMOV_DESDE'.
           IF   WK-FEC-DESDE-ENV NOT = SPACES
                AND WK-FEC-DESDE-ENV IS NUMERIC
           THEN MOVE WK-FEC-DESDE-ENV           TO WK-FEC-DESDE
           END-IF.

           MOVE SPACES                          TO WK-FEC-HASTA-ENV.
           ACCEPT WK-FEC-HASTA-ENV              FROM ENVIRONMENT
                                                 'SELLOMOV_HASTA'.
           IF   WK-FEC-HASTA-ENV NOT = SPACES
                AND WK-FEC-HASTA-ENV IS NUMERIC
           THEN MOVE WK-FEC-HASTA-ENV           TO WK-FEC-HASTA
           END-IF.

           IF   MODO-SELLAR
           THEN STRING 'sello-movimientos-' WK-FECHA-ACTUAL-8 '.dat'
                       DELIMITED BY SIZE   INTO WK-FICHSELLO-NOMBRE
           ELSE STRING 'verif-sello-mov-' WK-FECHA-ACTUAL
                       WK-HORA-HHMM '.dat'
                       DELIMITED BY SIZE   INTO WK-FICHSELLO-NOMBRE
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
                DISPLAY '*** FATAL *** SELLOMOV CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'SELLOMOV'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'SELLOMOV'                      TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de movimientos sellados o verificados
      *    y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-MOVIMIENTOS         TO
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
           MOVE 'SELLOMOV'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSELLO-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** SELLOMOV REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSELLO-NOMBRE ']'
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
           OPEN OUTPUT FICHSELLO.

           IF   FS-FICHSELLO NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** SELLOMOV ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHSELLO ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHSELLO.

       FIN-CERRAR-FICHERO.
           EXIT.

      * El sello de la noche cubre lo apuntado desde el último sello
      * hasta la mayor referencia que hay ahora, viva o archivada; un
      * día sin movimientos también se sella, para que la cadena no
      * tenga huecos. El día entero (huellas y sello) se confirma de
      * una vez: si algo falla no queda nada y se vuelve a lanzar.
       SELLAR-DIA.
      *-----------
           PERFORM LEER-ULTIMO-SELLO            THRU
                   FIN-LEER-ULTIMO-SELLO.

           IF   NOT STAT-OK
           THEN GO TO FIN-SELLAR-DIA
           END-IF.

           MOVE WK-FECHA-ACTUAL-8               TO SELLO-FEC.

           IF   WK-ULT-FEC NOT < SELLO-FEC
           THEN DISPLAY '*** AVISO *** SELLOMOV: YA HAY SELLO DEL DIA ['
                        WK-ULT-FEC ']'
                MOVE SPACES                     TO REG-FICHSELLO
                STRING 'SELLO [' WK-ULT-FEC '] YA CALCULADO ['
                       WK-PREV-SELLO ']'
                       DELIMITED BY SIZE   INTO REG-FICHSELLO
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
                GO TO FIN-SELLAR-DIA
           END-IF.

           MOVE 'SELLAR-DIA'                    TO WK-PARRAFO.

           EXEC SQL
                SELECT GREATEST(
                       COALESCE((SELECT MAX(ref_mov)
                                 FROM   banco.movimiento), 0),
                       COALESCE((SELECT MAX(ref_mov)
                                 FROM   banco.movimiento_hist), 0))
                INTO   :WK-REF-MAX
                FROM   DUAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-SELLAR-DIA
           END-IF.

           IF   WK-REF-MAX < WK-PREV-REF-HASTA
           THEN MOVE WK-PREV-REF-HASTA          TO WK-REF-MAX
           END-IF.

           MOVE WK-PREV-REF-HASTA               TO SELLO-REF-DESDE.
           MOVE WK-REF-MAX                      TO SELLO-REF-HASTA.
           MOVE WK-PREV-SELLO                   TO SELLO-ANTERIOR.
           MOVE WK-BATLOG-ID-EJEC               TO SELLO-ID-EJEC.

           SET  CALCULO-SELLAR                  TO TRUE.
           PERFORM CALCULAR-SELLO               THRU
                   FIN-CALCULAR-SELLO.

           IF   NOT STAT-OK
           THEN EXEC SQL rollback END-EXEC
                GO TO FIN-SELLAR-DIA
           END-IF.

           MOVE WK-SELLO-CALC                   TO SELLO-VALOR.
           MOVE WK-NUM-CALC                     TO
                SELLO-NUM-MOVIMIENTOS.
           MOVE WK-SUMA-CALC                    TO
                SELLO-SUMA-IMPORTES.
           MOVE 'SELLAR-DIA'                    TO WK-PARRAFO.

           EXEC SQL
                INSERT INTO banco.sello_movimiento(
                    fec_sello,
                    ref_desde,
                    ref_hasta,
                    num_movimientos,
                    suma_importes,
                    sello_anterior,
                    sello,
                    id_ejec,
                    fec_calculo
                )
                VALUES(
                    str_to_date(:SELLO-FEC, '%Y%m%d'),
                    :SELLO-REF-DESDE,
                    :SELLO-REF-HASTA,
                    :SELLO-NUM-MOVIMIENTOS,
                    :SELLO-SUMA-IMPORTES,
                    :SELLO-ANTERIOR,
                    :SELLO-VALOR,
                    :SELLO-ID-EJEC,
                    now()
                )
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-SELLAR-DIA
           END-IF.

           EXEC SQL commit END-EXEC.

           PERFORM ESCRIBIR-SELLO               THRU FIN-ESCRIBIR-SELLO.

       FIN-SELLAR-DIA.
           EXIT.

      *    El último sello guardado; si no hay ninguno, la cadena
      *    empieza con un sello anterior a ceros y desde la primera
      *    referencia.
       LEER-ULTIMO-SELLO.
      *------------------
           MOVE 'LEER-ULTIMO-SELLO'             TO WK-PARRAFO.

           EXEC SQL
                SELECT DATE_FORMAT(fec_sello, '%Y%m%d'),
                       ref_hasta,
                       sello
                INTO   :WK-ULT-FEC,
                       :WK-PREV-REF-HASTA,
                       :WK-PREV-SELLO
                FROM   banco.sello_movimiento
                ORDER BY fec_sello DESC
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE '00000000'                 TO WK-ULT-FEC
                MOVE ZERO                       TO WK-PREV-REF-HASTA
                MOVE ALL '0'                    TO WK-PREV-SELLO
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-ULTIMO-SELLO.
           EXIT.

      * Calcula el sello del tramo de REG-SELLO: SHA-256 de la
      * semilla, y luego, por cada movimiento en orden de referencia,
      * SHA-256 del sello que se lleva con la huella del movimiento.
      * La huella cubre todos los campos que PURGAMOV lleva tal cual
      * a banco.movimiento_hist (sin cod_cnpt_mov nulo, que allí pasa
      * a OTR), para que el sello no cambie al archivar.
       CALCULAR-SELLO.
      *---------------
           MOVE 'CALCULAR-SELLO'                TO WK-PARRAFO.
           MOVE ZERO                            TO WK-NUM-CALC.
           MOVE ZERO                            TO WK-SUMA-CALC.

           STRING SELLO-ANTERIOR SELLO-FEC
                  SELLO-REF-DESDE SELLO-REF-HASTA
                  DELIMITED BY SIZE         INTO WK-SEMILLA.

           EXEC SQL
                SELECT SHA2(:WK-SEMILLA, 256)
                INTO   :WK-SELLO-CALC
                FROM   DUAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CALCULAR-SELLO
           END-IF.

           EXEC SQL
                DECLARE CUR-HUELLAS CURSOR FOR
                SELECT M.ref_mov, M.importe_mov, M.huella
                FROM   (SELECT ref_mov, importe_mov,
                               SHA2(CONCAT_WS('|', ref_mov, id_medio,
                                    DATE_FORMAT(fec_mov,
                                                '%Y%m%d%H%i%s%f'),
                                    COALESCE(cnpt_mov, ''),
                                    COALESCE(cod_cnpt_mov, 'OTR'),
                                    importe_mov,
                                    COALESCE(divisa_mov, '')),
                                    256) AS huella
                        FROM   banco.movimiento
                        WHERE  ref_mov >  :SELLO-REF-DESDE
                        AND    ref_mov <= :SELLO-REF-HASTA
                        UNION ALL
                        SELECT ref_mov, importe_mov,
                               SHA2(CONCAT_WS('|', ref_mov, id_medio,
                                    DATE_FORMAT(fec_mov,
                                                '%Y%m%d%H%i%s%f'),
                                    COALESCE(cnpt_mov, ''),
                                    COALESCE(cod_cnpt_mov, 'OTR'),
                                    importe_mov,
                                    COALESCE(divisa_mov, '')),
                                    256) AS huella
                        FROM   banco.movimiento_hist
                        WHERE  ref_mov >  :SELLO-REF-DESDE
                        AND    ref_mov <= :SELLO-REF-HASTA) M
                ORDER BY M.ref_mov, M.huella
           END-EXEC.

           EXEC SQL OPEN CUR-HUELLAS END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CALCULAR-SELLO
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-HUELLA                  THRU FIN-LEER-HUELLA
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-HUELLAS END-EXEC.

       FIN-CALCULAR-SELLO.
           EXIT.

       LEER-HUELLA.
      *------------
           EXEC SQL
                FETCH CUR-HUELLAS
                INTO  :WK-HUE-REF, :WK-HUE-IMPORTE, :WK-HUE-HUELLA
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
                GO TO FIN-LEER-HUELLA
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LEER-HUELLA
           END-EVALUATE.

           ADD  1                               TO WK-NUM-CALC.
           ADD  1                               TO
                WK-CONTADOR-MOVIMIENTOS.
           ADD  WK-HUE-IMPORTE                  TO WK-SUMA-CALC.

           EXEC SQL
                SELECT SHA2(CONCAT(:WK-SELLO-CALC, :WK-HUE-HUELLA),
                            256)
                INTO   :WK-SELLO-CALC
                FROM   DUAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LEER-HUELLA
           END-IF.

           IF   CALCULO-VERIFICAR
           THEN GO TO FIN-LEER-HUELLA
           END-IF.

           MOVE SELLO-FEC                       TO SELLO-REF-FEC.
           MOVE WK-HUE-REF                      TO SELLO-REF-MOV.
           MOVE WK-HUE-HUELLA                   TO SELLO-REF-HUELLA.

           EXEC SQL
                INSERT INTO banco.sello_movimiento_ref(
                    fec_sello,
                    ref_mov,
                    huella
                )
                VALUES(
                    str_to_date(:SELLO-REF-FEC, '%Y%m%d'),
                    :SELLO-REF-MOV,
                    :SELLO-REF-HUELLA
                )
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-LEER-HUELLA.
           EXIT.

      * Verificación: cada sello guardado del periodo se vuelve a
      * calcular con lo que hay hoy en la base de datos, y se
      * comprueba que parte del sello y de la última referencia del
      * anterior. Sellos de uno en uno por su fecha, sin cursor
      * abierto, porque el cálculo de cada uno abre el suyo.
       VERIFICAR-SELLOS.
      *-----------------
           PERFORM LEER-SELLO-PREVIO            THRU
                   FIN-LEER-SELLO-PREVIO.

           MOVE '00000000'                      TO WK-ULT-FEC.
           SET  NO-FIN-SELLOS                   TO TRUE.

           PERFORM VERIFICAR-SELLO              THRU
                   FIN-VERIFICAR-SELLO
           UNTIL  FIN-SELLOS
           OR     NOT STAT-OK.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
           END-IF.

           IF   STAT-OK
                AND WK-CONTADOR-DISTINTOS > ZERO
           THEN SET STAT-SELLO-DISTINTO         TO TRUE
           END-IF.

       FIN-VERIFICAR-SELLOS.
           EXIT.

      *    El sello anterior al primero que se verifica, del que éste
      *    tiene que partir; si no lo hay, el primero es el inicio de
      *    la cadena.
       LEER-SELLO-PREVIO.
      *------------------
           MOVE 'LEER-SELLO-PREVIO'             TO WK-PARRAFO.

           EXEC SQL
                SELECT ref_hasta,
                       sello
                INTO   :WK-PREV-REF-HASTA,
                       :WK-PREV-SELLO
                FROM   banco.sello_movimiento
                WHERE  DATE_FORMAT(fec_sello, '%Y%m%d') < :WK-FEC-DESDE
                ORDER BY fec_sello DESC
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE ZERO                       TO WK-PREV-REF-HASTA
                MOVE ALL '0'                    TO WK-PREV-SELLO
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-SELLO-PREVIO.
           EXIT.

       VERIFICAR-SELLO.
      *----------------
           MOVE 'VERIFICAR-SELLO'               TO WK-PARRAFO.

           EXEC SQL
                SELECT DATE_FORMAT(fec_sello, '%Y%m%d'),
                       ref_desde,
                       ref_hasta,
                       num_movimientos,
                       suma_importes,
                       sello_anterior,
                       sello
                INTO   :SELLO-FEC,
                       :SELLO-REF-DESDE,
                       :SELLO-REF-HASTA,
                       :SELLO-NUM-MOVIMIENTOS,
                       :SELLO-SUMA-IMPORTES,
                       :SELLO-ANTERIOR,
                       :SELLO-VALOR
                FROM   banco.sello_movimiento
                WHERE  DATE_FORMAT(fec_sello, '%Y%m%d') > :WK-ULT-FEC
                AND    DATE_FORMAT(fec_sello, '%Y%m%d')
                                                   >= :WK-FEC-DESDE
                AND    DATE_FORMAT(fec_sello, '%Y%m%d')
                                                   <= :WK-FEC-HASTA
                ORDER BY fec_sello
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-SELLOS                 TO TRUE
                GO TO FIN-VERIFICAR-SELLO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-VERIFICAR-SELLO
           END-EVALUATE.

           MOVE SELLO-FEC                       TO WK-ULT-FEC.
           ADD  1                               TO WK-CONTADOR-DIAS.
           SET  DIA-CORRECTO                    TO TRUE.

      *    Un sello borrado, o uno que no parte del anterior, rompe la
      *    cadena aunque cada día cuadre por sí solo.
           IF   SELLO-ANTERIOR  NOT = WK-PREV-SELLO
                OR SELLO-REF-DESDE NOT = WK-PREV-REF-HASTA
           THEN SET  DIA-DISTINTO               TO TRUE
                MOVE SPACES                     TO REG-FICHSELLO
                STRING 'DIA [' SELLO-FEC '] CADENA ROTA ANTERIOR ['
                       SELLO-ANTERIOR '] ESPERADO [' WK-PREV-SELLO
                       '] REF DESDE [' SELLO-REF-DESDE
                       '] ESPERADA [' WK-PREV-REF-HASTA ']'
                       DELIMITED BY SIZE   INTO REG-FICHSELLO
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
           END-IF.

           SET  CALCULO-VERIFICAR               TO TRUE.
           PERFORM CALCULAR-SELLO               THRU
                   FIN-CALCULAR-SELLO.

           IF   NOT STAT-OK
           THEN GO TO FIN-VERIFICAR-SELLO
           END-IF.

           IF   WK-SELLO-CALC NOT = SELLO-VALOR
           THEN SET  DIA-DISTINTO               TO TRUE
                MOVE SPACES                     TO REG-FICHSELLO
                STRING 'DIA [' SELLO-FEC '] SELLO DISTINTO GUARDADO ['
                       SELLO-VALOR '] CALCULADO [' WK-SELLO-CALC
                       '] MOVIMIENTOS GUARDADOS ['
                       SELLO-NUM-MOVIMIENTOS '] CALCULADOS ['
                       WK-NUM-CALC ']'
                       DELIMITED BY SIZE   INTO REG-FICHSELLO
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
                PERFORM LISTAR-DIFERENCIAS      THRU
                        FIN-LISTAR-DIFERENCIAS
           END-IF.

           IF   DIA-CORRECTO
           THEN MOVE SPACES                     TO REG-FICHSELLO
                STRING 'DIA [' SELLO-FEC '] CORRECTO MOVIMIENTOS ['
                       WK-NUM-CALC '] SELLO [' SELLO-VALOR ']'
                       DELIMITED BY SIZE   INTO REG-FICHSELLO
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
           ELSE PERFORM AVISAR-DIA-DISTINTO     THRU
                        FIN-AVISAR-DIA-DISTINTO
           END-IF.

           MOVE SELLO-VALOR                     TO WK-PREV-SELLO.
           MOVE SELLO-REF-HASTA                 TO WK-PREV-REF-HASTA.

       FIN-VERIFICAR-SELLO.
           EXIT.

      *    Referencias del tramo que ya no coinciden con las huellas
      *    guardadas al sellar: agregadas después, que faltan (ni
      *    vivas ni archivadas) o cambiadas.
       LISTAR-DIFERENCIAS.
      *-------------------
           MOVE 'LISTAR-DIFERENCIAS'            TO WK-PARRAFO.

           EXEC SQL
                DECLARE CUR-DIFERENCIAS CURSOR FOR
                SELECT M.ref_mov,
                       CASE WHEN S.ref_mov IS NULL THEN 'A'
                            ELSE 'C'
                       END
                FROM   (SELECT ref_mov,
                               SHA2(CONCAT_WS('|', ref_mov, id_medio,
                                    DATE_FORMAT(fec_mov,
                                                '%Y%m%d%H%i%s%f'),
                                    COALESCE(cnpt_mov, ''),
                                    COALESCE(cod_cnpt_mov, 'OTR'),
                                    importe_mov,
                                    COALESCE(divisa_mov, '')),
                                    256) AS huella
                        FROM   banco.movimiento
                        WHERE  ref_mov >  :SELLO-REF-DESDE
                        AND    ref_mov <= :SELLO-REF-HASTA
                        UNION ALL
                        SELECT ref_mov,
                               SHA2(CONCAT_WS('|', ref_mov, id_medio,
                                    DATE_FORMAT(fec_mov,
                                                '%Y%m%d%H%i%s%f'),
                                    COALESCE(cnpt_mov, ''),
                                    COALESCE(cod_cnpt_mov, 'OTR'),
                                    importe_mov,
                                    COALESCE(divisa_mov, '')),
                                    256) AS huella
                        FROM   banco.movimiento_hist
                        WHERE  ref_mov >  :SELLO-REF-DESDE
                        AND    ref_mov <= :SELLO-REF-HASTA) M
                LEFT JOIN banco.sello_movimiento_ref S
                ON     S.fec_sello = str_to_date(:SELLO-FEC, '%Y%m%d')
                AND    S.ref_mov   = M.ref_mov
                WHERE  S.ref_mov IS NULL
                OR     S.huella <> M.huella
                UNION ALL
                SELECT S.ref_mov, 'F'
                FROM   banco.sello_movimiento_ref S
                WHERE  S.fec_sello = str_to_date(:SELLO-FEC, '%Y%m%d')
                AND    NOT EXISTS (SELECT 1
                                   FROM   banco.movimiento X
                                   WHERE  X.ref_mov = S.ref_mov)
                AND    NOT EXISTS (SELECT 1
                                   FROM   banco.movimiento_hist H
                                   WHERE  H.ref_mov = S.ref_mov)
                ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CUR-DIFERENCIAS END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-DIFERENCIAS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-DIFERENCIA              THRU
                   FIN-LEER-DIFERENCIA
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-DIFERENCIAS END-EXEC.

       FIN-LISTAR-DIFERENCIAS.
           EXIT.

       LEER-DIFERENCIA.
      *----------------
           EXEC SQL
                FETCH CUR-DIFERENCIAS
                INTO  :WK-DIF-REF, :WK-DIF-TIPO
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
                GO TO FIN-LEER-DIFERENCIA
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LEER-DIFERENCIA
           END-EVALUATE.

           MOVE SPACES                          TO REG-FICHSELLO.

           EVALUATE TRUE
           WHEN DIF-AGREGADA
                ADD  1                          TO
                     WK-CONTADOR-AGREGADAS
                STRING 'DIA [' SELLO-FEC '] REF [' WK-DIF-REF
                       '] AGREGADA DESPUES DEL SELLO'
                       DELIMITED BY SIZE   INTO REG-FICHSELLO
           WHEN DIF-FALTA
                ADD  1                          TO
                     WK-CONTADOR-FALTAN
                STRING 'DIA [' SELLO-FEC '] REF [' WK-DIF-REF
                       '] FALTA, NI VIVA NI ARCHIVADA'
                       DELIMITED BY SIZE   INTO REG-FICHSELLO
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-CAMBIADAS
                STRING 'DIA [' SELLO-FEC '] REF [' WK-DIF-REF
                       '] CAMBIADA DESPUES DEL SELLO'
                       DELIMITED BY SIZE   INTO REG-FICHSELLO
           END-EVALUATE.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-LEER-DIFERENCIA.
           EXIT.

      *    Cada día distinto se anota en el registro de errores; el
      *    primero es el que da el informe.
       AVISAR-DIA-DISTINTO.
      *--------------------
           ADD  1                               TO
                WK-CONTADOR-DISTINTOS.

           IF   WK-PRIMER-DIA-DISTINTO = SPACES
           THEN MOVE SELLO-FEC                  TO
                     WK-PRIMER-DIA-DISTINTO
           END-IF.

           DISPLAY '*** AVISO *** SELLOMOV: SELLO DISTINTO DEL DIA ['
                   SELLO-FEC ']'.

           MOVE 'SELLOMOV'                      TO LOGERR-E-PROGRAMA.
           MOVE 'SELLO DISTINTO'                TO LOGERR-E-PARRAFO.
           MOVE ZERO                            TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           STRING 'SELLO DE MOVIMIENTOS DISTINTO DEL DIA ' SELLO-FEC
                  DELIMITED BY SIZE         INTO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-AVISAR-DIA-DISTINTO.
           EXIT.

      *    Línea del sello para los auditores.
       ESCRIBIR-SELLO.
      *---------------
           MOVE SELLO-SUMA-IMPORTES             TO WK-IMPORTE-EDIT.
           MOVE SPACES                          TO REG-FICHSELLO.
           STRING 'SELLO [' SELLO-FEC
                  '] REFERENCIAS [' SELLO-REF-DESDE
                  '] A [' SELLO-REF-HASTA
                  '] MOVIMIENTOS [' SELLO-NUM-MOVIMIENTOS
                  '] IMPORTE [' WK-IMPORTE-EDIT
                  '] ANTERIOR [' SELLO-ANTERIOR
                  '] SELLO [' SELLO-VALOR ']'
                  DELIMITED BY SIZE         INTO REG-FICHSELLO.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-ESCRIBIR-SELLO.
           EXIT.

       ESCRIBIR-LINEA.
      *---------------
           WRITE REG-FICHSELLO.

           IF   FS-FICHSELLO NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** SELLOMOV ESCRIBIR-LINEA: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHSELLO ']'
           END-IF.

       FIN-ESCRIBIR-LINEA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHSELLO.
           STRING 'SELLOS VERIFICADOS [' WK-CONTADOR-DIAS
                  '] DISTINTOS [' WK-CONTADOR-DISTINTOS
                  '] PRIMER DIA DISTINTO [' WK-PRIMER-DIA-DISTINTO
                  '] REFS AGREGADAS [' WK-CONTADOR-AGREGADAS
                  '] FALTAN [' WK-CONTADOR-FALTAN
                  '] CAMBIADAS [' WK-CONTADOR-CAMBIADAS ']'
                  DELIMITED BY SIZE         INTO REG-FICHSELLO.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           MOVE SQLCODE                         TO WK-SQLCODE.
           DISPLAY '*** FATAL *** SELLOMOV ' WK-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'SELLOMOV'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-PARRAFO                      TO LOGERR-E-PARRAFO.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           IF   MODO-SELLAR
           THEN DISPLAY 'SELLO DIARIO DE MOVIMIENTOS'
           ELSE DISPLAY 'VERIFICACION DE SELLOS DE MOVIMIENTOS'
                DISPLAY 'DESDE                  [' WK-FEC-DESDE ']'
                DISPLAY 'HASTA                  [' WK-FEC-HASTA ']'
                DISPLAY 'SELLOS VERIFICADOS     [' WK-CONTADOR-DIAS
                        ']'
                DISPLAY 'SELLOS DISTINTOS       ['
                        WK-CONTADOR-DISTINTOS ']'
                DISPLAY 'PRIMER DIA DISTINTO    ['
                        WK-PRIMER-DIA-DISTINTO ']'
                DISPLAY 'REFS AGREGADAS         ['
                        WK-CONTADOR-AGREGADAS ']'
                DISPLAY 'REFS QUE FALTAN        ['
                        WK-CONTADOR-FALTAN ']'
                DISPLAY 'REFS CAMBIADAS         ['
                        WK-CONTADOR-CAMBIADAS ']'
           END-IF.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHSELLO-NOMBRE ']'.
           DISPLAY 'MOVIMIENTOS            [' WK-CONTADOR-MOVIMIENTOS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
