       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CONCCAJERO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Conciliación diaria de los cajeros automáticos, en dos pasos.
      * Primero se carga el diario electrónico de los cajeros y cada
      * retirada se casa con el cargo de anticipo de efectivo (EFE)
      * de la tarjeta: mismo número de tarjeta, mismo importe y mismo
      * día, cada cargo con una sola operación. Si el cajero dice que
      * no dispensó, o que dispensó sólo una parte, y el cliente fue
      * cargado, se le abre una disputa (DISPUTATAR) para que se le
      * devuelva. Después se cuadran los ciclos de casete que CAJERO
      * cerró en reposiciones de días anteriores, cuyo diario ya está
      * cargado entero: lo que debía quedar (cargado menos
      * dispensado) contra lo que se retiró contado. Cada operación
      * del diario se confirma por separado; el cuadre de los ciclos
      * va en una sola unidad de trabajo.

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
      *    Diario electrónico de los cajeros, una retirada por línea.
      *    Por omisión se toma diario-cajeros.dat; para indicar otro
      *    se usa la variable de entorno CONCCAJERO_FICHERO.
           SELECT FICHDIA ASSIGN TO WK-FICHDIA-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHDIA.

      *    Informe de la conciliación, con la fecha de la ejecución
      *    en el nombre.
           SELECT FICHCONC ASSIGN TO WK-FICHCONC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCONC.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una retirada por registro: cajero, número de operación del
      * cajero, fecha y hora (AAAAMMDDHHMMSS), tarjeta, importe pedido
      * y dispensado, billetes que salieron de cada casete y lo que
      * dice el cajero (D dispensado, P parcial, F fallo).
       FD FICHDIA RECORD CONTAINS 73 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHDIA.
           05  DIA-CAJERO                   PIC X(08).
           05  DIA-OPERACION                PIC 9(06).
           05  DIA-FECHA-HORA               PIC X(14).
           05  DIA-TARJETA                  PIC X(16).
           05  DIA-SOLICITADO               PIC 9(06)V99.
           05  DIA-DISPENSADO               PIC 9(06)V99.
           05  DIA-BILLETES                 OCCURS 4 TIMES
                                            PIC 9(03).
           05  DIA-RESULTADO                PIC X(01).

       FD FICHCONC RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCONC                     PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE cajero           END-EXEC.

      * Filas encontradas y billetes dispensados de un casete.
       01  WK-EXISTENTES                     PIC 9(05).
       01  WK-DISPENSADOS                    PIC 9(07).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'disputatar.cpy'.

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

       01  SW-FIN-FICHERO                    PIC 9(01) VALUE 0.
           88  FIN-FICHERO-SI                VALUE 1.
           88  FIN-FICHERO-NO                VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHDIA-NOMBRE                 PIC X(40) VALUE
                                             'diario-cajeros.dat'.
       01  WK-FICHDIA-NOMBRE-ENV             PIC X(40).
       01  FS-FICHDIA                        PIC X(02).

       01  WK-FICHCONC-NOMBRE                PIC X(40).
       01  FS-FICHCONC                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Resultado de la operación o del ciclo en curso.
       01  WK-RESULTADO                      PIC X(30).

      * Operaciones leídas, casadas, dispensadas sin cargo, fallidas
      * sin cargo, con disputa abierta, cargadas sin dispensar cuya
      * disputa no se pudo abrir e incidencias.
       01  WK-CONTADOR-OPERACIONES           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CASADAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-CARGO             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-NULAS                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DISPUTAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-DISPUTA           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-INCIDENCIAS           PIC 9(06) VALUE 0.

      * Ciclos cuadrados, y de ellos los que cuadran, los que tienen
      * sobrante y los que tienen faltante, con su diferencia neta.
       01  WK-CONTADOR-CICLOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CUADRAN               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SOBRANTES             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-FALTANTES             PIC 9(06) VALUE 0.
       01  WK-TOTAL-DIFERENCIA               PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRATAR-OPERACIONES      THRU
                        FIN-TRATAR-OPERACIONES
                IF   STAT-OK
                THEN PERFORM CUADRAR-CICLOS     THRU
                             FIN-CUADRAR-CICLOS
                END-IF
                IF   NOT STAT-OK
                THEN PERFORM HACER-ROLLBACK     THRU
                             FIN-HACER-ROLLBACK
                     PERFORM REGISTRAR-ERROR    THRU
                             FIN-REGISTRAR-ERROR
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
           STRING 'conciliacion-cajeros-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCONC-NOMBRE.

           MOVE SPACES                          TO
                WK-FICHDIA-NOMBRE-ENV.
           ACCEPT WK-FICHDIA-NOMBRE-ENV         FROM ENVIRONMENT
                  'CONCCAJERO_FICHERO'.
           IF   WK-FICHDIA-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHDIA-NOMBRE-ENV      TO WK-FICHDIA-NOMBRE
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
                DISPLAY '*** FATAL *** CONCCAJERO CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CONCCAJERO'                TO LOGERR-E-PROGRAMA
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
           MOVE 'CONCCAJERO'                    TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-OPERACIONES         TO
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

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CONCCAJERO'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCONC-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CONCCAJERO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCONC-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHEROS.
      *-----------------
           OPEN INPUT  FICHDIA.

           IF   FS-FICHDIA NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONCCAJERO ABRIR-FICHEROS: NO'
                DISPLAY 'SE PUDO ABRIR EL DIARIO DE LOS CAJEROS'
                DISPLAY 'FILE STATUS [' FS-FICHDIA ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHCONC.

           IF   FS-FICHCONC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONCCAJERO ABRIR-FICHEROS: NO'
                DISPLAY 'SE PUDO ABRIR EL INFORME DE CONCILIACION'
                DISPLAY 'FILE STATUS [' FS-FICHCONC ']'
                CLOSE FICHDIA
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *-----------------
           CLOSE FICHDIA FICHCONC.

       FIN-CERRAR-FICHEROS.
           EXIT.

       TRATAR-OPERACIONES.
      *-------------------
           PERFORM TRATAR-UNA-OPERACION         THRU
                   FIN-TRATAR-UNA-OPERACION
           UNTIL  FIN-FICHERO-SI
           OR     NOT STAT-OK.

       FIN-TRATAR-OPERACIONES.
           EXIT.

      *    Una línea que no se puede interpretar, de un cajero que no
      *    está registrado o ya cargada por una ejecución anterior se
      *    informa como incidencia y no se guarda.
       TRATAR-UNA-OPERACION.
      *---------------------
           READ FICHDIA
                AT END SET FIN-FICHERO-SI       TO TRUE
           END-READ.

           IF   FIN-FICHERO-SI
           THEN GO TO FIN-TRATAR-UNA-OPERACION
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-OPERACIONES.

           INITIALIZE                           REG-CAJDIARIO
                                                REG-CAJDIARIO-NULL.
           MOVE SPACES                          TO WK-RESULTADO.

           MOVE DIA-CAJERO                      TO CAJDIARIO-ID-CAJERO.
           MOVE DIA-RESULTADO                   TO CAJDIARIO-RESULTADO.

           IF   DIA-CAJERO = SPACES
                OR DIA-OPERACION IS NOT NUMERIC
                OR DIA-FECHA-HORA IS NOT NUMERIC
                OR DIA-TARJETA = SPACES
                OR DIA-SOLICITADO IS NOT NUMERIC
                OR DIA-DISPENSADO IS NOT NUMERIC
                OR DIA-BILLETES(1) IS NOT NUMERIC
                OR DIA-BILLETES(2) IS NOT NUMERIC
                OR DIA-BILLETES(3) IS NOT NUMERIC
                OR DIA-BILLETES(4) IS NOT NUMERIC
                OR NOT CAJDIARIO-RESULTADO-OK
                OR DIA-DISPENSADO > DIA-SOLICITADO
           THEN MOVE 'DATOS NO VALIDOS'         TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-TRATAR-UNA-OPERACION
           END-IF.

           IF   (CAJDIARIO-RESULTADO-DISPENSADO
                 AND DIA-DISPENSADO NOT = DIA-SOLICITADO)
                OR (CAJDIARIO-RESULTADO-FALLO
                    AND DIA-DISPENSADO NOT = ZERO)
           THEN MOVE 'DATOS NO VALIDOS'         TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-TRATAR-UNA-OPERACION
           END-IF.

           MOVE DIA-OPERACION                   TO
                CAJDIARIO-NUM-OPERACION.
           MOVE DIA-FECHA-HORA                  TO
                CAJDIARIO-FEC-OPERACION.
           MOVE DIA-TARJETA                     TO
                CAJDIARIO-NUM-TARJETA.
           MOVE DIA-SOLICITADO                  TO
                CAJDIARIO-SOLICITADO.
           MOVE DIA-DISPENSADO                  TO
                CAJDIARIO-DISPENSADO.
           MOVE DIA-BILLETES(1)                 TO
                CAJDIARIO-BILLETES-C1.
           MOVE DIA-BILLETES(2)                 TO
                CAJDIARIO-BILLETES-C2.
           MOVE DIA-BILLETES(3)                 TO
                CAJDIARIO-BILLETES-C3.
           MOVE DIA-BILLETES(4)                 TO
                CAJDIARIO-BILLETES-C4.

           PERFORM COMPROBAR-OPERACION          THRU
                   FIN-COMPROBAR-OPERACION.

           IF   NOT STAT-OK
                OR WK-RESULTADO NOT = SPACES
           THEN GO TO FIN-TRATAR-UNA-OPERACION
           END-IF.

           PERFORM CASAR-MOVIMIENTO             THRU
                   FIN-CASAR-MOVIMIENTO.

           IF   NOT STAT-OK
           THEN GO TO FIN-TRATAR-UNA-OPERACION
           END-IF.

           EVALUATE TRUE
           WHEN CAJDIARIO-REF-MOV = ZERO
                AND CAJDIARIO-RESULTADO-FALLO
                SET  CAJDIARIO-ESTADO-NULA      TO TRUE
                ADD  1                          TO WK-CONTADOR-NULAS
                MOVE 'FALLIDA SIN CARGO'        TO WK-RESULTADO
           WHEN CAJDIARIO-REF-MOV = ZERO
                SET  CAJDIARIO-ESTADO-SIN-CARGO TO TRUE
                ADD  1                          TO
                     WK-CONTADOR-SIN-CARGO
                MOVE 'DISPENSADA SIN CARGO'     TO WK-RESULTADO
           WHEN CAJDIARIO-RESULTADO-DISPENSADO
                SET  CAJDIARIO-ESTADO-CASADA    TO TRUE
                ADD  1                          TO WK-CONTADOR-CASADAS
                MOVE 'CASADA'                   TO WK-RESULTADO
           WHEN OTHER
                PERFORM ABRIR-DISPUTA           THRU
                        FIN-ABRIR-DISPUTA
           END-EVALUATE.

           IF   NOT STAT-OK
           THEN GO TO FIN-TRATAR-UNA-OPERACION
           END-IF.

           PERFORM INSERTAR-DIARIO              THRU
                   FIN-INSERTAR-DIARIO.

           IF   STAT-OK
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-OPERACION      THRU
                        FIN-ESCRIBIR-OPERACION
           END-IF.

       FIN-TRATAR-UNA-OPERACION.
           EXIT.

      *    El cajero tiene que estar registrado (aunque ya esté de
      *    baja, su diario atrasado se sigue cargando) y la operación
      *    no puede estar ya cargada.
       COMPROBAR-OPERACION.
      *--------------------
           MOVE DIA-CAJERO                      TO CAJERO-ID.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTENTES
                FROM   banco.cajero
                WHERE  id_cajero = :CAJERO-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'COMPROBAR-OPERACION'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-COMPROBAR-OPERACION
           END-IF.

           IF   WK-EXISTENTES = ZERO
           THEN MOVE 'CAJERO DESCONOCIDO'       TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
                GO TO FIN-COMPROBAR-OPERACION
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTENTES
                FROM   banco.cajero_diario
                WHERE  id_cajero     = :CAJDIARIO-ID-CAJERO
                AND    num_operacion = :CAJDIARIO-NUM-OPERACION
                AND    fec_operacion =
                       str_to_date(:CAJDIARIO-FEC-OPERACION,
                                   '%Y%m%d%H%i%s')
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'COMPROBAR-OPERACION'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-COMPROBAR-OPERACION
           END-IF.

           IF   WK-EXISTENTES > ZERO
           THEN MOVE 'OPERACION YA CARGADA'     TO WK-RESULTADO
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
           END-IF.

       FIN-COMPROBAR-OPERACION.
           EXIT.

      *    El cargo de la retirada: anticipo de efectivo de la
      *    tarjeta por el importe pedido, del mismo día, que ninguna
      *    otra operación del diario se haya quedado ya. Si hay
      *    varios iguales se toma el más antiguo.
       CASAR-MOVIMIENTO.
      *-----------------
           EXEC SQL
                SELECT COALESCE(MIN(M.ref_mov), 0)
                INTO   :CAJDIARIO-REF-MOV
                FROM   banco.movimiento M,
                       banco.tarjeta    T
                WHERE  T.num_tarjeta    = :CAJDIARIO-NUM-TARJETA
                AND    M.id_medio       = T.id_medio
                AND    M.cod_cnpt_mov   = 'EFE'
                AND    M.importe_mov    = 0 - :CAJDIARIO-SOLICITADO
                AND    DATE(M.fec_mov)  =
                       DATE(str_to_date(:CAJDIARIO-FEC-OPERACION,
                                        '%Y%m%d%H%i%s'))
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   banco.cajero_diario D
                        WHERE  D.ref_mov = M.ref_mov)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CASAR-MOVIMIENTO'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CASAR-MOVIMIENTO.
           EXIT.

      *    Cargado sin dispensar, o dispensado sólo en parte: se abre
      *    una disputa sobre el cargo. Si DISPUTATAR no la puede abrir
      *    (por ejemplo, porque ya hay una sobre ese cargo) la
      *    operación queda señalada para revisarla a mano; sólo un
      *    error de base de datos detiene la carga.
       ABRIR-DISPUTA.
      *--------------
           INITIALIZE                           AREA-DISPUTATAR-ENTRADA.

           SET  DISPUTATAR-E-ACC-ABRIR          TO TRUE.
           MOVE CAJDIARIO-REF-MOV               TO DISPUTATAR-E-REF-MOV.
           IF   CAJDIARIO-RESULTADO-FALLO
           THEN MOVE 'CAJERO NO DISPENSO EFECTIVO'
                                                TO DISPUTATAR-E-MOTIVO
           ELSE MOVE 'CAJERO DISPENSO SOLO PARTE'
                                                TO DISPUTATAR-E-MOTIVO
           END-IF.

           CALL "DISPUTATAR"                    USING AREA-DISPUTATAR.

           EVALUATE TRUE
           WHEN DISPUTATAR-STAT-OK
                SET  CAJDIARIO-ESTADO-DISPUTA   TO TRUE
                MOVE DISPUTATAR-S-ID-DISPUTA    TO
                     CAJDIARIO-ID-DISPUTA
                ADD  1                          TO
                     WK-CONTADOR-DISPUTAS
                MOVE 'CARGADA, DISPUTA ABIERTA' TO WK-RESULTADO
           WHEN DISPUTATAR-STAT-ERR-SQL
                MOVE DISPUTATAR-SQLCODE         TO WK-SQLCODE
                MOVE 'ABRIR-DISPUTA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                SET  CAJDIARIO-ESTADO-SIN-DISPUTA
                                                TO TRUE
                ADD  1                          TO
                     WK-CONTADOR-SIN-DISPUTA
                MOVE 'CARGADA, DISPUTA NO ABIERTA'
                                                TO WK-RESULTADO
           END-EVALUATE.

       FIN-ABRIR-DISPUTA.
           EXIT.

       INSERTAR-DIARIO.
      *----------------
           EXEC SQL
                INSERT INTO banco.cajero_diario(
                    id_cajero,
                    num_operacion,
                    fec_operacion,
                    num_tarjeta,
                    importe_solicitado,
                    importe_dispensado,
                    billetes_c1,
                    billetes_c2,
                    billetes_c3,
                    billetes_c4,
                    resultado_operacion,
                    ref_mov,
                    id_disputa,
                    estado_conciliacion
                )
                VALUES(
                    :CAJDIARIO-ID-CAJERO,
                    :CAJDIARIO-NUM-OPERACION,
                    str_to_date(:CAJDIARIO-FEC-OPERACION,
                                '%Y%m%d%H%i%s'),
                    :CAJDIARIO-NUM-TARJETA,
                    :CAJDIARIO-SOLICITADO,
                    :CAJDIARIO-DISPENSADO,
                    :CAJDIARIO-BILLETES-C1,
                    :CAJDIARIO-BILLETES-C2,
                    :CAJDIARIO-BILLETES-C3,
                    :CAJDIARIO-BILLETES-C4,
                    :CAJDIARIO-RESULTADO,
                    NULLIF(:CAJDIARIO-REF-MOV, 0),
                    NULLIF(:CAJDIARIO-ID-DISPUTA, 0),
                    :CAJDIARIO-ESTADO
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'INSERTAR-DIARIO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-INSERTAR-DIARIO.
           EXIT.

      *    Ciclos cerrados antes de hoy y aún sin cuadrar. Los
      *    cerrados hoy esperan al diario de mañana, que trae las
      *    operaciones que el cajero hizo hasta la reposición.
       CUADRAR-CICLOS.
      *---------------
           EXEC SQL
                DECLARE CUR-CICLOS CURSOR FOR
                SELECT id_carga, id_cajero, casete_carga,
                       denominacion_carga, billetes_cargados,
                       billetes_retirados,
                       date_format(fec_carga, '%Y%m%d%H%i%s'),
                       date_format(fec_cierre_carga, '%Y%m%d%H%i%s')
                FROM   banco.cajero_carga
                WHERE  estado_carga = 'C'
                AND    DATE(fec_cierre_carga) < CURDATE()
                ORDER BY id_cajero, casete_carga, id_carga
           END-EXEC.

           EXEC SQL OPEN CUR-CICLOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CUADRAR-CICLOS'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CUADRAR-CICLOS
           END-IF.

           PERFORM CUADRAR-UN-CICLO             THRU
                   FIN-CUADRAR-UN-CICLO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CICLOS END-EXEC.

           IF   STAT-OK
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           END-IF.

       FIN-CUADRAR-CICLOS.
           EXIT.

       CUADRAR-UN-CICLO.
      *-----------------
           EXEC SQL
                FETCH CUR-CICLOS
                INTO  :CAJCARGA-ID, :CAJCARGA-ID-CAJERO,
                      :CAJCARGA-CASETE, :CAJCARGA-DENOMINACION,
                      :CAJCARGA-CARGADOS, :CAJCARGA-RETIRADOS,
                      :CAJCARGA-FEC-CARGA, :CAJCARGA-FEC-CIERRE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-CUADRAR-UN-CICLO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'CUADRAR-UN-CICLO'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CUADRAR-UN-CICLO
           END-EVALUATE.

      *    Billetes que salieron del casete durante el ciclo, según
      *    el diario.
           EXEC SQL
                SELECT COALESCE(SUM(CASE :CAJCARGA-CASETE
                                    WHEN 1 THEN billetes_c1
                                    WHEN 2 THEN billetes_c2
                                    WHEN 3 THEN billetes_c3
                                    ELSE        billetes_c4
                                    END), 0)
                INTO   :WK-DISPENSADOS
                FROM   banco.cajero_diario
                WHERE  id_cajero      = :CAJCARGA-ID-CAJERO
                AND    fec_operacion >=
                       str_to_date(:CAJCARGA-FEC-CARGA,
                                   '%Y%m%d%H%i%s')
                AND    fec_operacion <
                       str_to_date(:CAJCARGA-FEC-CIERRE,
                                   '%Y%m%d%H%i%s')
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CUADRAR-UN-CICLO'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CUADRAR-UN-CICLO
           END-IF.

           MOVE WK-DISPENSADOS                  TO CAJCARGA-DISPENSADOS.
           COMPUTE CAJCARGA-DIFERENCIA =
                   (CAJCARGA-RETIRADOS - CAJCARGA-CARGADOS
                    + WK-DISPENSADOS) * CAJCARGA-DENOMINACION.

           EXEC SQL
                UPDATE banco.cajero_carga
                SET    billetes_dispensados = :CAJCARGA-DISPENSADOS,
                       diferencia_carga     = :CAJCARGA-DIFERENCIA,
                       estado_carga         = 'Q'
                WHERE  id_carga             = :CAJCARGA-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CUADRAR-UN-CICLO'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CUADRAR-UN-CICLO
           END-IF.

           ADD  1                               TO WK-CONTADOR-CICLOS.
           ADD  CAJCARGA-DIFERENCIA             TO WK-TOTAL-DIFERENCIA.

           EVALUATE TRUE
           WHEN CAJCARGA-DIFERENCIA = ZERO
                ADD  1                          TO WK-CONTADOR-CUADRAN
                MOVE 'CUADRA'                   TO WK-RESULTADO
           WHEN CAJCARGA-DIFERENCIA > ZERO
                ADD  1                          TO
                     WK-CONTADOR-SOBRANTES
                MOVE 'SOBRANTE'                 TO WK-RESULTADO
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-FALTANTES
                MOVE 'FALTANTE'                 TO WK-RESULTADO
           END-EVALUATE.

           PERFORM ESCRIBIR-CICLO               THRU
                   FIN-ESCRIBIR-CICLO.

       FIN-CUADRAR-UN-CICLO.
           EXIT.

       ANOTAR-INCIDENCIA.
      *------------------
           ADD  1                               TO
                WK-CONTADOR-INCIDENCIAS.

           PERFORM ESCRIBIR-OPERACION           THRU
                   FIN-ESCRIBIR-OPERACION.

       FIN-ANOTAR-INCIDENCIA.
           EXIT.

      *    El informe no lleva el número de tarjeta: la operación se
      *    identifica por cajero y número, y el cargo por su
      *    referencia de movimiento.
       ESCRIBIR-OPERACION.
      *-------------------
           MOVE SPACES                          TO REG-FICHCONC.
           STRING 'CAJERO [' DIA-CAJERO '] OPERACION [' DIA-OPERACION
                  '] FECHA [' DIA-FECHA-HORA
                  '] SOLICITADO [' DIA-SOLICITADO
                  '] DISPENSADO [' DIA-DISPENSADO
                  '] RESULTADO [' DIA-RESULTADO
                  '] MOVIMIENTO [' CAJDIARIO-REF-MOV
                  '] DISPUTA [' CAJDIARIO-ID-DISPUTA '] '
                  WK-RESULTADO
                  DELIMITED BY SIZE             INTO REG-FICHCONC.

           WRITE REG-FICHCONC.

       FIN-ESCRIBIR-OPERACION.
           EXIT.

       ESCRIBIR-CICLO.
      *---------------
           MOVE SPACES                          TO REG-FICHCONC.
           STRING 'CICLO [' CAJCARGA-ID '] CAJERO [' CAJCARGA-ID-CAJERO
                  '] CASETE [' CAJCARGA-CASETE
                  '] BILLETE [' CAJCARGA-DENOMINACION
                  '] CARGADOS [' CAJCARGA-CARGADOS
                  '] DISPENSADOS [' CAJCARGA-DISPENSADOS
                  '] RETIRADOS [' CAJCARGA-RETIRADOS
                  '] DIFERENCIA [' CAJCARGA-DIFERENCIA '] '
                  WK-RESULTADO
                  DELIMITED BY SIZE             INTO REG-FICHCONC.

           WRITE REG-FICHCONC.

       FIN-ESCRIBIR-CICLO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHCONC.
           STRING 'TOTAL OPERACIONES [' WK-CONTADOR-OPERACIONES
                  '] CASADAS [' WK-CONTADOR-CASADAS
                  '] SIN CARGO [' WK-CONTADOR-SIN-CARGO
                  '] FALLIDAS [' WK-CONTADOR-NULAS
                  '] DISPUTAS [' WK-CONTADOR-DISPUTAS
                  '] SIN DISPUTA [' WK-CONTADOR-SIN-DISPUTA
                  '] INCIDENCIAS [' WK-CONTADOR-INCIDENCIAS ']'
                  DELIMITED BY SIZE             INTO REG-FICHCONC.

           WRITE REG-FICHCONC.

           MOVE SPACES                          TO REG-FICHCONC.
           STRING 'TOTAL CICLOS [' WK-CONTADOR-CICLOS
                  '] CUADRAN [' WK-CONTADOR-CUADRAN
                  '] SOBRANTES [' WK-CONTADOR-SOBRANTES
                  '] FALTANTES [' WK-CONTADOR-FALTANTES
                  '] DIFERENCIA NETA [' WK-TOTAL-DIFERENCIA ']'
                  DELIMITED BY SIZE             INTO REG-FICHCONC.

           WRITE REG-FICHCONC.

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
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa; el registro en LOGERR se hace después de
      *    deshacer (REGISTRAR-ERROR), porque LOGERR confirma su
      *    propia fila y no debe arrastrar con ella un cuadre a
      *    medias.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** CONCCAJERO ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'CONCCAJERO'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONCILIACION DE LOS CAJEROS AUTOMATICOS'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHDIA-NOMBRE ']'.
           DISPLAY 'INFORME              [' WK-FICHCONC-NOMBRE ']'.
           DISPLAY 'OPERACIONES          [' WK-CONTADOR-OPERACIONES
                   ']'.
           DISPLAY 'CASADAS              [' WK-CONTADOR-CASADAS ']'.
           DISPLAY 'DISPENSADAS SIN CARGO[' WK-CONTADOR-SIN-CARGO ']'.
           DISPLAY 'FALLIDAS SIN CARGO   [' WK-CONTADOR-NULAS ']'.
           DISPLAY 'DISPUTAS ABIERTAS    [' WK-CONTADOR-DISPUTAS ']'.
           DISPLAY 'DISPUTAS NO ABIERTAS [' WK-CONTADOR-SIN-DISPUTA
                   ']'.
           DISPLAY 'INCIDENCIAS          [' WK-CONTADOR-INCIDENCIAS
                   ']'.
           DISPLAY 'CICLOS CUADRADOS     [' WK-CONTADOR-CICLOS ']'.
           DISPLAY 'CON SOBRANTE         [' WK-CONTADOR-SOBRANTES ']'.
           DISPLAY 'CON FALTANTE         [' WK-CONTADOR-FALTANTES ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
