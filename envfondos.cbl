       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. ENVFONDOS.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Fichero diario de órdenes de fondos para la gestora: todas
      * las suscripciones y reembolsos capturados (FONDO) y aún sin
      * enviar, una línea por orden, y al final un registro de
      * totales para que la gestora cuadre lo recibido. Las órdenes
      * enviadas pasan a 'E' y ya no se pueden anular; la gestora
      * devuelve su confirmación en el fichero que carga CONFFONDOS.
      * Las marcas se confirman al final, con el fichero ya cerrado;
      * si algo falla no se marca ninguna y la siguiente ejecución
      * vuelve a mandarlas todas.

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
      *    Fichero de órdenes para la gestora. Su nombre lleva la
      *    fecha de la ejecución para no pisar el de días anteriores.
           SELECT FICHFON ASSIGN TO WK-FICHFON-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHFON.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas.
       FD FICHFON RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHFON.
           05  FICHFON-TIPO                  PIC X(03).
           05  FICHFON-DATOS                 PIC X(147).
      *    Orden: suscripción de un importe o reembolso de unas
      *    participaciones (o de todas, con la marca de total).
           05  FICHFON-ORD                   REDEFINES FICHFON-DATOS.
               10  FICHFON-ORD-ID            PIC 9(10).
               10  FICHFON-ORD-ISIN          PIC X(12).
               10  FICHFON-ORD-TIPO          PIC X(01).
               10  FICHFON-ORD-NIF           PIC X(10).
               10  FICHFON-ORD-IMPORTE       PIC 9(08)V99.
               10  FICHFON-ORD-PARTICIPACIONES
                                             PIC 9(09)V9(06).
               10  FICHFON-ORD-TOTAL         PIC X(01).
               10  FICHFON-ORD-DIVISA        PIC X(03).
               10  FICHFON-ORD-FEC-ORDEN     PIC X(08).
               10  FILLER                    PIC X(77).
      *    Totales: órdenes, importe suscrito y participaciones
      *    pedidas en reembolso.
           05  FICHFON-TOT                   REDEFINES FICHFON-DATOS.
               10  FICHFON-TOT-NUM           PIC 9(06).
               10  FICHFON-TOT-IMPORTE       PIC 9(12)V99.
               10  FICHFON-TOT-PARTICIPACIONES
                                             PIC 9(12)V9(06).
               10  FILLER                    PIC X(109).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE fondo            END-EXEC.

      * Fila del cursor de órdenes pendientes de envío.
       01  WK-ORD-ISIN                       PIC X(12).
       01  WK-ORD-NIF                        PIC X(10).
       01  WK-ORD-DIVISA                     PIC X(03).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.

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

      * Las órdenes pendientes se cargan en memoria y se cierra el
      * cursor antes de marcarlas. Lo que no quepa sale en la
      * ejecución siguiente.
       01  WK-MAX-ORDENES                    PIC 9(04) VALUE 500.
       01  WK-NUM-ORDENES                    PIC 9(04) VALUE 0.
       01  WK-ORDENES.
           05  WK-ORD                        OCCURS 500 TIMES.
               10  WK-ORD-ID                 PIC 9(10).
               10  WK-ORD-TIPO               PIC X(01).
               10  WK-ORD-ISIN-FON           PIC X(12).
               10  WK-ORD-NIF-CLI            PIC X(10).
               10  WK-ORD-IMPORTE            PIC S9(08)V99
                                             LEADING SEPARATE.
               10  WK-ORD-PARTICIPACIONES    PIC S9(09)V9(06)
                                             LEADING SEPARATE.
               10  WK-ORD-TOTAL              PIC X(01).
               10  WK-ORD-DIV                PIC X(03).
               10  WK-ORD-FEC-ORDEN          PIC X(08).
       01  WK-I                              PIC 9(04).

       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHFON-NOMBRE                 PIC X(40).
       01  FS-FICHFON                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Órdenes enviadas, por tipo, y sumas del registro de totales.
       01  WK-CONTADOR-ENVIADAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SUSCRIPCIONES         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-REEMBOLSOS            PIC 9(06) VALUE 0.
       01  WK-TOTAL-IMPORTE                  PIC 9(12)V99 VALUE 0.
       01  WK-TOTAL-PARTICIPACIONES          PIC 9(12)V9(06) VALUE 0.

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
           THEN PERFORM CARGAR-ORDENES          THRU
                        FIN-CARGAR-ORDENES
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM ENVIAR-ORDEN            THRU
                        FIN-ENVIAR-ORDEN
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > WK-NUM-ORDENES
                OR      NOT STAT-OK
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-TOTALES   THRU
                             FIN-ESCRIBIR-TOTALES
                END-IF
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
                IF   STAT-OK
                THEN PERFORM HACER-COMMIT       THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK     THRU
                             FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-ENVIO         THRU
                        FIN-REGISTRAR-ENVIO
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
           STRING 'fondos-ordenes-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHFON-NOMBRE.

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
                DISPLAY '*** FATAL *** ENVFONDOS CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'ENVFONDOS'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'ENVFONDOS'                     TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-ENVIADAS            TO
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

      *    Da de alta en el catálogo de informes el fichero enviado,
      *    como confidencial: lleva NIF y órdenes de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'ENVFONDOS'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHFON-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ENVFONDOS REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHFON-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    Registra el fichero en el control de envíos (ENVIO), que
      *    guarda una copia para poder reenviarlo y lo deja en la
      *    ruta de envío de su interfaz. Un fallo aquí no para el
      *    lote: el fichero ya está generado y catalogado.
       REGISTRAR-ENVIO.
      *----------------
           INITIALIZE                           AREA-ENVIO-ENTRADA.

           SET  ENVIO-E-ACC-REGISTRAR           TO TRUE.
           MOVE 'FONDOS'                        TO ENVIO-E-INTERFAZ.
           MOVE 'ENVFONDOS'                     TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHFON-NOMBRE               TO ENVIO-E-FICHERO.
           MOVE WK-TOTAL-IMPORTE                TO
                ENVIO-E-TOTAL-CONTROL.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** ENVFONDOS REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHFON-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** ENVFONDOS REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ FONDOS SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** ENVFONDOS REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHFON-NOMBRE '] ENVIO-STAT ['
                        ENVIO-STAT ']'
           END-EVALUATE.

       FIN-REGISTRAR-ENVIO.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHFON.

           IF   FS-FICHFON NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** ENVFONDOS ABRIR-FICHERO: ERROR'
                DISPLAY 'FILE STATUS [' FS-FICHFON ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHFON.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Órdenes pendientes de envío, de la más antigua a la más
      *    reciente, con el ISIN y la divisa del fondo y el NIF del
      *    cliente.
       CARGAR-ORDENES.
      *---------------
           EXEC SQL
                DECLARE CUR-ORDENES CURSOR FOR
                SELECT O.id_orden, O.tipo_orden, F.isin_fondo,
                       L.nif_cliente, O.importe_orden,
                       O.participaciones_orden, O.total_orden,
                       F.divisa_fondo,
                       DATE_FORMAT(O.fec_orden, '%Y%m%d')
                FROM   banco.fondo_orden O
                JOIN   banco.fondo_inversion F
                ON     F.id_fondo     = O.id_fondo
                JOIN   banco.cliente L
                ON     L.id_cliente   = O.id_cliente
                WHERE  O.estado_orden = 'P'
                ORDER BY O.id_orden
           END-EXEC.

           EXEC SQL OPEN CUR-ORDENES END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CARGAR-ORDENES'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                GO TO FIN-CARGAR-ORDENES
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-ORDEN                   THRU FIN-LEER-ORDEN
           UNTIL  FIN-CURSOR
           OR     WK-NUM-ORDENES = WK-MAX-ORDENES
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ORDENES END-EXEC.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

       FIN-CARGAR-ORDENES.
           EXIT.

       LEER-ORDEN.
      *-----------
           EXEC SQL
                FETCH CUR-ORDENES
                INTO  :FONDOORD-ID, :FONDOORD-TIPO, :WK-ORD-ISIN,
                      :WK-ORD-NIF, :FONDOORD-IMPORTE,
                      :FONDOORD-PARTICIPACIONES, :FONDOORD-TOTAL,
                      :WK-ORD-DIVISA,
                      :FONDOORD-FEC-ORDEN
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO WK-NUM-ORDENES
                MOVE WK-NUM-ORDENES             TO WK-I
                MOVE FONDOORD-ID                TO WK-ORD-ID(WK-I)
                MOVE FONDOORD-TIPO              TO WK-ORD-TIPO(WK-I)
                MOVE WK-ORD-ISIN                TO
                     WK-ORD-ISIN-FON(WK-I)
                MOVE WK-ORD-NIF                 TO WK-ORD-NIF-CLI(WK-I)
                MOVE FONDOORD-IMPORTE           TO WK-ORD-IMPORTE(WK-I)
                MOVE FONDOORD-PARTICIPACIONES   TO
                     WK-ORD-PARTICIPACIONES(WK-I)
                MOVE FONDOORD-TOTAL             TO WK-ORD-TOTAL(WK-I)
                MOVE WK-ORD-DIVISA              TO WK-ORD-DIV(WK-I)
                MOVE FONDOORD-FEC-ORDEN         TO
                     WK-ORD-FEC-ORDEN(WK-I)
           WHEN OTHER
                MOVE 'LEER-ORDEN'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-ORDEN.
           EXIT.

      *    La orden sale en el fichero y queda enviada: desde ahora
      *    sólo la gestora puede confirmarla o rechazarla.
       ENVIAR-ORDEN.
      *-------------
           MOVE SPACES                          TO REG-FICHFON.
           MOVE 'ORD'                           TO FICHFON-TIPO.
           MOVE WK-ORD-ID(WK-I)                 TO FICHFON-ORD-ID.
           MOVE WK-ORD-ISIN-FON(WK-I)           TO FICHFON-ORD-ISIN.
           MOVE WK-ORD-TIPO(WK-I)               TO FICHFON-ORD-TIPO.
           MOVE WK-ORD-NIF-CLI(WK-I)            TO FICHFON-ORD-NIF.
           MOVE WK-ORD-IMPORTE(WK-I)            TO FICHFON-ORD-IMPORTE.
           MOVE WK-ORD-PARTICIPACIONES(WK-I)    TO
                FICHFON-ORD-PARTICIPACIONES.
           MOVE WK-ORD-TOTAL(WK-I)              TO FICHFON-ORD-TOTAL.
           MOVE WK-ORD-DIV(WK-I)                TO FICHFON-ORD-DIVISA.
           MOVE WK-ORD-FEC-ORDEN(WK-I)          TO
                FICHFON-ORD-FEC-ORDEN.

           PERFORM ESCRIBIR-REGISTRO            THRU
                   FIN-ESCRIBIR-REGISTRO.

           IF   NOT STAT-OK
           THEN GO TO FIN-ENVIAR-ORDEN
           END-IF.

           MOVE WK-ORD-ID(WK-I)                 TO FONDOORD-ID.

           EXEC SQL
                UPDATE banco.fondo_orden
                SET    estado_orden = 'E',
                       fec_envio    = CURDATE()
                WHERE  id_orden     = :FONDOORD-ID
                AND    estado_orden = 'P'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ENVIAR-ORDEN'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-ORDEN
           END-IF.

           ADD  1                               TO WK-CONTADOR-ENVIADAS.

           IF   WK-ORD-TIPO(WK-I) = 'S'
           THEN ADD  1                          TO
                     WK-CONTADOR-SUSCRIPCIONES
                ADD  WK-ORD-IMPORTE(WK-I)       TO WK-TOTAL-IMPORTE
           ELSE ADD  1                          TO
                     WK-CONTADOR-REEMBOLSOS
                ADD  WK-ORD-PARTICIPACIONES(WK-I) TO
                     WK-TOTAL-PARTICIPACIONES
           END-IF.

       FIN-ENVIAR-ORDEN.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHFON.
           MOVE 'TOT'                           TO FICHFON-TIPO.
           MOVE WK-CONTADOR-ENVIADAS            TO FICHFON-TOT-NUM.
           MOVE WK-TOTAL-IMPORTE                TO FICHFON-TOT-IMPORTE.
           MOVE WK-TOTAL-PARTICIPACIONES        TO
                FICHFON-TOT-PARTICIPACIONES.

           PERFORM ESCRIBIR-REGISTRO            THRU
                   FIN-ESCRIBIR-REGISTRO.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ESCRIBIR-REGISTRO.
      *------------------
           WRITE REG-FICHFON.

           IF   FS-FICHFON NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** ENVFONDOS ESCRIBIR-REGISTRO'
                DISPLAY 'FILE STATUS [' FS-FICHFON ']'
           END-IF.

       FIN-ESCRIBIR-REGISTRO.
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
                PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

      *    El error se registra después de deshacer: LOGERR confirma
      *    su propia fila y no debe arrastrar con ella las marcas de
      *    enviada.
       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
           END-IF.

           IF   STAT-ERR-SQL
                OR NOT SQL-SUCCESS
           THEN MOVE 'ENVFONDOS'                TO LOGERR-E-PROGRAMA
                MOVE WK-SQLCODE                 TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

           DISPLAY '*** AVISO *** ENVFONDOS: NO SE HA MARCADO NINGUNA'.
           DISPLAY 'ORDEN COMO ENVIADA; EL FICHERO ['
                   WK-FICHFON-NOMBRE '] NO DEBE MANDARSE'.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa: el registro en LOGERR lo hace HACER-ROLLBACK.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** ENVFONDOS ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ENVIO DE ORDENES DE FONDOS A LA GESTORA'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO              [' WK-FICHFON-NOMBRE ']'.
           DISPLAY 'ORDENES ENVIADAS     [' WK-CONTADOR-ENVIADAS ']'.
           DISPLAY 'SUSCRIPCIONES        [' WK-CONTADOR-SUSCRIPCIONES
                   ']'.
           DISPLAY 'REEMBOLSOS           [' WK-CONTADOR-REEMBOLSOS
                   ']'.
           DISPLAY 'IMPORTE SUSCRITO     [' WK-TOTAL-IMPORTE ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
