       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. EXPSWIFT.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Envío al banco corresponsal de las transferencias
      * internacionales dadas de alta por TRFSWIFT y pendientes de
      * salir. Cada orden pendiente se escribe en el fichero de
      * salida para el corresponsal, con fecha valor la de la
      * ejecución, y queda marcada como enviada con el lote que la
      * mandó. Las marcas se confirman al final, con el fichero ya
      * cerrado; si algo falla no se marca ninguna y la siguiente
      * ejecución vuelve a mandarlas todas.

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
      *    Fichero de órdenes para el corresponsal. Su nombre lleva la
      *    fecha de la ejecución para no pisar el de días anteriores.
           SELECT FICHSWF ASSIGN TO WK-FICHSWF-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHSWF.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una orden por línea, en posiciones fijas.
       FD FICHSWF RECORD CONTAINS 220 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHSWF.
      *    Referencia de la orden (id_trf), que el corresponsal
      *    devuelve en las devoluciones y reclamaciones de gastos.
           05  FICHSWF-REFERENCIA            PIC 9(10).
           05  FICHSWF-FEC-VALOR             PIC 9(08).
           05  FICHSWF-DIVISA                PIC X(03).
           05  FICHSWF-IMPORTE               PIC 9(08)V99.
           05  FICHSWF-CTA-ORDENANTE         PIC X(20).
           05  FICHSWF-NOM-ORDENANTE         PIC X(35).
           05  FICHSWF-NIF-ORDENANTE         PIC X(10).
           05  FICHSWF-BIC-BENEF             PIC X(11).
           05  FICHSWF-CTA-BENEF             PIC X(34).
           05  FICHSWF-NOM-BENEF             PIC X(35).
           05  FICHSWF-PAIS-BENEF            PIC X(02).
      *    OUR, SHA o BEN.
           05  FICHSWF-GASTOS                PIC X(03).
           05  FICHSWF-PROPOSITO             PIC X(04).
           05  FICHSWF-CONCEPTO              PIC X(35).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE trfswift         END-EXEC.

       01  WK-CTA-NUM                        PIC X(20).
       01  WK-ORD-NOM                        PIC X(57).
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


       01  SW-FIN-ORDENES                    PIC 9(01) VALUE 0.
           88  FIN-ORDENES                   VALUE 1.
           88  NO-FIN-ORDENES                VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHSWF-NOMBRE                 PIC X(40).
       01  FS-FICHSWF                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Órdenes enviadas y suma de los importes enviados (de
      * control, aunque vayan en divisas distintas).
       01  WK-CONTADOR-ENVIADAS              PIC 9(06) VALUE 0.
       01  WK-TOTAL-ENVIADO                  PIC 9(10)V99 VALUE 0.

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
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM ENVIAR-ORDENES          THRU
                        FIN-ENVIAR-ORDENES
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
           STRING 'swift-salida-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHSWF-NOMBRE.

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
                DISPLAY '*** FATAL *** EXPSWIFT CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'EXPSWIFT'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'EXPSWIFT'                      TO BATLOG-E-PROGRAMA.

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
      *    como confidencial: lleva cuentas y nombres de ordenantes y
      *    beneficiarios.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'EXPSWIFT'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSWF-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXPSWIFT REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSWF-NOMBRE ']'
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
           MOVE 'SWIFT'                         TO ENVIO-E-INTERFAZ.
           MOVE 'EXPSWIFT'                      TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHSWF-NOMBRE               TO ENVIO-E-FICHERO.
           MOVE WK-TOTAL-ENVIADO                TO
                ENVIO-E-TOTAL-CONTROL.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** EXPSWIFT REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHSWF-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** EXPSWIFT REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ SWIFT SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** EXPSWIFT REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHSWF-NOMBRE '] ENVIO-STAT ['
                        ENVIO-STAT ']'
           END-EVALUATE.

       FIN-REGISTRAR-ENVIO.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHSWF.

           IF   FS-FICHSWF NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXPSWIFT ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHSWF ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHSWF.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Órdenes pendientes, de la más antigua a la más reciente.
      *    El nombre del ordenante se toma de la ficha del cliente
      *    por su NIF.
       ENVIAR-ORDENES.
      *---------------
           EXEC SQL
                DECLARE CUR-ORDENES CURSOR FOR
                SELECT T.id_trf, C.num_cuenta,
                       COALESCE(L.nom_cliente, ''),
                       T.nif_ordenante_trf, T.bic_benef_trf,
                       T.cta_benef_trf, T.nom_benef_trf,
                       T.pais_benef_trf, T.divisa_trf,
                       T.importe_enviado_trf, T.gastos_trf,
                       T.proposito_trf,
                       COALESCE(T.concepto_trf, '')
                FROM   banco.transferencia_swift T
                JOIN   banco.cuenta C
                ON     C.id_medio    = T.id_medio_cta
                LEFT JOIN banco.cliente L
                ON     L.nif_cliente = T.nif_ordenante_trf
                WHERE  T.estado_trf  = 'P'
                ORDER BY T.id_trf
           END-EXEC.

           EXEC SQL OPEN CUR-ORDENES END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ENVIAR-ORDENES'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-ORDENES
           END-IF.

           SET  NO-FIN-ORDENES                  TO TRUE.

           PERFORM LEER-ORDEN                   THRU FIN-LEER-ORDEN
           UNTIL  FIN-ORDENES
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ORDENES END-EXEC.

       FIN-ENVIAR-ORDENES.
           EXIT.

       LEER-ORDEN.
      *-----------
           EXEC SQL
                FETCH CUR-ORDENES
                INTO  :TRFSWIFT-ID, :WK-CTA-NUM, :WK-ORD-NOM,
                      :TRFSWIFT-NIF-ORDENANTE, :TRFSWIFT-BIC-BENEF,
                      :TRFSWIFT-CTA-BENEF, :TRFSWIFT-NOM-BENEF,
                      :TRFSWIFT-PAIS-BENEF, :TRFSWIFT-DIVISA,
                      :TRFSWIFT-IMPORTE-ENVIADO, :TRFSWIFT-GASTOS,
                      :TRFSWIFT-PROPOSITO, :TRFSWIFT-CONCEPTO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-ORDENES                TO TRUE
           WHEN SQL-SUCCESS
                PERFORM ENVIAR-ORDEN            THRU
                        FIN-ENVIAR-ORDEN
           WHEN OTHER
                MOVE 'LEER-ORDEN'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-ORDEN.
           EXIT.

       ENVIAR-ORDEN.
      *-------------
           MOVE SPACES                          TO REG-FICHSWF.
           MOVE TRFSWIFT-ID                     TO FICHSWF-REFERENCIA.
           MOVE WK-FECHA-ACTUAL                 TO FICHSWF-FEC-VALOR.
           MOVE TRFSWIFT-DIVISA                 TO FICHSWF-DIVISA.
           MOVE TRFSWIFT-IMPORTE-ENVIADO        TO FICHSWF-IMPORTE.
           MOVE WK-CTA-NUM                      TO
                FICHSWF-CTA-ORDENANTE.
           MOVE WK-ORD-NOM                      TO
                FICHSWF-NOM-ORDENANTE.
           MOVE TRFSWIFT-NIF-ORDENANTE          TO
                FICHSWF-NIF-ORDENANTE.
           MOVE TRFSWIFT-BIC-BENEF              TO FICHSWF-BIC-BENEF.
           MOVE TRFSWIFT-CTA-BENEF              TO FICHSWF-CTA-BENEF.
           MOVE TRFSWIFT-NOM-BENEF              TO FICHSWF-NOM-BENEF.
           MOVE TRFSWIFT-PAIS-BENEF             TO FICHSWF-PAIS-BENEF.
           MOVE TRFSWIFT-GASTOS                 TO FICHSWF-GASTOS.
           MOVE TRFSWIFT-PROPOSITO              TO FICHSWF-PROPOSITO.
           MOVE TRFSWIFT-CONCEPTO               TO FICHSWF-CONCEPTO.

           WRITE REG-FICHSWF.

           IF   FS-FICHSWF NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXPSWIFT ENVIAR-ORDEN: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHSWF ']'
                GO TO FIN-ENVIAR-ORDEN
           END-IF.

           EXEC SQL
                UPDATE banco.transferencia_swift
                SET    estado_trf     = 'E',
                       fec_envio_trf  = CURDATE(),
                       id_ejec_envio  = :WK-BATLOG-ID-EJEC
                WHERE  id_trf         = :TRFSWIFT-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ENVIAR-ORDEN'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-ORDEN
           END-IF.

           ADD  1                               TO WK-CONTADOR-ENVIADAS.
           ADD  TRFSWIFT-IMPORTE-ENVIADO        TO WK-TOTAL-ENVIADO.

       FIN-ENVIAR-ORDEN.
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
           THEN MOVE 'EXPSWIFT'                 TO LOGERR-E-PROGRAMA
                MOVE WK-SQLCODE                 TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

           DISPLAY '*** AVISO *** EXPSWIFT: NO SE HA MARCADO NINGUNA'.
           DISPLAY 'ORDEN COMO ENVIADA; EL FICHERO ['
                   WK-FICHSWF-NOMBRE '] NO DEBE MANDARSE'.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa: el registro en LOGERR lo hace HACER-ROLLBACK.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** EXPSWIFT ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ENVIO DE TRANSFERENCIAS AL CORRESPONSAL'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO              [' WK-FICHSWF-NOMBRE ']'.
           DISPLAY 'ORDENES ENVIADAS     [' WK-CONTADOR-ENVIADAS ']'.
           DISPLAY 'TOTAL ENVIADO        [' WK-TOTAL-ENVIADO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
