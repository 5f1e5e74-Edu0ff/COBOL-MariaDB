       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTKYC.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe de excepciones de titularidad real (KYC): lista, por
      * oficina, las personas jurídicas que no tienen ningún titular
      * real verificado, las que tienen titulares que no suman el
      * 100% sin una justificación anotada y las que tienen algún
      * titular señalado en la lista de sanciones/PEP, para que la
      * oficina complete el expediente y cumplimiento lo revise.

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
      *    Fichero de salida del informe, con la fecha de la ejecución
      *    en el nombre para no pisar el de ejecuciones anteriores.
           SELECT FICHKYC ASSIGN TO WK-FICHKYC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHKYC.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por sociedad con excepción y otra de totales por
      * oficina.
       FD FICHKYC RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHKYC                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila de sociedad que devuelve el cursor, con el resumen de
      * sus titulares reales en vigor.
       01  WK-OFICINA                       PIC X(04).
       01  WK-NIF-CLIENTE                   PIC X(10).
       01  WK-NOM-CLIENTE                   PIC X(57).
       01  WK-NUM-TITULARES                 PIC 9(04).
       01  WK-NUM-VERIFICADOS               PIC 9(04).
       01  WK-NUM-SANCION                   PIC 9(04).
       01  WK-SUMA-PORCENTAJE               PIC 9(05)V99.
       01  WK-JUSTIFICADA                   PIC X(01).
           88  JUSTIFICADA-SI               VALUE 'S'.

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

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FICHKYC-NOMBRE                 PIC X(30).
       01  FS-FICHKYC                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Motivos de la sociedad en curso, en el orden en que salen.
       01  WK-MOTIVO                         PIC X(70).
       01  WK-MOTIVO-PTR                     PIC 9(03).
       01  WK-SUMA-EDIT                      PIC ZZ9,99.

      * Corte de control por oficina.
       01  WK-OFICINA-ANT                    PIC X(04) VALUE SPACES.
       01  WK-OFI-EXCEPCIONES                PIC 9(06) VALUE 0.

      * Totales de la ejecución, por motivo (una sociedad puede
      * tener más de uno).
       01  WK-CONTADOR-EXCEPCIONES           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-VERIFICAR         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-INCOMPLETAS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SANCION               PIC 9(06) VALUE 0.

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
           THEN PERFORM LISTAR-EXCEPCIONES      THRU
                        FIN-LISTAR-EXCEPCIONES
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
           ACCEPT WK-FECHA-ACTUAL              FROM DATE.
           STRING 'kyc-excepciones-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHKYC-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTKYC CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTKYC'                    TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTKYC'                         TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-EXCEPCIONES         TO
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
           MOVE 'RPTKYC'                        TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHKYC-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTKYC REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHKYC-NOMBRE ']'
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
           OPEN OUTPUT FICHKYC.

           IF   FS-FICHKYC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTKYC ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHKYC ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHKYC.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Cada persona jurídica con el resumen de sus titulares reales
      * en vigor; sólo salen las que tienen alguna excepción. Sin
      * ningún titular cuenta a la vez como sin verificar y como
      * incompleta (suma cero).
       LISTAR-EXCEPCIONES.
      *---------------------
           EXEC SQL
                DECLARE CUR-KYC CURSOR FOR
                SELECT COALESCE(C.oficina_cliente, '----'),
                       C.nif_cliente, C.nom_cliente,
                       COUNT(T.id_titreal),
                       COALESCE(SUM(CASE WHEN T.fec_verif_titreal
                                              IS NOT NULL
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN T.sancion_titreal = 'S'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(T.porcentaje_titreal), 0),
                       CASE WHEN C.justif_titreal_cliente IS NULL
                            THEN 'N' ELSE 'S' END
                FROM   banco.cliente C
                LEFT JOIN banco.titular_real T
                       ON  T.id_cliente     = C.id_cliente
                       AND T.estado_titreal = 'A'
                WHERE  C.clase_cliente = 'J'
                GROUP BY C.oficina_cliente, C.nif_cliente,
                         C.nom_cliente, C.justif_titreal_cliente
                HAVING COALESCE(SUM(CASE WHEN T.fec_verif_titreal
                                              IS NOT NULL
                                         THEN 1 ELSE 0 END), 0) = 0
                OR    (COALESCE(SUM(T.porcentaje_titreal), 0) < 100
                 AND   C.justif_titreal_cliente IS NULL)
                OR     COALESCE(SUM(CASE WHEN T.sancion_titreal = 'S'
                                         THEN 1 ELSE 0 END), 0) > 0
                ORDER BY 1, 2
           END-EXEC.

           EXEC SQL OPEN CUR-KYC END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTKYC OPEN CUR-KYC: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTKYC'                     TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-EXCEPCIONES'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-EXCEPCIONES
           END-IF.

           PERFORM LEER-SOCIEDAD                 THRU
                   FIN-LEER-SOCIEDAD
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-KYC END-EXEC.

           IF   WK-OFICINA-ANT NOT = SPACES
           THEN PERFORM ESCRIBIR-TOTAL-OFICINA    THRU
                        FIN-ESCRIBIR-TOTAL-OFICINA
           END-IF.

       FIN-LISTAR-EXCEPCIONES.
           EXIT.

       LEER-SOCIEDAD.
      *--------------
           EXEC SQL
                FETCH CUR-KYC
                INTO  :WK-OFICINA, :WK-NIF-CLIENTE, :WK-NOM-CLIENTE,
                      :WK-NUM-TITULARES, :WK-NUM-VERIFICADOS,
                      :WK-NUM-SANCION, :WK-SUMA-PORCENTAJE,
                      :WK-JUSTIFICADA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-SOCIEDAD         THRU
                        FIN-ESCRIBIR-SOCIEDAD
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTKYC FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTKYC'                     TO LOGERR-E-PROGRAMA
                MOVE 'LEER-SOCIEDAD'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-SOCIEDAD.
           EXIT.

       ESCRIBIR-SOCIEDAD.
      *--------------------
           IF   WK-OFICINA NOT = WK-OFICINA-ANT
           THEN IF   WK-OFICINA-ANT NOT = SPACES
                THEN PERFORM ESCRIBIR-TOTAL-OFICINA THRU
                             FIN-ESCRIBIR-TOTAL-OFICINA
                END-IF
                MOVE WK-OFICINA                   TO WK-OFICINA-ANT
                MOVE 0                            TO WK-OFI-EXCEPCIONES
           END-IF.

      *    Los motivos se encadenan en una sola columna.
           MOVE SPACES                           TO WK-MOTIVO.
           MOVE 1                                TO WK-MOTIVO-PTR.

           IF   WK-NUM-VERIFICADOS = 0
           THEN STRING 'SIN TITULAR VERIFICADO; '
                       DELIMITED BY SIZE         INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
                ADD  1                           TO
                     WK-CONTADOR-SIN-VERIFICAR
           END-IF.

           IF   WK-SUMA-PORCENTAJE < 100
                AND NOT JUSTIFICADA-SI
           THEN STRING 'NO SUMA 100% SIN JUSTIFICAR; '
                       DELIMITED BY SIZE         INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
                ADD  1                           TO
                     WK-CONTADOR-INCOMPLETAS
           END-IF.

           IF   WK-NUM-SANCION > 0
           THEN STRING 'TITULAR EN LISTA SANCIONES/PEP; '
                       DELIMITED BY SIZE         INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
                ADD  1                           TO
                     WK-CONTADOR-SANCION
           END-IF.

           MOVE WK-SUMA-PORCENTAJE               TO WK-SUMA-EDIT.

           MOVE SPACES                           TO REG-FICHKYC.
           STRING 'OFICINA [' WK-OFICINA '] CIF [' WK-NIF-CLIENTE
                  '] TITULARES [' WK-NUM-TITULARES '] VERIFICADOS ['
                  WK-NUM-VERIFICADOS '] SUMA% [' WK-SUMA-EDIT
                  '] ' WK-MOTIVO
                  DELIMITED BY SIZE              INTO REG-FICHKYC.
           WRITE REG-FICHKYC.

           ADD  1                                TO WK-OFI-EXCEPCIONES.
           ADD  1                                TO
                WK-CONTADOR-EXCEPCIONES.

       FIN-ESCRIBIR-SOCIEDAD.
           EXIT.

       ESCRIBIR-TOTAL-OFICINA.
      *-------------------------
           MOVE SPACES                           TO REG-FICHKYC.
           STRING 'OFICINA [' WK-OFICINA-ANT '] TOTAL SOCIEDADES CON '
                  'EXCEPCION [' WK-OFI-EXCEPCIONES ']'
                  DELIMITED BY SIZE              INTO REG-FICHKYC.

           WRITE REG-FICHKYC.

       FIN-ESCRIBIR-TOTAL-OFICINA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'EXCEPCIONES DE TITULARIDAD REAL (KYC)'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHKYC-NOMBRE
                   ']'.
           DISPLAY 'SOCIEDADES CON EXCEPCION[' WK-CONTADOR-EXCEPCIONES
                   ']'.
           DISPLAY 'SIN TITULAR VERIFICADO  [' WK-CONTADOR-SIN-VERIFICAR
                   ']'.
           DISPLAY 'NO SUMAN 100% SIN JUST. [' WK-CONTADOR-INCOMPLETAS
                   ']'.
           DISPLAY 'CON TITULAR EN LISTA    [' WK-CONTADOR-SANCION
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
