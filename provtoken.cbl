       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. PROVTOKEN.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Alta de tokens de cartera móvil. Lee las solicitudes de
      * aprovisionamiento que envían los proveedores de cartera y
      * decide cada una según el estado de la tarjeta y de su PIN:
      * sólo se aprueba sobre una tarjeta de alta, con PIN
      * establecido, no caducado y sin los intentos agotados. Las
      * aprobadas quedan como token activo y las denegadas se
      * guardan con su motivo; en ambos casos se escribe la
      * respuesta para el proveedor.

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
      *    Fichero de entrada con las solicitudes de token, una por
      *    línea. Por omisión se toma solicitudes-token.dat; para
      *    indicar otro se usa la variable de entorno
      *    PROVTOKEN_FICHERO.
           SELECT FICHSOLIC ASSIGN TO WK-FICHSOLIC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHSOLIC.

      *    Fichero de respuestas para los proveedores, una por
      *    solicitud leída, con la fecha de la ejecución en el nombre.
           SELECT FICHRESP ASSIGN TO WK-FICHRESP-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRESP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una solicitud por registro: referencia del token que propone
      * el proveedor, número de la tarjeta, proveedor y nombre del
      * dispositivo.
       FD FICHSOLIC RECORD CONTAINS 108 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHSOLIC.
           05  SOLIC-REF                    PIC X(32).
           05  SOLIC-NUM-TARJETA            PIC X(16).
           05  SOLIC-PROVEEDOR              PIC X(20).
           05  SOLIC-DISPOSITIVO            PIC X(40).

      * Una respuesta por solicitud: referencia, decisión, token
      * asignado (a cero si no se grabó) y motivo de la denegación.
       FD FICHRESP RECORD CONTAINS 80 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRESP.
           05  RESP-REF                     PIC X(32).
           05  RESP-DECISION                PIC X(08).
           05  RESP-ID-TOKEN                PIC 9(10).
           05  RESP-MOTIVO                  PIC X(30).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE tarjeta          END-EXEC.
           EXEC SQL INCLUDE tokentar         END-EXEC.

       01  WK-TOKENS-REF                     PIC 9(05).
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

       01  SW-FIN-FICHERO                    PIC 9(01) VALUE 0.
           88  FIN-FICHERO-SI                VALUE 1.
           88  FIN-FICHERO-NO                VALUE 0.

      * Intentos fallidos de PIN con los que VALPIN bloquea la
      * tarjeta; con ellos agotados no se emite token.
       01  WK-MAX-INTENTOS-PIN               PIC 9(02) VALUE 03.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHSOLIC-NOMBRE               PIC X(30) VALUE
                                             'solicitudes-token.dat'.
       01  WK-FICHSOLIC-NOMBRE-ENV           PIC X(30).
       01  FS-FICHSOLIC                      PIC X(02).

       01  WK-FICHRESP-NOMBRE                PIC X(30).
       01  FS-FICHRESP                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Solicitudes leídas, aprobadas y denegadas.
       01  WK-CONTADOR-SOLICITUDES           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-APROBADAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DENEGADAS             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRATAR-SOLICITUDES      THRU
                        FIN-TRATAR-SOLICITUDES
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
           STRING 'respuestas-token-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRESP-NOMBRE.

           MOVE SPACES                          TO
                WK-FICHSOLIC-NOMBRE-ENV.
           ACCEPT WK-FICHSOLIC-NOMBRE-ENV       FROM ENVIRONMENT
                  'PROVTOKEN_FICHERO'.
           IF   WK-FICHSOLIC-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHSOLIC-NOMBRE-ENV    TO WK-FICHSOLIC-NOMBRE
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
                DISPLAY '*** FATAL *** PROVTOKEN CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'PROVTOKEN'                TO LOGERR-E-PROGRAMA
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
           MOVE 'PROVTOKEN'                    TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-SOLICITUDES         TO
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
           MOVE 'PROVTOKEN'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRESP-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** PROVTOKEN REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRESP-NOMBRE ']'
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

       ABRIR-FICHEROS.
      *-----------------
           OPEN INPUT  FICHSOLIC.

           IF   FS-FICHSOLIC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** PROVTOKEN ABRIR-FICHEROS: NO'
                DISPLAY 'SE PUDO ABRIR EL FICHERO DE SOLICITUDES'
                DISPLAY 'FILE STATUS [' FS-FICHSOLIC ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRESP.

           IF   FS-FICHRESP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** PROVTOKEN ABRIR-FICHEROS: NO'
                DISPLAY 'SE PUDO ABRIR EL FICHERO DE RESPUESTAS'
                DISPLAY 'FILE STATUS [' FS-FICHRESP ']'
                CLOSE FICHSOLIC
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *-----------------
           CLOSE FICHSOLIC FICHRESP.

       FIN-CERRAR-FICHEROS.
           EXIT.

       TRATAR-SOLICITUDES.
      *-------------------
           PERFORM TRATAR-UNA-SOLICITUD         THRU
                   FIN-TRATAR-UNA-SOLICITUD
           UNTIL  FIN-FICHERO-SI
           OR     NOT STAT-OK.

       FIN-TRATAR-SOLICITUDES.
           EXIT.

      *    Cada solicitud leída tiene su respuesta. Las que no llegan
      *    a una tarjeta nuestra, o repiten una referencia ya dada,
      *    se contestan sin grabarse.
       TRATAR-UNA-SOLICITUD.
      *---------------------
           READ FICHSOLIC
                AT END SET FIN-FICHERO-SI       TO TRUE
           END-READ.

           IF   FIN-FICHERO-SI
           THEN GO TO FIN-TRATAR-UNA-SOLICITUD
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-SOLICITUDES.

           INITIALIZE                           REG-TARJETA
                                                REG-TARJETA-NULL
                                                REG-TOKENTAR
                                                REG-TOKENTAR-NULL.
           MOVE SPACES                          TO REG-FICHRESP.
           MOVE SOLIC-REF                       TO RESP-REF.
           MOVE ZERO                            TO RESP-ID-TOKEN.

           IF   SOLIC-REF = SPACES
                OR SOLIC-NUM-TARJETA = SPACES
                OR SOLIC-PROVEEDOR = SPACES
           THEN MOVE 'DATOS INCOMPLETOS'        TO TOKENTAR-MOTIVO
                PERFORM RESPONDER               THRU FIN-RESPONDER
                GO TO FIN-TRATAR-UNA-SOLICITUD
           END-IF.

           PERFORM LEER-TARJETA                 THRU FIN-LEER-TARJETA.

           IF   NOT STAT-OK
           THEN GO TO FIN-TRATAR-UNA-SOLICITUD
           END-IF.

           IF   TARJETA-ID-TAR = ZERO
           THEN MOVE 'TARJETA NO EXISTE'        TO TOKENTAR-MOTIVO
                PERFORM RESPONDER               THRU FIN-RESPONDER
                GO TO FIN-TRATAR-UNA-SOLICITUD
           END-IF.

           PERFORM COMPROBAR-DUPLICADO          THRU
                   FIN-COMPROBAR-DUPLICADO.

           IF   NOT STAT-OK
           THEN GO TO FIN-TRATAR-UNA-SOLICITUD
           END-IF.

           IF   WK-TOKENS-REF > ZERO
           THEN MOVE 'TOKEN DUPLICADO'          TO TOKENTAR-MOTIVO
                PERFORM RESPONDER               THRU FIN-RESPONDER
                GO TO FIN-TRATAR-UNA-SOLICITUD
           END-IF.

           PERFORM DECIDIR                      THRU FIN-DECIDIR.

           PERFORM GRABAR-TOKEN                 THRU FIN-GRABAR-TOKEN.

           IF   STAT-OK
           THEN MOVE TOKENTAR-ID                TO RESP-ID-TOKEN
                PERFORM RESPONDER               THRU FIN-RESPONDER
           END-IF.

       FIN-TRATAR-UNA-SOLICITUD.
           EXIT.

      *    Sin fila la tarjeta queda con el identificador a cero.
       LEER-TARJETA.
      *-------------
           MOVE SOLIC-NUM-TARJETA               TO TARJETA-NUM.

           EXEC SQL
                SELECT id_medio,
                       estado_tarjeta,
                       pin_tarjeta,
                       COALESCE(intentos_fallidos_pin, 0),
                       COALESCE(pin_caducado_tarjeta, 'N')
                INTO   :TARJETA-ID-TAR,
                       :TARJETA-ESTADO        :TARJETA-ESTADO-NULL,
                       :TARJETA-PIN           :TARJETA-PIN-NULL,
                       :TARJETA-INTENTOS-PIN,
                       :TARJETA-PIN-CADUCADO
                FROM   banco.tarjeta
                WHERE  num_tarjeta = :TARJETA-NUM
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE ZERO                         TO TARJETA-ID-TAR
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** PROVTOKEN LEER-TARJETA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVTOKEN'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-TARJETA'               TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-TARJETA.
           EXIT.

       COMPROBAR-DUPLICADO.
      *--------------------
           MOVE SOLIC-REF                        TO TOKENTAR-REF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-TOKENS-REF
                FROM   banco.token_tarjeta
                WHERE  ref_token = :TOKENTAR-REF
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVTOKEN COMPROBAR-DUPLICADO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVTOKEN'                  TO LOGERR-E-PROGRAMA
                MOVE 'COMPROBAR-DUPLICADO'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-COMPROBAR-DUPLICADO.
           EXIT.

      *    Aprobación sólo con la tarjeta de alta y el PIN en orden;
      *    el motivo queda a espacios en las aprobadas.
       DECIDIR.
      *--------
           MOVE SPACES                           TO TOKENTAR-MOTIVO.
           SET  TOKENTAR-ESTADO-DENEGADO         TO TRUE.

           EVALUATE TRUE
           WHEN TARJETA-ESTADO-NULL < 0
                OR NOT TARJETA-ESTADO-ALTA
                MOVE 'TARJETA NO OPERATIVA'       TO TOKENTAR-MOTIVO
           WHEN TARJETA-PIN-NULL < 0
                OR TARJETA-PIN = SPACES
                MOVE 'PIN NO ESTABLECIDO'         TO TOKENTAR-MOTIVO
           WHEN TARJETA-PIN-CADUCADO-SI
                MOVE 'PIN CADUCADO'               TO TOKENTAR-MOTIVO
           WHEN TARJETA-INTENTOS-PIN >= WK-MAX-INTENTOS-PIN
                MOVE 'PIN BLOQUEADO'              TO TOKENTAR-MOTIVO
           WHEN OTHER
                SET  TOKENTAR-ESTADO-ACTIVO       TO TRUE
           END-EVALUATE.

       FIN-DECIDIR.
           EXIT.

       GRABAR-TOKEN.
      *-------------
           EXEC SQL
                SELECT NEXT VALUE FOR banco.token_tarjeta_id_token_seq
                INTO   :TOKENTAR-ID
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVTOKEN GRABAR-TOKEN: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVTOKEN'                  TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-TOKEN'               TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GRABAR-TOKEN
           END-IF.

           MOVE TARJETA-ID-TAR                   TO TOKENTAR-ID-TAR.
           MOVE SOLIC-PROVEEDOR                  TO TOKENTAR-PROVEEDOR.
           MOVE SOLIC-DISPOSITIVO                TO
                TOKENTAR-DISPOSITIVO.

           EXEC SQL
                INSERT INTO banco.token_tarjeta(
                    id_token,
                    id_medio,
                    ref_token,
                    proveedor_token,
                    dispositivo_token,
                    estado_token,
                    fec_alta_token,
                    motivo_token
                )
                VALUES(
                    :TOKENTAR-ID,
                    :TOKENTAR-ID-TAR,
                    :TOKENTAR-REF,
                    :TOKENTAR-PROVEEDOR,
                    :TOKENTAR-DISPOSITIVO,
                    :TOKENTAR-ESTADO,
                    now(),
                    :TOKENTAR-MOTIVO
                )
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PROVTOKEN GRABAR-TOKEN: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PROVTOKEN'                  TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-TOKEN'               TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-GRABAR-TOKEN.
           EXIT.

      *    Con motivo la respuesta es una denegación.
       RESPONDER.
      *----------
           MOVE TOKENTAR-MOTIVO                  TO RESP-MOTIVO.

           IF   TOKENTAR-MOTIVO = SPACES
           THEN MOVE 'APROBADA'                  TO RESP-DECISION
                ADD  1                           TO
                     WK-CONTADOR-APROBADAS
           ELSE MOVE 'DENEGADA'                  TO RESP-DECISION
                ADD  1                           TO
                     WK-CONTADOR-DENEGADAS
           END-IF.

           WRITE REG-FICHRESP.

       FIN-RESPONDER.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ALTA DE TOKENS DE CARTERA MOVIL'.
           DISPLAY 'FICHERO DE ENTRADA     [' WK-FICHSOLIC-NOMBRE ']'.
           DISPLAY 'FICHERO DE RESPUESTAS  [' WK-FICHRESP-NOMBRE ']'.
           DISPLAY 'SOLICITUDES LEIDAS     ['
                   WK-CONTADOR-SOLICITUDES ']'.
           DISPLAY 'APROBADAS              [' WK-CONTADOR-APROBADAS ']'.
           DISPLAY 'DENEGADAS              [' WK-CONTADOR-DENEGADAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
