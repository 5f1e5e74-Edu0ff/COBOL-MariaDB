       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CADPREPAGO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Caducidad de las tarjetas prepago. Pasada diaria sobre las
      * tarjetas prepago caducadas que siguen operativas y las de
      * baja a las que aún les queda saldo: PREPAGO devuelve el
      * sobrante a la cuenta de devolución (o lo deja en la
      * transitoria a disposición del portador) y da la tarjeta de
      * baja.
      *   - Bloqueadas y en revisión no se tocan: salen como
      *     pendientes hasta que se resuelva su situación.
      *   - Una devolución que se rechaza al apuntar sale también
      *     como pendiente y se vuelve a intentar en la pasada
      *     siguiente.
      * Cada tarjeta la confirma PREPAGO por separado. Las tarjetas se
      * buscan de una en una por orden de id_medio, sin cursor
      * abierto, porque PREPAGO trabaja sobre las mismas tablas.

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
      *    Tarjetas caducadas con su devolución y pendientes. Su
      *    nombre lleva la fecha de la ejecución.
           SELECT FICHCAD ASSIGN TO WK-FICHCAD-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCAD.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHCAD RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCAD                      PIC X(160).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Última tarjeta tratada: la siguiente se busca a partir de
      * ella.
       01  WK-ULTIMO-ID                      PIC 9(10).

      * Tarjeta encontrada: estado, saldo y fecha de caducidad.
       01  WK-TAR-ID                         PIC 9(10).
       01  WK-TAR-ESTADO                     PIC X(01).
       01  WK-TAR-SALDO                      PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-TAR-FEC-CADUCIDAD              PIC X(08).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'prepago.cpy'.

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

       01  SW-FIN-TARJETAS                   PIC 9(01) VALUE 0.
           88  FIN-TARJETAS-NO               VALUE 0.
           88  FIN-TARJETAS-SI               VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHCAD-NOMBRE                 PIC X(40).
       01  FS-FICHCAD                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Importes editados para el fichero.
       01  WK-IMPORTE-EDIT                   PIC -ZZ.ZZZ.ZZ9,99.

      * Por qué una tarjeta queda pendiente.
       01  WK-MOTIVO                         PIC X(30).

      * Tarjetas caducadas, sobrante devuelto a cuenta y dejado en la
      * transitoria, pendientes por su estado y por devolución
      * rechazada, y total devuelto.
       01  WK-CONTADOR-CADUCADAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-A-CUENTA              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-A-TRANSITORIA         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PEND-ESTADO           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PEND-DEVOLUCION       PIC 9(06) VALUE 0.
       01  WK-TOTAL-DEVUELTO                 PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM CADUCAR-TARJETAS        THRU
                        FIN-CADUCAR-TARJETAS
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

           STRING 'caducidad-prepago-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCAD-NOMBRE.

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
                DISPLAY '*** FATAL *** CADPREPAGO CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CADPREPAGO'                TO LOGERR-E-PROGRAMA
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
           MOVE 'CADPREPAGO'                    TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de tarjetas caducadas y el estado
      *    final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-CADUCADAS           TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    La lista lleva tarjetas e importes de clientes: se
      *    cataloga como confidencial.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CADPREPAGO'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCAD-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CADPREPAGO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCAD-NOMBRE ']'
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
           OPEN OUTPUT FICHCAD.

           IF   FS-FICHCAD NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CADPREPAGO ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHCAD-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHCAD ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHCAD.
           STRING 'CADUCIDAD DE TARJETAS PREPAGO - ' WK-FECHA-ACTUAL
                  DELIMITED BY SIZE             INTO REG-FICHCAD.
           WRITE REG-FICHCAD.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           IF   FS-FICHCAD = '00'
           THEN MOVE SPACES                     TO REG-FICHCAD
                MOVE WK-TOTAL-DEVUELTO          TO WK-IMPORTE-EDIT
                STRING 'CADUCADAS [' WK-CONTADOR-CADUCADAS
                       '] A CUENTA [' WK-CONTADOR-A-CUENTA
                       '] A TRANSITORIA [' WK-CONTADOR-A-TRANSITORIA
                       '] PENDIENTES [' WK-CONTADOR-PEND-ESTADO
                       '] DEVOLUCION RECHAZADA ['
                       WK-CONTADOR-PEND-DEVOLUCION
                       '] TOTAL DEVUELTO [' WK-IMPORTE-EDIT ']'
                       DELIMITED BY SIZE        INTO REG-FICHCAD
                WRITE REG-FICHCAD
                CLOSE FICHCAD
           END-IF.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Prepago caducadas y no dadas de baja, y de baja con saldo
      *    (caducadas en una pasada cuya devolución se rechazó, o
      *    dadas de baja por otro camino).
       CADUCAR-TARJETAS.
      *-----------------
           MOVE ZERO                            TO WK-ULTIMO-ID.
           SET  FIN-TARJETAS-NO                 TO TRUE.

           PERFORM CADUCAR-SIGUIENTE            THRU
                   FIN-CADUCAR-SIGUIENTE
           UNTIL   FIN-TARJETAS-SI
           OR      NOT STAT-OK.

       FIN-CADUCAR-TARJETAS.
           EXIT.

       CADUCAR-SIGUIENTE.
      *------------------
           EXEC SQL
                SELECT T.id_medio, T.estado_tarjeta, T.cred_tarjeta,
                       DATE_FORMAT(P.fec_caducidad_prepago, '%Y%m%d')
                INTO   :WK-TAR-ID, :WK-TAR-ESTADO, :WK-TAR-SALDO,
                       :WK-TAR-FEC-CADUCIDAD
                FROM   banco.tarjeta T
                JOIN   banco.tarjeta_prepago P
                  ON   P.id_medio = T.id_medio
                WHERE  T.id_medio > :WK-ULTIMO-ID
                AND    ((P.fec_caducidad_prepago < CURDATE()
                         AND T.estado_tarjeta <> 'B')
                    OR  (T.estado_tarjeta = 'B'
                         AND T.cred_tarjeta > 0))
                ORDER BY T.id_medio
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-TARJETAS-SI            TO TRUE
                GO TO FIN-CADUCAR-SIGUIENTE
           WHEN NOT SQL-SUCCESS
                MOVE 'CADUCAR-SIGUIENTE'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CADUCAR-SIGUIENTE
           END-EVALUATE.

           MOVE WK-TAR-ID                       TO WK-ULTIMO-ID.

           INITIALIZE                           AREA-PREPAGO-ENTRADA.
           SET  PREPAGO-E-ACC-CADUCAR           TO TRUE.
           MOVE WK-TAR-ID                       TO PREPAGO-E-ID-TAR.
           MOVE 'CADPREPAGO'                    TO PREPAGO-E-USUARIO.

           CALL "PREPAGO"                       USING AREA-PREPAGO.

           EVALUATE TRUE
           WHEN PREPAGO-STAT-OK
                PERFORM ESCRIBIR-CADUCADA       THRU
                        FIN-ESCRIBIR-CADUCADA
           WHEN PREPAGO-STAT-ERR-ESTADO
                ADD  1                          TO
                     WK-CONTADOR-PEND-ESTADO
                MOVE 'ESTADO DE LA TARJETA'     TO WK-MOTIVO
                PERFORM ESCRIBIR-PENDIENTE      THRU
                        FIN-ESCRIBIR-PENDIENTE
           WHEN PREPAGO-STAT-ERR-POSTEO
                ADD  1                          TO
                     WK-CONTADOR-PEND-DEVOLUCION
                MOVE 'DEVOLUCION RECHAZADA'     TO WK-MOTIVO
                PERFORM ESCRIBIR-PENDIENTE      THRU
                        FIN-ESCRIBIR-PENDIENTE
           WHEN PREPAGO-STAT-ERR-SQL
                MOVE PREPAGO-SQLCODE            TO WK-SQLCODE
                MOVE 'CADUCAR-SIGUIENTE'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-PEND-DEVOLUCION
                MOVE 'PREPAGO-STAT'             TO WK-MOTIVO
                PERFORM ESCRIBIR-PENDIENTE      THRU
                        FIN-ESCRIBIR-PENDIENTE
           END-EVALUATE.

       FIN-CADUCAR-SIGUIENTE.
           EXIT.

       ESCRIBIR-CADUCADA.
      *------------------
           ADD  1                               TO
                WK-CONTADOR-CADUCADAS.
           ADD  PREPAGO-S-IMPORTE               TO WK-TOTAL-DEVUELTO.
           MOVE PREPAGO-S-IMPORTE               TO WK-IMPORTE-EDIT.
           MOVE SPACES                          TO REG-FICHCAD.

           EVALUATE TRUE
           WHEN PREPAGO-S-IMPORTE = ZERO
                STRING 'CAD TARJETA [' WK-TAR-ID
                       '] CADUCIDAD [' WK-TAR-FEC-CADUCIDAD
                       '] SIN SALDO'
                       DELIMITED BY SIZE        INTO REG-FICHCAD
           WHEN PREPAGO-S-DESTINO = 'C'
                ADD  1                          TO
                     WK-CONTADOR-A-CUENTA
                STRING 'CAD TARJETA [' WK-TAR-ID
                       '] CADUCIDAD [' WK-TAR-FEC-CADUCIDAD
                       '] DEVUELTO [' WK-IMPORTE-EDIT
                       '] A CUENTA [' PREPAGO-S-CTA-DEVOLUCION
                       '] MOV [' PREPAGO-S-REF ']'
                       DELIMITED BY SIZE        INTO REG-FICHCAD
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-A-TRANSITORIA
                STRING 'CAD TARJETA [' WK-TAR-ID
                       '] CADUCIDAD [' WK-TAR-FEC-CADUCIDAD
                       '] DEVUELTO [' WK-IMPORTE-EDIT
                       '] A TRANSITORIA PARTIDA ['
                       PREPAGO-S-ID-PARTIDA
                       '] MOV [' PREPAGO-S-REF ']'
                       DELIMITED BY SIZE        INTO REG-FICHCAD
           END-EVALUATE.

           WRITE REG-FICHCAD.

       FIN-ESCRIBIR-CADUCADA.
           EXIT.

       ESCRIBIR-PENDIENTE.
      *-------------------
           MOVE WK-TAR-SALDO                    TO WK-IMPORTE-EDIT.
           MOVE SPACES                          TO REG-FICHCAD.
           STRING 'PEN TARJETA [' WK-TAR-ID
                  '] ESTADO [' WK-TAR-ESTADO
                  '] CADUCIDAD [' WK-TAR-FEC-CADUCIDAD
                  '] SALDO [' WK-IMPORTE-EDIT
                  '] PENDIENTE: ' WK-MOTIVO
                  ' [' PREPAGO-STAT ']'
                  DELIMITED BY SIZE             INTO REG-FICHCAD.
           WRITE REG-FICHCAD.

       FIN-ESCRIBIR-PENDIENTE.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** CADPREPAGO ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'CADPREPAGO'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CADUCIDAD DE TARJETAS PREPAGO'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHCAD-NOMBRE ']'.
           DISPLAY 'TARJETAS CADUCADAS     [' WK-CONTADOR-CADUCADAS
                   ']'.
           DISPLAY 'DEVUELTAS A CUENTA     [' WK-CONTADOR-A-CUENTA
                   ']'.
           DISPLAY 'A LA TRANSITORIA       ['
                   WK-CONTADOR-A-TRANSITORIA ']'.
           DISPLAY 'PENDIENTES POR ESTADO  [' WK-CONTADOR-PEND-ESTADO
                   ']'.
           DISPLAY 'DEVOLUCION RECHAZADA   ['
                   WK-CONTADOR-PEND-DEVOLUCION ']'.
           DISPLAY 'TOTAL DEVUELTO         [' WK-TOTAL-DEVUELTO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
