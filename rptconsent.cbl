       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTCONSENT.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Historial completo de los consentimientos de un cliente, para
      * atender una reclamación o un requerimiento de la autoridad de
      * protección de datos: la situación vigente de cada finalidad
      * y, debajo, cada alta y cada retirada registradas en
      * banco.consentimiento_hist por orden cronológico, con su
      * fecha, canal de recogida, versión del texto legal aceptado y
      * usuario que la anotó. El cliente se indica por su NIF en la
      * variable de entorno RPTCONSENT_NIF.

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
      *    Fichero de salida con el historial del cliente. Su nombre
      *    lleva la fecha de la ejecución para no pisar el de
      *    ejecuciones anteriores.
           SELECT FICHCONS ASSIGN TO WK-FICHCONS-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCONS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHCONS RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCONS                     PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE consentim        END-EXEC.

       01  WK-CLI-NOM                        PIC X(57).
       01  WK-HIS-FEC                        PIC X(19).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'consentim.cpy'.

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
           88  STAT-ERR-PARM                 VALUE 03.


       01  SW-FIN-HISTORIAL                  PIC 9(01) VALUE 0.
           88  FIN-HISTORIAL                 VALUE 1.
           88  NO-FIN-HISTORIAL              VALUE 0.

      * El NIF del cliente es obligatorio, tomado de una variable de
      * entorno.
       01  WK-NIF-ENV                        PIC X(10).

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHCONS-NOMBRE                PIC X(40).
       01  FS-FICHCONS                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Textos de la línea de historial.
       01  WK-TXT-FINALIDAD                  PIC X(20).
       01  WK-TXT-ESTADO                     PIC X(10).
       01  WK-TXT-CANAL                      PIC X(10).

      * Cambios del historial escritos, y cuántos de ellos son altas
      * y cuántos retiradas.
       01  WK-CONTADOR-CAMBIOS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ALTAS                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETIRADAS             PIC 9(06) VALUE 0.

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
           THEN PERFORM ESCRIBIR-SITUACION      THRU
                        FIN-ESCRIBIR-SITUACION
                IF   STAT-OK
                THEN PERFORM LISTAR-HISTORIAL   THRU
                             FIN-LISTAR-HISTORIAL
                END-IF
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
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
           STRING 'consentimientos-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCONS-NOMBRE.

           MOVE SPACES                          TO WK-NIF-ENV.
           ACCEPT WK-NIF-ENV                    FROM ENVIRONMENT
                                                'RPTCONSENT_NIF'.

           IF   WK-NIF-ENV = SPACES
           THEN SET STAT-ERR-PARM               TO TRUE
                DISPLAY '*** FATAL *** RPTCONSENT INICIALIZAR: FALTA '
                DISPLAY 'LA VARIABLE DE ENTORNO RPTCONSENT_NIF'
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
                DISPLAY '*** FATAL *** RPTCONSENT CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTCONSENT'                TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTCONSENT'                    TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-CAMBIOS             TO
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


      *    Da de alta en el catálogo de informes el historial, como
      *    restringido: lleva datos personales del cliente y sólo lo
      *    reciben los autorizados a ese nivel.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTCONSENT'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCONS-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTCONSENT REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCONS-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHCONS.

           IF   FS-FICHCONS NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTCONSENT ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHCONS ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCONS.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Cabecera: el cliente y lo que tiene consentido hoy, tal y
      *    como lo ven CAMPPRES, RPTSEGCLI y EXTR360.
       ESCRIBIR-SITUACION.
      *-------------------
           INITIALIZE                           AREA-CONSENTIM.
           SET  CONSENTIM-E-ACC-CONSULTAR       TO TRUE.
           MOVE WK-NIF-ENV                      TO CONSENTIM-E-NIF.

           CALL "CONSENTIM"                     USING AREA-CONSENTIM.

           EVALUATE TRUE
           WHEN CONSENTIM-STAT-OK
                CONTINUE
           WHEN CONSENTIM-STAT-ENC-NO
                SET STAT-ERR-PARM               TO TRUE
                DISPLAY '*** FATAL *** RPTCONSENT ESCRIBIR-SITUACION'
                DISPLAY 'NO EXISTE EL CLIENTE [' WK-NIF-ENV ']'
                GO TO FIN-ESCRIBIR-SITUACION
           WHEN OTHER
                MOVE CONSENTIM-SQLCODE          TO WK-SQLCODE
                MOVE 'ESCRIBIR-SITUACION'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESCRIBIR-SITUACION
           END-EVALUATE.

           MOVE CONSENTIM-S-ID-CLIENTE          TO CONSENTIM-ID-CLIENTE.

           EXEC SQL
                SELECT nom_cliente
                INTO   :WK-CLI-NOM
                FROM   banco.cliente
                WHERE  id_cliente = :CONSENTIM-ID-CLIENTE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ESCRIBIR-SITUACION'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESCRIBIR-SITUACION
           END-IF.

           MOVE SPACES                          TO REG-FICHCONS.
           STRING 'CLIENTE [' WK-NIF-ENV '] ' WK-CLI-NOM
                  ' A FECHA [' WK-FECHA-ACTUAL ']'
                  DELIMITED BY SIZE             INTO REG-FICHCONS.
           WRITE REG-FICHCONS.

           MOVE SPACES                          TO REG-FICHCONS.
           STRING 'SITUACION VIGENTE: POSTAL [' CONSENTIM-S-POSTAL
                  '] SMS [' CONSENTIM-S-SMS
                  '] CORREO ELECTRONICO [' CONSENTIM-S-EMAIL
                  '] TELEFONO [' CONSENTIM-S-TELEFONO
                  '] PERFILES [' CONSENTIM-S-PERFILADO
                  '] CESION AL GRUPO [' CONSENTIM-S-GRUPO ']'
                  DELIMITED BY SIZE             INTO REG-FICHCONS.
           WRITE REG-FICHCONS.

       FIN-ESCRIBIR-SITUACION.
           EXIT.

      *    Todo el historial, del cambio más antiguo al más reciente.
       LISTAR-HISTORIAL.
      *-----------------
           EXEC SQL
                DECLARE CUR-HISTORIAL CURSOR FOR
                SELECT DATE_FORMAT(fec_consent,
                                   '%Y-%m-%d %H:%i:%s'),
                       finalidad_consent, estado_consent,
                       canal_consent, version_texto_consent,
                       usuario_consent
                FROM   banco.consentimiento_hist
                WHERE  id_cliente = :CONSENTIM-ID-CLIENTE
                ORDER BY fec_consent, id_consent_hist
           END-EXEC.

           EXEC SQL OPEN CUR-HISTORIAL END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-HISTORIAL'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-HISTORIAL
           END-IF.

           SET  NO-FIN-HISTORIAL                TO TRUE.

           PERFORM LEER-HISTORIAL               THRU FIN-LEER-HISTORIAL
           UNTIL  FIN-HISTORIAL
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-HISTORIAL END-EXEC.

       FIN-LISTAR-HISTORIAL.
           EXIT.

       LEER-HISTORIAL.
      *---------------
           EXEC SQL
                FETCH CUR-HISTORIAL
                INTO  :WK-HIS-FEC, :CONSENTIM-FINALIDAD,
                      :CONSENTIM-ESTADO, :CONSENTIM-CANAL,
                      :CONSENTIM-VERSION, :CONSENTIM-USUARIO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-HISTORIAL              TO TRUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-CAMBIO         THRU
                        FIN-ESCRIBIR-CAMBIO
           WHEN OTHER
                MOVE 'LEER-HISTORIAL'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-HISTORIAL.
           EXIT.

       ESCRIBIR-CAMBIO.
      *----------------
           EVALUATE TRUE
           WHEN CONSENTIM-FINALIDAD-POSTAL
                MOVE 'CONTACTO POSTAL'          TO WK-TXT-FINALIDAD
           WHEN CONSENTIM-FINALIDAD-SMS
                MOVE 'CONTACTO POR SMS'         TO WK-TXT-FINALIDAD
           WHEN CONSENTIM-FINALIDAD-EMAIL
                MOVE 'CORREO ELECTRONICO'       TO WK-TXT-FINALIDAD
           WHEN CONSENTIM-FINALIDAD-TELEFONO
                MOVE 'CONTACTO TELEFONICO'      TO WK-TXT-FINALIDAD
           WHEN CONSENTIM-FINALIDAD-PERFILADO
                MOVE 'ELABORACION PERFILES'     TO WK-TXT-FINALIDAD
           WHEN CONSENTIM-FINALIDAD-GRUPO
                MOVE 'CESION AL GRUPO'          TO WK-TXT-FINALIDAD
           WHEN OTHER
                MOVE CONSENTIM-FINALIDAD        TO WK-TXT-FINALIDAD
           END-EVALUATE.

           IF   CONSENTIM-ESTADO-CONCEDIDO
           THEN MOVE 'CONCEDIDO'                TO WK-TXT-ESTADO
                ADD  1                          TO WK-CONTADOR-ALTAS
           ELSE MOVE 'RETIRADO'                 TO WK-TXT-ESTADO
                ADD  1                          TO
                     WK-CONTADOR-RETIRADAS
           END-IF.

           EVALUATE CONSENTIM-CANAL
           WHEN 'O'
                MOVE 'OFICINA'                  TO WK-TXT-CANAL
           WHEN 'W'
                MOVE 'WEB'                      TO WK-TXT-CANAL
           WHEN 'M'
                MOVE 'APP MOVIL'                TO WK-TXT-CANAL
           WHEN 'T'
                MOVE 'TELEFONO'                 TO WK-TXT-CANAL
           WHEN 'C'
                MOVE 'CORREO'                   TO WK-TXT-CANAL
           WHEN OTHER
                MOVE CONSENTIM-CANAL            TO WK-TXT-CANAL
           END-EVALUATE.

           MOVE SPACES                          TO REG-FICHCONS.
           STRING WK-HIS-FEC ' ' WK-TXT-FINALIDAD ' ' WK-TXT-ESTADO
                  ' CANAL [' WK-TXT-CANAL
                  '] TEXTO LEGAL [' CONSENTIM-VERSION
                  '] USUARIO [' CONSENTIM-USUARIO ']'
                  DELIMITED BY SIZE             INTO REG-FICHCONS.

           WRITE REG-FICHCONS.

           ADD  1                               TO WK-CONTADOR-CAMBIOS.

       FIN-ESCRIBIR-CAMBIO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHCONS.
           STRING 'CAMBIOS [' WK-CONTADOR-CAMBIOS
                  '] ALTAS [' WK-CONTADOR-ALTAS
                  '] RETIRADAS [' WK-CONTADOR-RETIRADAS ']'
                  DELIMITED BY SIZE             INTO REG-FICHCONS.

           WRITE REG-FICHCONS.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTCONSENT ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'RPTCONSENT'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'HISTORIAL DE CONSENTIMIENTOS DE UN CLIENTE'.
           DISPLAY 'NIF                  [' WK-NIF-ENV ']'.
           DISPLAY 'INFORME              [' WK-FICHCONS-NOMBRE ']'.
           DISPLAY 'CAMBIOS              [' WK-CONTADOR-CAMBIOS ']'.
           DISPLAY 'ALTAS                [' WK-CONTADOR-ALTAS ']'.
           DISPLAY 'RETIRADAS            [' WK-CONTADOR-RETIRADAS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
