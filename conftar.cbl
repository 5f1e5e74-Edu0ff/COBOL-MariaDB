       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CONFTAR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Fichero de confirmación del estampador, respuesta al de
      * estampación de ESTAMPTAR. La referencia de cada registro es
      * el id_medio de la tarjeta:
      *   EXP  plástico y carta de PIN expedidos al titular, con la
      *        fecha de expedición y la guía del envío. La tarjeta
      *        sigue emitida hasta que el titular la active;
      *   RCH  tarjeta que el estampador no ha podido producir, con
      *        su motivo. Se le quita la fecha de estampación para que
      *        salga de nuevo, con CCV y PIN nuevos, en el siguiente
      *        fichero de ESTAMPTAR.
      * Un registro rechazado no toca nada y sale con su motivo en
      * el fichero de resultados; una expedición ya registrada en una
      * ejecución anterior no se vuelve a aplicar. Cada registro se
      * confirma por separado.

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
      *    Fichero del estampador. Por omisión se toma
      *    estampacion-confirmacion.dat; para otro fichero se usa la
      *    variable de entorno CONFTAR_FICHERO.
           SELECT FICHCNF ASSIGN TO WK-FICHCNF-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCNF.

      *    Resultado de cada registro. Su nombre lleva la fecha de la
      *    ejecución.
           SELECT FICHRES ASSIGN TO WK-FICHRES-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRES.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas.
       FD FICHCNF RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCNF.
           05  FICHCNF-TIPO                  PIC X(03).
               88  FICHCNF-TIPO-EXP          VALUE 'EXP'.
               88  FICHCNF-TIPO-RCH          VALUE 'RCH'.
           05  FICHCNF-DATOS                 PIC X(147).
           05  FICHCNF-EXP                   REDEFINES FICHCNF-DATOS.
               10  FICHCNF-EXP-REF           PIC 9(10).
               10  FICHCNF-EXP-REF-X         REDEFINES
                   FICHCNF-EXP-REF           PIC X(10).
               10  FICHCNF-EXP-FEC           PIC 9(08).
               10  FICHCNF-EXP-GUIA          PIC X(20).
               10  FILLER                    PIC X(109).
           05  FICHCNF-RCH                   REDEFINES FICHCNF-DATOS.
               10  FICHCNF-RCH-REF           PIC 9(10).
               10  FICHCNF-RCH-REF-X         REDEFINES
                   FICHCNF-RCH-REF           PIC X(10).
               10  FICHCNF-RCH-MOTIVO        PIC X(40).
               10  FILLER                    PIC X(97).

       FD FICHRES RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRES                      PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE tarjeta          END-EXEC.

      * Fecha de expedición del registro y 'S' si es una fecha real.
       01  WK-FEC-EXPEDICION                 PIC X(08).
       01  WK-FEC-VALIDA                     PIC X(01).
       01  WK-GUIA                           PIC X(20).
       01  WK-MOTIVO-RCH                     PIC X(40).
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

      * Registro ya tratado en una ejecución anterior.
       01  SW-YA-TRATADO                     PIC 9(01) VALUE 0.
           88  YA-TRATADO-NO                 VALUE 0.
           88  YA-TRATADO-SI                 VALUE 1.

       01  SW-FIN-FICHCNF                    PIC 9(01) VALUE 0.
           88  FIN-FICHCNF-NO                VALUE 0.
           88  FIN-FICHCNF-SI                VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHCNF-NOMBRE                 PIC X(40) VALUE
                                        'estampacion-confirmacion.dat'.
       01  WK-FICHCNF-NOMBRE-ENV             PIC X(40).
       01  FS-FICHCNF                        PIC X(02).
       01  WK-FICHRES-NOMBRE                 PIC X(40).
       01  FS-FICHRES                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Motivo por el que no se aplica el registro; en blanco, se
      * aplica.
       01  WK-MOTIVO                         PIC X(40).

      * Registros leídos, aplicados, rechazados y ya tratados, y lo
      * aplicado por tipo.
       01  WK-CONTADOR-LEIDOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-APLICADOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DUPLICADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-EXPEDIDAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DEVUELTAS             PIC 9(06) VALUE 0.

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
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
                PERFORM TRATAR-REGISTRO         THRU
                        FIN-TRATAR-REGISTRO
                UNTIL   FIN-FICHCNF-SI
                OR      NOT STAT-OK
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
           STRING 'conftar-resultado-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRES-NOMBRE.

           MOVE SPACES                         TO WK-FICHCNF-NOMBRE-ENV.
           ACCEPT WK-FICHCNF-NOMBRE-ENV         FROM ENVIRONMENT
                                                'CONFTAR_FICHERO'.
           IF   WK-FICHCNF-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHCNF-NOMBRE-ENV      TO WK-FICHCNF-NOMBRE
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
                DISPLAY '*** FATAL *** CONFTAR CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CONFTAR'                   TO LOGERR-E-PROGRAMA
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
           MOVE 'CONFTAR'                       TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-APLICADOS           TO
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

      *    Da de alta en el catálogo de informes el resultado, como
      *    confidencial: lleva tarjetas de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CONFTAR'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CONFTAR REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRES-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHCNF.

           IF   FS-FICHCNF NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONFTAR ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHCNF-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHCNF ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRES.

           IF   FS-FICHRES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONFTAR ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHRES-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHRES ']'
                CLOSE FICHCNF
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHCNF
                 FICHRES.

       FIN-CERRAR-FICHEROS.
           EXIT.

       LEER-REGISTRO.
      *--------------
           READ FICHCNF
                AT END SET FIN-FICHCNF-SI       TO TRUE
           END-READ.

       FIN-LEER-REGISTRO.
           EXIT.

       TRATAR-REGISTRO.
      *----------------
           PERFORM APLICAR-REGISTRO             THRU
                   FIN-APLICAR-REGISTRO.

           IF   STAT-OK
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
           END-IF.

       FIN-TRATAR-REGISTRO.
           EXIT.

      *    Un registro: se valida y se aplica en la misma unidad de
      *    trabajo. Si no se puede aplicar se deshace lo hecho y sale
      *    con su motivo en el resultado.
       APLICAR-REGISTRO.
      *-----------------
           ADD  1                               TO WK-CONTADOR-LEIDOS.
           MOVE SPACES                          TO WK-MOTIVO.
           SET  YA-TRATADO-NO                   TO TRUE.
           INITIALIZE                           REG-TARJETA
                                                REG-TARJETA-NULL.

           EVALUATE TRUE
           WHEN FICHCNF-TIPO-EXP
                PERFORM APLICAR-EXPEDICION      THRU
                        FIN-APLICAR-EXPEDICION
           WHEN FICHCNF-TIPO-RCH
                PERFORM APLICAR-RECHAZO         THRU
                        FIN-APLICAR-RECHAZO
           WHEN OTHER
                MOVE 'TIPO DE REGISTRO DESCONOCIDO' TO WK-MOTIVO
           END-EVALUATE.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           ELSE PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-APLICAR-REGISTRO
           END-IF.

           EVALUATE TRUE
           WHEN WK-MOTIVO = SPACES
                ADD  1                          TO
                     WK-CONTADOR-APLICADOS
           WHEN YA-TRATADO-SI
                ADD  1                          TO
                     WK-CONTADOR-DUPLICADOS
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
           END-EVALUATE.

           PERFORM ESCRIBIR-RESULTADO           THRU
                   FIN-ESCRIBIR-RESULTADO.

       FIN-APLICAR-REGISTRO.
           EXIT.

      *    Estado de la tarjeta de la referencia y su paso por el
      *    estampador.
       LEER-TARJETA.
      *-------------
           EXEC SQL
                SELECT estado_tarjeta,
                       DATE_FORMAT(fec_estampacion_tarjeta, '%Y%m%d'),
                       DATE_FORMAT(fec_envio_tarjeta, '%Y%m%d')
                INTO   :TARJETA-ESTADO         :TARJETA-ESTADO-NULL,
                       :TARJETA-FEC-ESTAMPACION
                                      :TARJETA-FEC-ESTAMPACION-NULL,
                       :TARJETA-FEC-ENVIO
                                      :TARJETA-FEC-ENVIO-NULL
                FROM   banco.tarjeta
                WHERE  id_medio = :TARJETA-ID-TAR
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   TARJETA-FEC-ESTAMPACION-NULL < 0
                THEN MOVE 'TARJETA NO MANDADA AL ESTAMPADOR'
                                                TO WK-MOTIVO
                END-IF
           WHEN SQL-NODATA
                MOVE 'TARJETA NO ENCONTRADA'    TO WK-MOTIVO
           WHEN OTHER
                MOVE 'LEER-TARJETA'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-TARJETA.
           EXIT.

      *    Expedición: queda la fecha y la guía del envío. La tarjeta
      *    puede haberse dado de baja o bloqueado mientras tanto;
      *    la expedición se registra igual, porque el plástico ya
      *    está en camino.
       APLICAR-EXPEDICION.
      *-------------------
           IF   FICHCNF-EXP-REF IS NOT NUMERIC
                OR FICHCNF-EXP-REF = ZERO
           THEN MOVE 'REFERENCIA ERRONEA'       TO WK-MOTIVO
                GO TO FIN-APLICAR-EXPEDICION
           END-IF.

           MOVE FICHCNF-EXP-REF                 TO TARJETA-ID-TAR.
           MOVE FICHCNF-EXP-FEC                 TO WK-FEC-EXPEDICION.
           MOVE FICHCNF-EXP-GUIA                TO WK-GUIA.

           PERFORM LEER-TARJETA                 THRU FIN-LEER-TARJETA.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-EXPEDICION
           END-IF.

           IF   TARJETA-FEC-ENVIO-NULL >= 0
           THEN SET  YA-TRATADO-SI              TO TRUE
                MOVE 'EXPEDICION YA REGISTRADA' TO WK-MOTIVO
                GO TO FIN-APLICAR-EXPEDICION
           END-IF.

           MOVE 'N'                             TO WK-FEC-VALIDA.
           IF   FICHCNF-EXP-FEC IS NUMERIC
           THEN EXEC SQL
                     SELECT CASE WHEN STR_TO_DATE(:WK-FEC-EXPEDICION,
                                                  '%Y%m%d') IS NULL
                                 THEN 'N'
                                 ELSE 'S'
                            END
                     INTO   :WK-FEC-VALIDA
                END-EXEC
           END-IF.

           IF   WK-FEC-VALIDA NOT = 'S'
           THEN MOVE 'FECHA DE EXPEDICION ERRONEA' TO WK-MOTIVO
                GO TO FIN-APLICAR-EXPEDICION
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    fec_envio_tarjeta  =
                              STR_TO_DATE(:WK-FEC-EXPEDICION, '%Y%m%d'),
                       guia_envio_tarjeta = :WK-GUIA
                WHERE  id_medio           = :TARJETA-ID-TAR
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-EXPEDICION'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-EXPEDICION
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-EXPEDIDAS.

       FIN-APLICAR-EXPEDICION.
           EXIT.

      *    Devolución: sólo de una tarjeta aún emitida y sin expedir.
      *    Sin fecha de estampación vuelve a salir en el siguiente
      *    fichero de ESTAMPTAR.
       APLICAR-RECHAZO.
      *----------------
           IF   FICHCNF-RCH-REF IS NOT NUMERIC
                OR FICHCNF-RCH-REF = ZERO
           THEN MOVE 'REFERENCIA ERRONEA'       TO WK-MOTIVO
                GO TO FIN-APLICAR-RECHAZO
           END-IF.

           MOVE FICHCNF-RCH-REF                 TO TARJETA-ID-TAR.
           MOVE FICHCNF-RCH-MOTIVO              TO WK-MOTIVO-RCH.

           PERFORM LEER-TARJETA                 THRU FIN-LEER-TARJETA.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-RECHAZO
           END-IF.

           IF   TARJETA-FEC-ENVIO-NULL >= 0
           THEN MOVE 'TARJETA YA EXPEDIDA'      TO WK-MOTIVO
                GO TO FIN-APLICAR-RECHAZO
           END-IF.

           IF   NOT TARJETA-ESTADO-EMITIDA
           THEN MOVE 'TARJETA NO PENDIENTE DE ESTAMPAR' TO WK-MOTIVO
                GO TO FIN-APLICAR-RECHAZO
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    fec_estampacion_tarjeta   = NULL,
                       motivo_rechazo_estampacion = :WK-MOTIVO-RCH
                WHERE  id_medio                  = :TARJETA-ID-TAR
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-RECHAZO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-RECHAZO
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-DEVUELTAS.

       FIN-APLICAR-RECHAZO.
           EXIT.

       ESCRIBIR-RESULTADO.
      *-------------------
           MOVE SPACES                          TO REG-FICHRES.

           IF   WK-MOTIVO NOT = SPACES
           THEN STRING FICHCNF-TIPO ' REF [' FICHCNF-EXP-REF-X
                       '] RECHAZADO: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           ELSE STRING FICHCNF-TIPO ' REF [' FICHCNF-EXP-REF-X
                       '] APLICADO'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-IF.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-RESULTADO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHRES.
           STRING 'LEIDOS [' WK-CONTADOR-LEIDOS
                  '] APLICADOS [' WK-CONTADOR-APLICADOS
                  '] RECHAZADOS [' WK-CONTADOR-RECHAZADOS
                  '] YA TRATADOS [' WK-CONTADOR-DUPLICADOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           WRITE REG-FICHRES.

           MOVE SPACES                          TO REG-FICHRES.
           STRING 'EXPEDIDAS [' WK-CONTADOR-EXPEDIDAS
                  '] DEVUELTAS POR EL ESTAMPADOR ['
                  WK-CONTADOR-DEVUELTAS ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           WRITE REG-FICHRES.

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
                PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa; el registro en LOGERR se hace después de
      *    deshacer (REGISTRAR-ERROR), porque LOGERR confirma su
      *    propia fila y no debe arrastrar con ella lo aplicado.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** CONFTAR ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'CONFTAR'                       TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONFIRMACIONES DEL ESTAMPADOR DE TARJETAS'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHCNF-NOMBRE ']'.
           DISPLAY 'FICHERO RESULTADOS   [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'REGISTROS LEIDOS     [' WK-CONTADOR-LEIDOS ']'.
           DISPLAY 'APLICADOS            [' WK-CONTADOR-APLICADOS ']'.
           DISPLAY 'RECHAZADOS           [' WK-CONTADOR-RECHAZADOS
                   ']'.
           DISPLAY 'YA TRATADOS          [' WK-CONTADOR-DUPLICADOS
                   ']'.
           DISPLAY 'EXPEDIDAS            [' WK-CONTADOR-EXPEDIDAS ']'.
           DISPLAY 'DEVUELTAS            [' WK-CONTADOR-DEVUELTAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
