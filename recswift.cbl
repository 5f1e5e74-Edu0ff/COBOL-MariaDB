       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RECSWIFT.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Mensajes del banco corresponsal sobre transferencias
      * internacionales ya enviadas por EXPSWIFT:
      *   DEV  devolución de la orden. Se abona en la cuenta del
      *        ordenante el importe devuelto, se le carga la comisión
      *        de devolución de banco.tarifa_transferencia y la orden
      *        pasa a devuelta con el neto abonado.
      *   GAS  reclamación de gastos del corresponsal. Sólo se
      *        admite en órdenes con gastos OUR: se cargan al
      *        ordenante y se acumulan en la orden.
      * Cada mensaje, aplicado o rechazado, queda anotado en
      * banco.transferencia_swift_msg; un mensaje ya tratado (misma
      * orden, tipo, fecha e importe) no se vuelve a aplicar. Cada
      * mensaje se confirma por separado.

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
      *    Fichero de mensajes del corresponsal. Por omisión se toma
      *    swift-entrada.dat; para otro fichero se usa la variable de
      *    entorno RECSWIFT_FICHERO.
           SELECT FICHREC ASSIGN TO WK-FICHREC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHREC.

      *    Resultado de cada mensaje. Su nombre lleva la fecha de la
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
      * Un mensaje por línea, en posiciones fijas.
       FD FICHREC RECORD CONTAINS 38 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHREC.
           05  FICHREC-TIPO                  PIC X(03).
               88  FICHREC-TIPO-DEV          VALUE 'DEV'.
               88  FICHREC-TIPO-GAS          VALUE 'GAS'.
      *    Referencia de la orden que mandó EXPSWIFT.
           05  FICHREC-ID-TRF                PIC 9(10).
           05  FICHREC-ID-TRF-X              REDEFINES
               FICHREC-ID-TRF                PIC X(10).
           05  FICHREC-DIVISA                PIC X(03).
      *    Importe devuelto o reclamado, siempre positivo.
           05  FICHREC-IMPORTE               PIC 9(08)V99.
           05  FICHREC-IMPORTE-X             REDEFINES
               FICHREC-IMPORTE               PIC X(10).
      *    Código de motivo del corresponsal.
           05  FICHREC-MOTIVO                PIC X(04).
           05  FICHREC-FECHA                 PIC 9(08).
           05  FICHREC-FECHA-X               REDEFINES
               FICHREC-FECHA                 PIC X(08).

       FD FICHRES RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRES                      PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE trfswift         END-EXEC.

       01  WK-FECHA-VIGOR                    PIC X(08).
       01  WK-TAR-COMISION-DEV               PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-NUM-TRATADOS                   PIC 9(06).

      * Mensaje que se anota en banco.transferencia_swift_msg.
       01  WK-MSG-TIPO                       PIC X(03).
       01  WK-MSG-FEC                        PIC X(08).
       01  WK-MSG-DIVISA                     PIC X(03).
       01  WK-MSG-IMPORTE                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-MSG-MOTIVO                     PIC X(04).
       01  WK-MSG-RESULTADO                  PIC X(01).
       01  WK-MSG-TEXTO                      PIC X(40).
       01  WK-MSG-ID-EJEC                    PIC 9(10).

      * Importes aplicados en la divisa de la cuenta.
       01  WK-NETO-DEVUELTO                  PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-GASTOS-CARGADOS                PIC S9(08)V99
                                             LEADING SEPARATE.
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'llegada.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * para cerrarla.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

      * Llegada del fichero de entrada que ha dado por buena
      * LLEGADA; se marca como consumida al terminar bien.
       01  WK-ID-LLEGADA                     PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.
      *    El fichero de entrada no esta confirmado en el registro
      *    de llegadas: no se ha cargado nada.
           88  STAT-ESPERA                   VALUE 03.


      * Comisión de devolución por omisión, en euros, cuando la
      * tarifa vigente no la trae.
       01  WK-CTE-COMISION-DEV               PIC 9(06)V99 VALUE 15.

       01  SW-FIN-FICHREC                    PIC 9(01) VALUE 0.
           88  FIN-FICHREC-NO                VALUE 0.
           88  FIN-FICHREC-SI                VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHREC-NOMBRE                 PIC X(40) VALUE
                                             'swift-entrada.dat'.
       01  WK-FICHREC-NOMBRE-ENV             PIC X(40).
       01  FS-FICHREC                        PIC X(02).
       01  WK-FICHRES-NOMBRE                 PIC X(40).
       01  FS-FICHRES                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Apunte que se está posteando contra la cuenta del ordenante.
       01  WK-APUNTE-IMPT                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-APUNTE-DIVISA                  PIC X(03).
       01  WK-APUNTE-CPT                     PIC X(49).
       01  WK-APUNTE-COD-CPT                 PIC X(03).
       01  WK-APUNTE-APLICADO                PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-STAT-CARGO                     PIC -9(02).

      * Motivo por el que no se aplica el mensaje; en blanco, se
      * aplica.
       01  WK-MOTIVO                         PIC X(40).

      * Mensajes leídos, aplicados, rechazados y ya tratados.
       01  WK-CONTADOR-LEIDOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-APLICADOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DUPLICADOS            PIC 9(06) VALUE 0.

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
           THEN PERFORM COMPROBAR-LLEGADA       THRU
                        FIN-COMPROBAR-LLEGADA
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-TARIFA             THRU FIN-LEER-TARIFA
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-MENSAJE            THRU FIN-LEER-MENSAJE
                PERFORM TRATAR-MENSAJE          THRU
                        FIN-TRATAR-MENSAJE
                UNTIL   FIN-FICHREC-SI
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

           IF   STAT-OK
           THEN PERFORM CONSUMIR-LLEGADA        THRU
                        FIN-CONSUMIR-LLEGADA
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
           STRING 'swift-resultado-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRES-NOMBRE.

           MOVE SPACES                         TO WK-FICHREC-NOMBRE-ENV.
           ACCEPT WK-FICHREC-NOMBRE-ENV         FROM ENVIRONMENT
                                                'RECSWIFT_FICHERO'.
           IF   WK-FICHREC-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHREC-NOMBRE-ENV      TO WK-FICHREC-NOMBRE
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
                DISPLAY '*** FATAL *** RECSWIFT CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RECSWIFT'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'RECSWIFT'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-LEIDOS              TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    El fichero de entrada tiene que estar confirmado en el
      *    registro de llegadas y sin cargar. Si no lo está, el lote
      *    termina en espera sin abrirlo, para que el planificador
      *    retenga los pasos que dependen de él y lo relance. Una
      *    interfaz sin alta en el registro no se controla.
       COMPROBAR-LLEGADA.
      *------------------
           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-COMPROBAR         TO TRUE.
           MOVE 'SWIFT'                         TO LLEGADA-E-INTERFAZ.
           MOVE WK-FICHREC-NOMBRE               TO LLEGADA-E-FICHERO.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           EVALUATE TRUE
           WHEN LLEGADA-STAT-OK
                MOVE LLEGADA-S-ID-LLEGADA       TO WK-ID-LLEGADA
           WHEN LLEGADA-STAT-ENC-NO
                DISPLAY '*** AVISO *** RECSWIFT COMPROBAR-LLEGADA'
                DISPLAY 'INTERFAZ [SWIFT] SIN CONTROL DE LLEGADA'
           WHEN LLEGADA-STAT-ERR-SQL
                SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RECSWIFT COMPROBAR-LLEGADA'
                DISPLAY 'SQLCODE  [' LLEGADA-SQLCODE ']'
           WHEN OTHER
                SET STAT-ESPERA                 TO TRUE
                DISPLAY '*** ESPERA *** RECSWIFT COMPROBAR-LLEGADA'
                DISPLAY 'FICHERO SIN CONFIRMAR [' WK-FICHREC-NOMBRE ']'
                DISPLAY 'LLEGADA-STAT [' LLEGADA-STAT '] ESTADO ['
                        LLEGADA-S-ESTADO '] CONSUMIDO ['
                        LLEGADA-S-CONSUMIDO ']'
           END-EVALUATE.

       FIN-COMPROBAR-LLEGADA.
           EXIT.

      *    Marca la llegada como cargada por esta ejecución.
       CONSUMIR-LLEGADA.
      *-----------------
           IF   WK-ID-LLEGADA = 0
           THEN GO TO FIN-CONSUMIR-LLEGADA
           END-IF.

           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-CONSUMIR          TO TRUE.
           MOVE WK-ID-LLEGADA                   TO LLEGADA-E-ID-LLEGADA.
           MOVE WK-BATLOG-ID-EJEC               TO LLEGADA-E-ID-EJEC.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
           THEN DISPLAY '*** AVISO *** RECSWIFT CONSUMIR-LLEGADA'
                DISPLAY 'NO SE PUDO MARCAR LA LLEGADA ['
                        WK-ID-LLEGADA ']'
           END-IF.

       FIN-CONSUMIR-LLEGADA.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR            TO TRUE.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.


      *    Da de alta en el catálogo de informes el resultado, como
      *    confidencial: lleva referencias e importes de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RECSWIFT'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RECSWIFT REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRES-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    Comisión de devolución de la tarifa vigente; si no hay
      *    fila o no la trae, se queda la de omisión.
       LEER-TARIFA.
      *------------
           MOVE WK-CTE-COMISION-DEV             TO WK-TAR-COMISION-DEV.
           MOVE WK-FECHA-ACTUAL                 TO WK-FECHA-VIGOR.

           EXEC SQL
                SELECT comision_devolucion_tarifa
                INTO   :WK-TAR-COMISION-DEV
                FROM   banco.tarifa_transferencia
                WHERE  fec_ini_tarifa <= :WK-FECHA-VIGOR
                AND   (fec_fin_tarifa IS NULL
                       OR fec_fin_tarifa >= :WK-FECHA-VIGOR)
                AND    comision_devolucion_tarifa IS NOT NULL
                ORDER BY fec_ini_tarifa DESC
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                MOVE 'LEER-TARIFA'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-EVALUATE.

       FIN-LEER-TARIFA.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHREC.

           IF   FS-FICHREC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RECSWIFT ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHREC-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHREC ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRES.

           IF   FS-FICHRES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RECSWIFT ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHRES-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHRES ']'
                CLOSE FICHREC
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHREC
                 FICHRES.

       FIN-CERRAR-FICHEROS.
           EXIT.

       LEER-MENSAJE.
      *-------------
           READ FICHREC
                AT END SET FIN-FICHREC-SI       TO TRUE
           END-READ.

       FIN-LEER-MENSAJE.
           EXIT.

      *    Un mensaje: se valida, se aplica y se anota, todo en la
      *    misma unidad de trabajo. Si no se puede aplicar se deshace
      *    lo posteado y se anota como rechazado.
       TRATAR-MENSAJE.
      *---------------
           PERFORM APLICAR-MENSAJE              THRU
                   FIN-APLICAR-MENSAJE.

           IF   STAT-OK
           THEN PERFORM LEER-MENSAJE            THRU FIN-LEER-MENSAJE
           END-IF.

       FIN-TRATAR-MENSAJE.
           EXIT.

       APLICAR-MENSAJE.
      *----------------
           ADD  1                               TO WK-CONTADOR-LEIDOS.
           MOVE SPACES                          TO WK-MOTIVO.

           PERFORM VALIDAR-MENSAJE              THRU
                   FIN-VALIDAR-MENSAJE.

           IF   WK-MOTIVO NOT = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
                PERFORM ESCRIBIR-RESULTADO      THRU
                        FIN-ESCRIBIR-RESULTADO
                GO TO FIN-APLICAR-MENSAJE
           END-IF.

           PERFORM COMPROBAR-DUPLICADO          THRU
                   FIN-COMPROBAR-DUPLICADO.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MENSAJE
           END-IF.

           IF   WK-NUM-TRATADOS > ZERO
           THEN ADD  1                          TO
                     WK-CONTADOR-DUPLICADOS
                MOVE 'MENSAJE YA TRATADO'       TO WK-MOTIVO
                PERFORM ESCRIBIR-RESULTADO      THRU
                        FIN-ESCRIBIR-RESULTADO
                GO TO FIN-APLICAR-MENSAJE
           END-IF.

           PERFORM LEER-ORDEN                   THRU FIN-LEER-ORDEN.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN IF   FICHREC-TIPO-DEV
                THEN PERFORM APLICAR-DEVOLUCION THRU
                             FIN-APLICAR-DEVOLUCION
                ELSE PERFORM APLICAR-GASTOS     THRU
                             FIN-APLICAR-GASTOS
                END-IF
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-APLICAR-MENSAJE
           END-IF.

           IF   WK-MOTIVO NOT = SPACES
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                MOVE 'R'                        TO WK-MSG-RESULTADO
                MOVE WK-MOTIVO                  TO WK-MSG-TEXTO
           ELSE MOVE 'A'                        TO WK-MSG-RESULTADO
                MOVE 'APLICADO'                 TO WK-MSG-TEXTO
           END-IF.

           PERFORM GRABAR-MENSAJE               THRU
                   FIN-GRABAR-MENSAJE.

           IF   STAT-OK
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-APLICAR-MENSAJE
           END-IF.

           IF   WK-MOTIVO = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-APLICADOS
           ELSE ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
           END-IF.

           PERFORM ESCRIBIR-RESULTADO           THRU
                   FIN-ESCRIBIR-RESULTADO.

       FIN-APLICAR-MENSAJE.
           EXIT.

       VALIDAR-MENSAJE.
      *----------------
           EVALUATE TRUE
           WHEN NOT FICHREC-TIPO-DEV
                AND NOT FICHREC-TIPO-GAS
                MOVE 'TIPO DE MENSAJE DESCONOCIDO' TO WK-MOTIVO
           WHEN FICHREC-ID-TRF-X IS NOT NUMERIC
                OR FICHREC-ID-TRF = ZERO
                MOVE 'REFERENCIA DE ORDEN ERRONEA' TO WK-MOTIVO
           WHEN FICHREC-IMPORTE-X IS NOT NUMERIC
                OR FICHREC-IMPORTE = ZERO
                MOVE 'IMPORTE ERRONEO'          TO WK-MOTIVO
           WHEN FICHREC-FECHA-X IS NOT NUMERIC
                MOVE 'FECHA ERRONEA'            TO WK-MOTIVO
           WHEN FICHREC-DIVISA IS NOT ALPHABETIC
                OR FICHREC-DIVISA(3:1) = SPACE
                MOVE 'DIVISA ERRONEA'           TO WK-MOTIVO
           END-EVALUATE.

           MOVE FICHREC-TIPO                    TO WK-MSG-TIPO.
           MOVE FICHREC-FECHA-X                 TO WK-MSG-FEC.
           MOVE FICHREC-DIVISA                  TO WK-MSG-DIVISA.
           MOVE FICHREC-MOTIVO                  TO WK-MSG-MOTIVO.

           IF   WK-MOTIVO = SPACES
           THEN MOVE FICHREC-ID-TRF             TO TRFSWIFT-ID
                MOVE FICHREC-IMPORTE            TO WK-MSG-IMPORTE
           END-IF.

       FIN-VALIDAR-MENSAJE.
           EXIT.

       COMPROBAR-DUPLICADO.
      *--------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-TRATADOS
                FROM   banco.transferencia_swift_msg
                WHERE  id_trf      = :TRFSWIFT-ID
                AND    tipo_msg    = :WK-MSG-TIPO
                AND    fec_msg     = STR_TO_DATE(:WK-MSG-FEC,
                                                 '%Y%m%d')
                AND    importe_msg = :WK-MSG-IMPORTE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'COMPROBAR-DUPLICADO'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

       FIN-COMPROBAR-DUPLICADO.
           EXIT.

       LEER-ORDEN.
      *-----------
           EXEC SQL
                SELECT id_medio_cta, estado_trf, gastos_trf
                INTO   :TRFSWIFT-ID-CTA, :TRFSWIFT-ESTADO,
                       :TRFSWIFT-GASTOS
                FROM   banco.transferencia_swift
                WHERE  id_trf = :TRFSWIFT-ID
                FOR UPDATE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'ORDEN INEXISTENTE'        TO WK-MOTIVO
           WHEN OTHER
                MOVE 'LEER-ORDEN'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-ORDEN.
           EXIT.

      *    Sólo se devuelve lo que ya salió y no se había devuelto.
      *    Se abona lo devuelto en su divisa y se carga la comisión
      *    en euros; INSMOV pasa ambos a la divisa de la cuenta.
       APLICAR-DEVOLUCION.
      *-------------------
           IF   NOT TRFSWIFT-ESTADO-ENVIADA
           THEN MOVE 'ORDEN NO ENVIADA O YA DEVUELTA' TO WK-MOTIVO
                GO TO FIN-APLICAR-DEVOLUCION
           END-IF.

           MOVE WK-MSG-IMPORTE                  TO WK-APUNTE-IMPT.
           MOVE WK-MSG-DIVISA                   TO WK-APUNTE-DIVISA.
           MOVE SPACES                          TO WK-APUNTE-CPT.
           STRING 'DEVOLUCION TRANSF. SWIFT [' TRFSWIFT-ID ']'
                  DELIMITED BY SIZE             INTO WK-APUNTE-CPT.
           MOVE 'TRF'                           TO WK-APUNTE-COD-CPT.

           PERFORM POSTEAR-APUNTE               THRU
                   FIN-POSTEAR-APUNTE.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-DEVOLUCION
           END-IF.

           MOVE WK-APUNTE-APLICADO              TO WK-NETO-DEVUELTO.

           IF   WK-TAR-COMISION-DEV > ZERO
           THEN COMPUTE WK-APUNTE-IMPT = 0 - WK-TAR-COMISION-DEV
                MOVE 'EUR'                      TO WK-APUNTE-DIVISA
                MOVE SPACES                     TO WK-APUNTE-CPT
                STRING 'COMISION DEVOLUCION SWIFT [' TRFSWIFT-ID ']'
                       DELIMITED BY SIZE        INTO WK-APUNTE-CPT
                MOVE 'COM'                      TO WK-APUNTE-COD-CPT
                PERFORM POSTEAR-APUNTE          THRU
                        FIN-POSTEAR-APUNTE
                IF   WK-MOTIVO NOT = SPACES
                THEN GO TO FIN-APLICAR-DEVOLUCION
                END-IF
                ADD  WK-APUNTE-APLICADO         TO WK-NETO-DEVUELTO
           END-IF.

           EXEC SQL
                UPDATE banco.transferencia_swift
                SET    estado_trf           = 'D',
                       fec_devolucion_trf   =
                       STR_TO_DATE(:WK-MSG-FEC, '%Y%m%d'),
                       motivo_devol_trf     = :WK-MSG-MOTIVO,
                       importe_devuelto_trf = :WK-NETO-DEVUELTO
                WHERE  id_trf               = :TRFSWIFT-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-DEVOLUCION'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-APLICAR-DEVOLUCION.
           EXIT.

      *    Con SHA o BEN los gastos del corresponsal no son del
      *    ordenante: la reclamación se rechaza.
       APLICAR-GASTOS.
      *---------------
           IF   NOT TRFSWIFT-GASTOS-OUR
           THEN MOVE 'GASTOS NO A CARGO DEL ORDENANTE' TO WK-MOTIVO
                GO TO FIN-APLICAR-GASTOS
           END-IF.

           IF   TRFSWIFT-ESTADO-PENDIENTE
           THEN MOVE 'ORDEN NO ENVIADA'         TO WK-MOTIVO
                GO TO FIN-APLICAR-GASTOS
           END-IF.

           COMPUTE WK-APUNTE-IMPT = 0 - WK-MSG-IMPORTE.
           MOVE WK-MSG-DIVISA                   TO WK-APUNTE-DIVISA.
           MOVE SPACES                          TO WK-APUNTE-CPT.
           STRING 'GASTOS CORRESPONSAL SWIFT [' TRFSWIFT-ID ']'
                  DELIMITED BY SIZE             INTO WK-APUNTE-CPT.
           MOVE 'COM'                           TO WK-APUNTE-COD-CPT.

           PERFORM POSTEAR-APUNTE               THRU
                   FIN-POSTEAR-APUNTE.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-GASTOS
           END-IF.

           COMPUTE WK-GASTOS-CARGADOS = 0 - WK-APUNTE-APLICADO.

           EXEC SQL
                UPDATE banco.transferencia_swift
                SET    gastos_reclam_trf =
                       gastos_reclam_trf + :WK-GASTOS-CARGADOS
                WHERE  id_trf            = :TRFSWIFT-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-GASTOS'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-APLICAR-GASTOS.
           EXIT.

      *    Un apunte que INSMOV o ACTCTA no admiten rechaza el
      *    mensaje entero; lo ya posteado se deshace al anotarlo.
       POSTEAR-APUNTE.
      *---------------
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8              FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE             INTO WK-MOV-FEC.

           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE TRFSWIFT-ID-CTA                 TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           MOVE WK-APUNTE-CPT                   TO INSMOV-E-CPT.
           MOVE WK-APUNTE-COD-CPT               TO INSMOV-E-COD-CPT.
           MOVE WK-APUNTE-IMPT                  TO INSMOV-E-IMPT.
           MOVE WK-APUNTE-DIVISA                TO INSMOV-E-DIVISA.

           CALL "INSMOV"                        USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN MOVE INSMOV-STAT                TO WK-STAT-CARGO
                MOVE SPACES                     TO WK-MOTIVO
                STRING 'APUNTE RECHAZADO, INSMOV-STAT ['
                       WK-STAT-CARGO ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                GO TO FIN-POSTEAR-APUNTE
           END-IF.

           MOVE INSMOV-S-IMPT-APLICADO          TO WK-APUNTE-APLICADO.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE TRFSWIFT-ID-CTA                 TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN MOVE ACTCTA-STAT                TO WK-STAT-CARGO
                MOVE SPACES                     TO WK-MOTIVO
                STRING 'SALDO NO APLICADO, ACTCTA-STAT ['
                       WK-STAT-CARGO ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
           END-IF.

       FIN-POSTEAR-APUNTE.
           EXIT.

       GRABAR-MENSAJE.
      *---------------
           MOVE WK-BATLOG-ID-EJEC               TO WK-MSG-ID-EJEC.

           EXEC SQL
                INSERT INTO banco.transferencia_swift_msg(
                    id_trf,
                    tipo_msg,
                    fec_msg,
                    divisa_msg,
                    importe_msg,
                    motivo_msg,
                    resultado_msg,
                    texto_resultado_msg,
                    id_ejec_msg,
                    fec_proceso_msg
                )
                VALUES(
                    :TRFSWIFT-ID,
                    :WK-MSG-TIPO,
                    STR_TO_DATE(:WK-MSG-FEC, '%Y%m%d'),
                    :WK-MSG-DIVISA,
                    :WK-MSG-IMPORTE,
                    :WK-MSG-MOTIVO,
                    :WK-MSG-RESULTADO,
                    :WK-MSG-TEXTO,
                    :WK-MSG-ID-EJEC,
                    NOW()
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-MENSAJE'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-MENSAJE.
           EXIT.

       ESCRIBIR-RESULTADO.
      *-------------------
           MOVE SPACES                          TO REG-FICHRES.

           IF   WK-MOTIVO = SPACES
           THEN STRING FICHREC-TIPO ' ORDEN [' FICHREC-ID-TRF-X
                       '] ' FICHREC-DIVISA ' [' FICHREC-IMPORTE-X
                       '] FECHA [' FICHREC-FECHA-X
                       '] MOTIVO [' FICHREC-MOTIVO '] APLICADO'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           ELSE STRING FICHREC-TIPO ' ORDEN [' FICHREC-ID-TRF-X
                       '] ' FICHREC-DIVISA ' [' FICHREC-IMPORTE-X
                       '] FECHA [' FICHREC-FECHA-X
                       '] MOTIVO [' FICHREC-MOTIVO '] RECHAZADO: '
                       WK-MOTIVO
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

           IF   NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa; el registro en LOGERR se hace después de
      *    deshacer (REGISTRAR-ERROR), porque LOGERR confirma su
      *    propia fila y no debe arrastrar con ella lo posteado.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RECSWIFT ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'RECSWIFT'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'MENSAJES DEL CORRESPONSAL SWIFT'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHREC-NOMBRE ']'.
           DISPLAY 'FICHERO RESULTADOS   [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'MENSAJES LEIDOS      [' WK-CONTADOR-LEIDOS ']'.
           DISPLAY 'APLICADOS            [' WK-CONTADOR-APLICADOS ']'.
           DISPLAY 'RECHAZADOS           [' WK-CONTADOR-RECHAZADOS
                   ']'.
           DISPLAY 'YA TRATADOS          [' WK-CONTADOR-DUPLICADOS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
