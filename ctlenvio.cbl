       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CTLENVIO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Control de los ficheros enviados a terceros (ENVIO). En cada
      * ejecución:
      * 1. Si se pide con CTLENVIO_REENVIO (el número de envío, con
      *    sus diez cifras), reenvía ese envío desde su copia.
      * 2. Lee el fichero de acuses del día (CTLENVIO_ACUSES; por
      *    omisión acuses-envio-AAAAMMDD.dat), en el que la pasarela
      *    de comunicaciones deja un registro por cada acuse de
      *    recibo o rechazo de los receptores, y casa cada uno con su
      *    envío. Si el fichero de acuses está dado de alta como
      *    interfaz de entrada (ACUSES), sólo se lee confirmado por
      *    LLEGADA y una sola vez.
      * 3. Marca como vencidos los envíos que han pasado su plazo de
      *    acuse sin recibirlo.
      * 4. Lista todos los envíos pendientes de reenvío: rechazados,
      *    aceptados con cifras distintas, fallidos y vencidos.
      * La situación queda en un fichero con la fecha y la hora; cada
      * rechazo, discrepancia, acuse sin envío y vencimiento nuevo se
      * anota además en el registro de errores (LOGERR).

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
      *    Fichero de entrada: los acuses de los receptores.
           SELECT FICHACU  ASSIGN TO WK-FICHACU-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHACU.

      *    Fichero de salida: una línea por acuse, reenvío, envío
      *    vencido y envío pendiente de reenvío, y una de totales.
           SELECT FICHCTL  ASSIGN TO WK-FICHCTL-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCTL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Acuse: interfaz y nombre del fichero enviado, A aceptado o R
      * rechazado, las cifras que el receptor dice haber recibido (a
      * cero si no las da) y el motivo del rechazo.
       FD FICHACU  RECORD CONTAINS 140 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHACU.
           05  ACU-INTERFAZ                  PIC X(10).
           05  ACU-FICHERO                   PIC X(60).
           05  ACU-TIPO                      PIC X(01).
           05  ACU-NUM-REGISTROS             PIC 9(09).
           05  ACU-NUM-REGISTROS-X           REDEFINES
               ACU-NUM-REGISTROS             PIC X(09).
           05  ACU-TOTAL-CONTROL             PIC 9(13)V99.
           05  ACU-TOTAL-CONTROL-X           REDEFINES
               ACU-TOTAL-CONTROL             PIC X(15).
           05  ACU-MOTIVO                    PIC X(40).
           05  FILLER                        PIC X(05).

       FD FICHCTL  RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCTL                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE envio            END-EXEC.

       01  WK-ULT-ENVIO                      PIC 9(10).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'llegada.cpy'.
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

       01  SW-FIN-FICHACU                    PIC 9(01) VALUE 0.
           88  FIN-FICHACU                   VALUE 1.
           88  NO-FIN-FICHACU                VALUE 0.

       01  SW-FIN-ENVIOS                     PIC 9(01) VALUE 0.
           88  FIN-ENVIOS                    VALUE 1.
           88  NO-FIN-ENVIOS                 VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-HORA-ACTUAL-R                  REDEFINES
                                             WK-HORA-ACTUAL-8.
           05  WK-HORA-HHMM                  PIC X(04).
           05  FILLER                        PIC X(04).

      * Reenvío pedido por CTLENVIO_REENVIO.
       01  WK-ID-REENVIO                     PIC 9(10) VALUE 0.
       01  WK-REENVIO-ENV                    PIC X(10).

      * Llegada del fichero de acuses que ha dado por buena LLEGADA;
      * se marca como consumida al terminar de leerlo.
       01  WK-ID-LLEGADA                     PIC 9(10) VALUE 0.

      * Situación del envío en la línea de salida, y si es un aviso
      * nuevo que hay que anotar en LOGERR.
       01  WK-SITUACION                      PIC X(12).
       01  WK-AVISO-NUEVO                    PIC X(01).
           88  AVISO-NUEVO-SI                VALUE 'S'.
       01  WK-MOTIVO                         PIC X(40).
       01  WK-TOTAL-EDIT                     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-FICHACU-NOMBRE                 PIC X(60).
       01  WK-FICHACU-NOMBRE-ENV             PIC X(60).
       01  FS-FICHACU                        PIC X(02).
       01  WK-FICHCTL-NOMBRE                 PIC X(40).
       01  FS-FICHCTL                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.
       01  WK-PARRAFO                        PIC X(30).

      * Acuses leídos, aceptados, rechazados o con cifras distintas,
      * sin envío o repetidos; envíos vencidos en esta ejecución,
      * pendientes de reenvío y reenviados.
       01  WK-CONTADOR-ACUSES                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ACEPTADOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-ENVIO             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-VENCIDOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PENDIENTES            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-REENVIADOS            PIC 9(06) VALUE 0.

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
                AND WK-ID-REENVIO NOT = ZERO
           THEN PERFORM REENVIAR-PEDIDO         THRU
                        FIN-REENVIAR-PEDIDO
           END-IF.

           IF   STAT-OK
           THEN PERFORM CASAR-ACUSES            THRU
                        FIN-CASAR-ACUSES
           END-IF.

           IF   STAT-OK
           THEN PERFORM MARCAR-VENCIDOS         THRU
                        FIN-MARCAR-VENCIDOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-PENDIENTES       THRU
                        FIN-LISTAR-PENDIENTES
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
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
           ACCEPT WK-FECHA-ACTUAL               FROM DATE.
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8              FROM TIME.
           STRING 'control-envios-' WK-FECHA-ACTUAL WK-HORA-HHMM
                  '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCTL-NOMBRE.

      *    El fichero de acuses se toma de la variable de entorno
      *    CTLENVIO_ACUSES si está definida; si no, el del día.
           STRING 'acuses-envio-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHACU-NOMBRE.
           MOVE SPACES                          TO
                WK-FICHACU-NOMBRE-ENV.
           ACCEPT WK-FICHACU-NOMBRE-ENV         FROM ENVIRONMENT
                                                 'CTLENVIO_ACUSES'.
           IF   WK-FICHACU-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHACU-NOMBRE-ENV      TO WK-FICHACU-NOMBRE
           END-IF.

      *    El envío a reenviar, con sus diez cifras, de la variable
      *    de entorno CTLENVIO_REENVIO; si no está o no es numérica
      *    no se reenvía nada.
           MOVE SPACES                          TO WK-REENVIO-ENV.
           ACCEPT WK-REENVIO-ENV                FROM ENVIRONMENT
                                                 'CTLENVIO_REENVIO'.
           IF   WK-REENVIO-ENV NOT = SPACES
                AND WK-REENVIO-ENV IS NUMERIC
           THEN MOVE WK-REENVIO-ENV             TO WK-ID-REENVIO
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
                DISPLAY '*** FATAL *** CTLENVIO CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CTLENVIO'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'CTLENVIO'                      TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de acuses leidos y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-ACUSES              TO
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
           MOVE 'CTLENVIO'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCTL-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 1                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CTLENVIO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCTL-NOMBRE ']'
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
           OPEN OUTPUT FICHCTL.

           IF   FS-FICHCTL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CTLENVIO ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHCTL ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCTL.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Reenvío controlado: ENVIO sólo lo hace desde la copia
      * guardada y si sigue siendo lo que se mandó.
       REENVIAR-PEDIDO.
      *----------------
           INITIALIZE                           AREA-ENVIO-ENTRADA.

           SET  ENVIO-E-ACC-REENVIAR            TO TRUE.
           MOVE WK-ID-REENVIO                   TO ENVIO-E-ID-ENVIO.

           CALL "ENVIO"                         USING AREA-ENVIO.

           MOVE SPACES                          TO WK-MOTIVO.
           MOVE SPACES                          TO WK-AVISO-NUEVO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                MOVE 'REENVIADO'                TO WK-SITUACION
                ADD  1                          TO
                     WK-CONTADOR-REENVIADOS
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
                GO TO FIN-REENVIAR-PEDIDO
           WHEN ENVIO-STAT-ENC-NO
                MOVE 'ENVIO NO REGISTRADO'      TO WK-MOTIVO
           WHEN ENVIO-STAT-NO-REENVIABLE
                MOVE 'ACEPTADO O EN PLAZO DE ACUSE'
                                                TO WK-MOTIVO
           WHEN ENVIO-STAT-CONTENIDO-DISTINTO
                MOVE 'LA COPIA NO ES LA QUE SE ENVIO'
                                                TO WK-MOTIVO
                SET  AVISO-NUEVO-SI             TO TRUE
           WHEN ENVIO-STAT-ERR-FICHERO
                MOVE 'NO SE PUDO LEER O COPIAR LA COPIA'
                                                TO WK-MOTIVO
                SET  AVISO-NUEVO-SI             TO TRUE
           WHEN OTHER
                SET  STAT-ERR-SQL               TO TRUE
                DISPLAY '*** FATAL *** CTLENVIO REENVIAR-PEDIDO: '
                        'ENVIO-STAT [' ENVIO-STAT ']'
                GO TO FIN-REENVIAR-PEDIDO
           END-EVALUATE.

           MOVE WK-ID-REENVIO                   TO ENVIO-S-ID-ENVIO.
           MOVE 'SIN REENVIAR'                  TO WK-SITUACION.
           PERFORM ESCRIBIR-AVISO               THRU
                   FIN-ESCRIBIR-AVISO.

       FIN-REENVIAR-PEDIDO.
           EXIT.

      * El fichero de acuses pasa por LLEGADA si su interfaz está de
      * alta: sin confirmar, o ya leído por otra ejecución, no se
      * lee. Sin interfaz de entrada se lee si está.
       CASAR-ACUSES.
      *-------------
           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-COMPROBAR         TO TRUE.
           MOVE 'ACUSES'                        TO LLEGADA-E-INTERFAZ.
           MOVE WK-FICHACU-NOMBRE               TO LLEGADA-E-FICHERO.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           EVALUATE TRUE
           WHEN LLEGADA-STAT-OK
                MOVE LLEGADA-S-ID-LLEGADA       TO WK-ID-LLEGADA
           WHEN LLEGADA-STAT-ENC-NO
                CONTINUE
           WHEN LLEGADA-STAT-ERR-SQL
                SET  STAT-ERR-SQL               TO TRUE
                DISPLAY '*** FATAL *** CTLENVIO CASAR-ACUSES'
                DISPLAY 'SQLCODE  [' LLEGADA-SQLCODE ']'
                GO TO FIN-CASAR-ACUSES
           WHEN OTHER
                DISPLAY '*** AVISO *** CTLENVIO: FICHERO DE ACUSES ['
                        WK-FICHACU-NOMBRE '] SIN LEER, LLEGADA-STAT ['
                        LLEGADA-STAT '] ESTADO [' LLEGADA-S-ESTADO
                        '] CONSUMIDO [' LLEGADA-S-CONSUMIDO ']'
                GO TO FIN-CASAR-ACUSES
           END-EVALUATE.

           OPEN INPUT FICHACU.

           IF   FS-FICHACU NOT = '00'
           THEN DISPLAY '*** AVISO *** CTLENVIO: SIN FICHERO DE '
                        'ACUSES [' WK-FICHACU-NOMBRE '] FILE STATUS ['
                        FS-FICHACU ']'
                GO TO FIN-CASAR-ACUSES
           END-IF.

           SET  NO-FIN-FICHACU                  TO TRUE.

           PERFORM CASAR-ACUSE                  THRU FIN-CASAR-ACUSE
           UNTIL  FIN-FICHACU
           OR     NOT STAT-OK.

           CLOSE FICHACU.

           IF   STAT-OK
                AND WK-ID-LLEGADA NOT = ZERO
           THEN PERFORM CONSUMIR-LLEGADA        THRU
                        FIN-CONSUMIR-LLEGADA
           END-IF.

       FIN-CASAR-ACUSES.
           EXIT.

       CASAR-ACUSE.
      *------------
           READ FICHACU
                AT END SET FIN-FICHACU          TO TRUE
           END-READ.

           IF   FIN-FICHACU
           THEN GO TO FIN-CASAR-ACUSE
           END-IF.

           ADD  1                               TO WK-CONTADOR-ACUSES.

           INITIALIZE                           AREA-ENVIO-ENTRADA.

           SET  ENVIO-E-ACC-ACUSAR              TO TRUE.
           MOVE ACU-INTERFAZ                    TO ENVIO-E-INTERFAZ.
           MOVE ACU-FICHERO                     TO ENVIO-E-FICHERO.
           MOVE ACU-TIPO                        TO ENVIO-E-TIPO-ACUSE.
           IF   ACU-NUM-REGISTROS-X IS NUMERIC
           THEN MOVE ACU-NUM-REGISTROS          TO
                     ENVIO-E-ACU-NUM-REGISTROS
           END-IF.
           IF   ACU-TOTAL-CONTROL-X IS NUMERIC
           THEN MOVE ACU-TOTAL-CONTROL          TO
                     ENVIO-E-ACU-TOTAL-CONTROL
           END-IF.
           MOVE ACU-MOTIVO                      TO ENVIO-E-MOTIVO.

           CALL "ENVIO"                         USING AREA-ENVIO.

           MOVE ACU-MOTIVO                      TO WK-MOTIVO.
           SET  AVISO-NUEVO-SI                  TO TRUE.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'A'
                MOVE 'ACEPTADO'                 TO WK-SITUACION
                ADD  1                          TO
                     WK-CONTADOR-ACEPTADOS
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'R'
                MOVE 'RECHAZADO'                TO WK-SITUACION
                ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
                PERFORM ESCRIBIR-AVISO          THRU
                        FIN-ESCRIBIR-AVISO
           WHEN ENVIO-STAT-OK
                MOVE 'DISCREPANTE'              TO WK-SITUACION
                MOVE 'CIFRAS DE CONTROL DISTINTAS'
                                                TO WK-MOTIVO
                ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
                PERFORM ESCRIBIR-AVISO          THRU
                        FIN-ESCRIBIR-AVISO
           WHEN ENVIO-STAT-YA-ACUSADO
                MOVE 'REPETIDO'                 TO WK-SITUACION
                MOVE 'EL ENVIO YA TENIA ACUSE O NO SALIO'
                                                TO WK-MOTIVO
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
           WHEN ENVIO-STAT-ENC-NO
           WHEN ENVIO-STAT-ERR-DATOS
                MOVE ACU-INTERFAZ               TO ENVIO-S-INTERFAZ
                MOVE ACU-FICHERO                TO ENVIO-S-FICHERO
                MOVE 'SIN ENVIO'                TO WK-SITUACION
                IF   ENVIO-STAT-ERR-DATOS
                THEN MOVE 'ACUSE ERRONEO'       TO WK-MOTIVO
                ELSE MOVE 'ACUSE DE UN FICHERO NO ENVIADO'
                                                TO WK-MOTIVO
                END-IF
                ADD  1                          TO
                     WK-CONTADOR-SIN-ENVIO
                PERFORM ESCRIBIR-AVISO          THRU
                        FIN-ESCRIBIR-AVISO
           WHEN OTHER
                SET  STAT-ERR-SQL               TO TRUE
                DISPLAY '*** FATAL *** CTLENVIO CASAR-ACUSE: '
                        'ENVIO-STAT [' ENVIO-STAT ']'
                DISPLAY 'FICHERO [' ACU-FICHERO ']'
           END-EVALUATE.

       FIN-CASAR-ACUSE.
           EXIT.

      *    Marca el fichero de acuses como leído por esta ejecución.
       CONSUMIR-LLEGADA.
      *-----------------
           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-CONSUMIR          TO TRUE.
           MOVE WK-ID-LLEGADA                   TO LLEGADA-E-ID-LLEGADA.
           MOVE WK-BATLOG-ID-EJEC               TO LLEGADA-E-ID-EJEC.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
           THEN DISPLAY '*** AVISO *** CTLENVIO CONSUMIR-LLEGADA'
                DISPLAY 'NO SE PUDO MARCAR LA LLEGADA ['
                        WK-ID-LLEGADA ']'
           END-IF.

       FIN-CONSUMIR-LLEGADA.
           EXIT.

      * Los envíos que han pasado su plazo sin acuse se marcan como
      * vencidos, de uno en uno por su número y sin cursor abierto,
      * porque cada uno se confirma al marcarlo.
       MARCAR-VENCIDOS.
      *----------------
           MOVE ZERO                            TO WK-ULT-ENVIO.
           SET  NO-FIN-ENVIOS                   TO TRUE.

           PERFORM MARCAR-VENCIDO               THRU
                   FIN-MARCAR-VENCIDO
           UNTIL  FIN-ENVIOS
           OR     NOT STAT-OK.

       FIN-MARCAR-VENCIDOS.
           EXIT.

       MARCAR-VENCIDO.
      *---------------
           MOVE 'MARCAR-VENCIDO'                TO WK-PARRAFO.

           EXEC SQL
                SELECT id_envio,
                       cod_interfaz,
                       nombre_fichero,
                       nombre_copia,
                       num_registros,
                       total_control,
                       num_envios
                INTO   :ENVIO-ID,
                       :ENVIO-INTERFAZ,
                       :ENVIO-FICHERO,
                       :ENVIO-COPIA,
                       :ENVIO-NUM-REGISTROS,
                       :ENVIO-TOTAL-CONTROL,
                       :ENVIO-NUM-ENVIOS
                FROM   banco.envio_fichero
                WHERE  estado_envio     = 'E'
                AND    fec_limite_acuse < now()
                AND    id_envio         > :WK-ULT-ENVIO
                ORDER BY id_envio
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-ENVIOS                 TO TRUE
                GO TO FIN-MARCAR-VENCIDO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-MARCAR-VENCIDO
           END-EVALUATE.

           MOVE ENVIO-ID                        TO WK-ULT-ENVIO.

           EXEC SQL
                UPDATE banco.envio_fichero
                SET    estado_envio = 'V'
                WHERE  id_envio     = :ENVIO-ID
                AND    estado_envio = 'E'
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                EXEC SQL commit END-EXEC
           WHEN SQL-NODATA
                GO TO FIN-MARCAR-VENCIDO
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-MARCAR-VENCIDO
           END-EVALUATE.

           MOVE 'V'                             TO ENVIO-ESTADO.
           PERFORM DEVOLVER-FILA                THRU FIN-DEVOLVER-FILA.
           MOVE 'VENCIDO'                       TO WK-SITUACION.
           MOVE 'SIN ACUSE EN PLAZO'            TO WK-MOTIVO.
           SET  AVISO-NUEVO-SI                  TO TRUE.
           ADD  1                               TO
                WK-CONTADOR-VENCIDOS.
           PERFORM ESCRIBIR-AVISO               THRU
                   FIN-ESCRIBIR-AVISO.

       FIN-MARCAR-VENCIDO.
           EXIT.

      * Todo lo que espera un reenvío sale en cada ejecución hasta
      * que se reenvíe; sin nueva anotación en LOGERR.
       LISTAR-PENDIENTES.
      *------------------
           MOVE ZERO                            TO WK-ULT-ENVIO.
           SET  NO-FIN-ENVIOS                   TO TRUE.

           PERFORM LISTAR-PENDIENTE             THRU
                   FIN-LISTAR-PENDIENTE
           UNTIL  FIN-ENVIOS
           OR     NOT STAT-OK.

       FIN-LISTAR-PENDIENTES.
           EXIT.

       LISTAR-PENDIENTE.
      *-----------------
           MOVE 'LISTAR-PENDIENTE'              TO WK-PARRAFO.

           EXEC SQL
                SELECT id_envio,
                       cod_interfaz,
                       nombre_fichero,
                       nombre_copia,
                       num_registros,
                       total_control,
                       num_envios,
                       estado_envio,
                       COALESCE(motivo_acuse, ' ')
                INTO   :ENVIO-ID,
                       :ENVIO-INTERFAZ,
                       :ENVIO-FICHERO,
                       :ENVIO-COPIA,
                       :ENVIO-NUM-REGISTROS,
                       :ENVIO-TOTAL-CONTROL,
                       :ENVIO-NUM-ENVIOS,
                       :ENVIO-ESTADO,
                       :ENVIO-MOTIVO
                FROM   banco.envio_fichero
                WHERE  estado_envio IN ('R', 'D', 'F', 'V')
                AND    id_envio     > :WK-ULT-ENVIO
                ORDER BY id_envio
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-ENVIOS                 TO TRUE
                GO TO FIN-LISTAR-PENDIENTE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-PENDIENTE
           END-EVALUATE.

           MOVE ENVIO-ID                        TO WK-ULT-ENVIO.
           PERFORM DEVOLVER-FILA                THRU FIN-DEVOLVER-FILA.
           MOVE ENVIO-MOTIVO                    TO WK-MOTIVO.

           EVALUATE TRUE
           WHEN ENVIO-ESTADO-RECHAZADO
                MOVE 'REENVIAR RCH'             TO WK-SITUACION
           WHEN ENVIO-ESTADO-DISCREPANTE
                MOVE 'REENVIAR DIS'             TO WK-SITUACION
           WHEN ENVIO-ESTADO-FALLIDO
                MOVE 'REENVIAR FAL'             TO WK-SITUACION
                MOVE 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO'
                                                TO WK-MOTIVO
           WHEN OTHER
                MOVE 'REENVIAR VEN'             TO WK-SITUACION
                MOVE 'SIN ACUSE EN PLAZO'       TO WK-MOTIVO
           END-EVALUATE.

           ADD  1                               TO
                WK-CONTADOR-PENDIENTES.
           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

       FIN-LISTAR-PENDIENTE.
           EXIT.

      * Pasa la fila leída de banco.envio_fichero a la salida de
      * ENVIO, que es lo que escribe la línea.
       DEVOLVER-FILA.
      *--------------
           INITIALIZE                           AREA-ENVIO-SALIDA.
           MOVE ENVIO-ID                        TO ENVIO-S-ID-ENVIO.
           MOVE ENVIO-INTERFAZ                  TO ENVIO-S-INTERFAZ.
           MOVE ENVIO-FICHERO                   TO ENVIO-S-FICHERO.
           MOVE ENVIO-COPIA                     TO ENVIO-S-COPIA.
           MOVE ENVIO-ESTADO                    TO ENVIO-S-ESTADO.
           MOVE ENVIO-NUM-REGISTROS             TO
                ENVIO-S-NUM-REGISTROS.
           MOVE ENVIO-TOTAL-CONTROL             TO
                ENVIO-S-TOTAL-CONTROL.
           MOVE ENVIO-NUM-ENVIOS                TO ENVIO-S-NUM-ENVIOS.

       FIN-DEVOLVER-FILA.
           EXIT.

      * Los avisos van al fichero y a la consola; los nuevos, además,
      * al registro de errores.
       ESCRIBIR-AVISO.
      *---------------
           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

           DISPLAY '*** AVISO *** CTLENVIO ENVIO [' ENVIO-S-ID-ENVIO
                   '] ' WK-SITUACION ' [' ENVIO-S-FICHERO ']'.

           IF   AVISO-NUEVO-SI
           THEN MOVE 'CTLENVIO'                 TO LOGERR-E-PROGRAMA
                MOVE WK-SITUACION               TO LOGERR-E-PARRAFO
                MOVE ZERO                       TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                STRING 'ENVIO ' ENVIO-S-ID-ENVIO
                       ' INTERFAZ ' ENVIO-S-INTERFAZ
                       ' FICHERO ' ENVIO-S-FICHERO
                       DELIMITED BY SIZE   INTO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-ESCRIBIR-AVISO.
           EXIT.

       ESCRIBIR-LINEA.
      *---------------
           MOVE ENVIO-S-TOTAL-CONTROL           TO WK-TOTAL-EDIT.
           MOVE SPACES                          TO REG-FICHCTL.
           STRING 'ENVIO [' ENVIO-S-ID-ENVIO
                  '] ' WK-SITUACION
                  ' INTERFAZ [' ENVIO-S-INTERFAZ
                  '] FICHERO [' ENVIO-S-FICHERO
                  '] REGISTROS [' ENVIO-S-NUM-REGISTROS
                  '] TOTAL [' WK-TOTAL-EDIT
                  '] ENVIOS [' ENVIO-S-NUM-ENVIOS
                  '] ' WK-MOTIVO
                  DELIMITED BY SIZE         INTO REG-FICHCTL.
           WRITE REG-FICHCTL.

           IF   FS-FICHCTL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CTLENVIO ESCRIBIR-LINEA: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHCTL ']'
           END-IF.

       FIN-ESCRIBIR-LINEA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHCTL.
           STRING 'ACUSES [' WK-CONTADOR-ACUSES
                  '] ACEPTADOS [' WK-CONTADOR-ACEPTADOS
                  '] RECHAZADOS [' WK-CONTADOR-RECHAZADOS
                  '] SIN ENVIO [' WK-CONTADOR-SIN-ENVIO
                  '] VENCIDOS [' WK-CONTADOR-VENCIDOS
                  '] PENDIENTES DE REENVIO [' WK-CONTADOR-PENDIENTES
                  '] REENVIADOS [' WK-CONTADOR-REENVIADOS ']'
                  DELIMITED BY SIZE         INTO REG-FICHCTL.
           WRITE REG-FICHCTL.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           MOVE SQLCODE                         TO WK-SQLCODE.
           DISPLAY '*** FATAL *** CTLENVIO ' WK-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'CTLENVIO'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-PARRAFO                      TO LOGERR-E-PARRAFO.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONTROL DE FICHEROS ENVIADOS'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHCTL-NOMBRE ']'.
           DISPLAY 'FICHERO DE ACUSES      [' WK-FICHACU-NOMBRE ']'.
           DISPLAY 'ACUSES LEIDOS          [' WK-CONTADOR-ACUSES ']'.
           DISPLAY 'ACEPTADOS              [' WK-CONTADOR-ACEPTADOS
                   ']'.
           DISPLAY 'RECHAZADOS O DISTINTOS [' WK-CONTADOR-RECHAZADOS
                   ']'.
           DISPLAY 'ACUSES SIN ENVIO       [' WK-CONTADOR-SIN-ENVIO
                   ']'.
           DISPLAY 'VENCIDOS SIN ACUSE     [' WK-CONTADOR-VENCIDOS ']'.
           DISPLAY 'PENDIENTES DE REENVIO  [' WK-CONTADOR-PENDIENTES
                   ']'.
           DISPLAY 'REENVIADOS             [' WK-CONTADOR-REENVIADOS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
