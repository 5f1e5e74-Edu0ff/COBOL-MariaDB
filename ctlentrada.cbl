       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CTLENTRADA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Control de llegada de los ficheros de entrada. Se lanza varias
      * veces al día y, por cada interfaz de alta en
      * banco.interfaz_entrada:
      * 1. Reclama el último día esperado antes de hoy: si aquel día
      *    no llegó nada, la llegada queda en falta (F) y se avisa.
      * 2. Si hoy se espera fichero (día de la semana de la interfaz
      *    y, si lo pide, día hábil según banco.dia_festivo), lo
      *    anota con LLEGADA y avisa si llegó tarde, vacío o
      *    repitiendo uno anterior. Si todavía no está y ya pasó la
      *    hora de corte, deja la llegada pendiente (P) y avisa del
      *    retraso.
      * Cada ejecución deja la situación de todas las interfaces en
      * un fichero con la fecha y la hora; cada aviso nuevo se anota
      * además en el registro de errores (LOGERR) para operación.

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
      *    Fichero de salida: una línea por interfaz y día controlado
      *    y una de totales.
           SELECT FICHCTL  ASSIGN TO WK-FICHCTL-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCTL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHCTL  RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCTL                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE llegada          END-EXEC.

       01  WK-ULT-INTERFAZ                   PIC X(10).

      * Día que se comprueba, su día de la semana (1 lunes) y si es
      * festivo.
       01  WK-DIA                            PIC X(08).
       01  WK-DIA-6                          PIC X(06).
       01  WK-DIA-SEMANA                     PIC 9(01).
       01  WK-FESTIVOS                       PIC S9(04) COMP-5.
       01  WK-LLEGADAS                       PIC S9(04) COMP-5.
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'llegada.cpy'.

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

       01  SW-FIN-INTERFACES                 PIC 9(01) VALUE 0.
           88  FIN-INTERFACES                VALUE 1.
           88  NO-FIN-INTERFACES             VALUE 0.

       01  SW-DIA-ESPERADO                   PIC 9(01) VALUE 0.
           88  DIA-ESPERADO-SI               VALUE 1.
           88  DIA-ESPERADO-NO               VALUE 0.

      * Días que se retrocede como mucho buscando el último día
      * esperado de la interfaz.
       01  WK-VUELTAS                        PIC 9(02).
       01  WK-VUELTAS-MAX                    PIC 9(02) VALUE 14.

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-HORA-ACTUAL-R                  REDEFINES
                                             WK-HORA-ACTUAL-8.
           05  WK-HORA-HHMM                  PIC X(04).
           05  FILLER                        PIC X(04).

      * Situación de la interfaz en la línea de salida, y si es un
      * aviso nuevo que hay que anotar en LOGERR.
       01  WK-SITUACION                      PIC X(12).
       01  WK-AVISO-NUEVO                    PIC X(01).
           88  AVISO-NUEVO-SI                VALUE 'S'.

       01  WK-FICHCTL-NOMBRE                 PIC X(40).
       01  FS-FICHCTL                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.
       01  WK-PARRAFO                        PIC X(30).

      * Interfaces controladas, llegadas confirmadas hoy, interfaces
      * que todavía se esperan, avisos y faltas del día anterior.
       01  WK-CONTADOR-INTERFACES            PIC 9(04) VALUE 0.
       01  WK-CONTADOR-CONFIRMADAS           PIC 9(04) VALUE 0.
       01  WK-CONTADOR-ESPERANDO             PIC 9(04) VALUE 0.
       01  WK-CONTADOR-AVISOS                PIC 9(04) VALUE 0.
       01  WK-CONTADOR-FALTAS                PIC 9(04) VALUE 0.

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
           THEN PERFORM CONTROLAR-INTERFACES    THRU
                        FIN-CONTROLAR-INTERFACES
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
           STRING 'llegada-ficheros-' WK-FECHA-ACTUAL WK-HORA-HHMM
                  '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCTL-NOMBRE.

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
                DISPLAY '*** FATAL *** CTLENTRADA CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CTLENTRADA'                TO LOGERR-E-PROGRAMA
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
           MOVE 'CTLENTRADA'                    TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de interfaces controladas y el estado
      *    final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-INTERFACES          TO
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
           MOVE 'CTLENTRADA'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCTL-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 1                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CTLENTRADA REGISTRAR-INFORME'
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
                DISPLAY '*** FATAL *** CTLENTRADA ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHCTL ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCTL.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Las interfaces se recorren de una en una por su código, sin
      * cursor abierto, porque cada una confirma lo que anota.
       CONTROLAR-INTERFACES.
      *---------------------
           MOVE SPACES                          TO WK-ULT-INTERFAZ.
           SET  NO-FIN-INTERFACES               TO TRUE.

           PERFORM CONTROLAR-INTERFAZ           THRU
                   FIN-CONTROLAR-INTERFAZ
           UNTIL  FIN-INTERFACES
           OR     NOT STAT-OK.

       FIN-CONTROLAR-INTERFACES.
           EXIT.

       CONTROLAR-INTERFAZ.
      *-------------------
           MOVE 'CONTROLAR-INTERFAZ'            TO WK-PARRAFO.

           EXEC SQL
                SELECT cod_interfaz,
                       patron_fichero,
                       dias_semana,
                       solo_habiles,
                       COALESCE(hora_corte, ' '),
                       DATE_FORMAT(fec_alta_interfaz, '%Y%m%d')
                INTO   :INTERFAZ-COD,
                       :INTERFAZ-PATRON,
                       :INTERFAZ-DIAS,
                       :INTERFAZ-SOLO-HABILES,
                       :INTERFAZ-HORA-CORTE,
                       :INTERFAZ-FEC-ALTA
                FROM   banco.interfaz_entrada
                WHERE  estado_interfaz = 'A'
                AND    cod_interfaz    > :WK-ULT-INTERFAZ
                ORDER BY cod_interfaz
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-INTERFACES             TO TRUE
                GO TO FIN-CONTROLAR-INTERFAZ
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONTROLAR-INTERFAZ
           END-EVALUATE.

           MOVE INTERFAZ-COD                    TO WK-ULT-INTERFAZ.
           ADD  1                               TO
                WK-CONTADOR-INTERFACES.

           PERFORM RECLAMAR-DIA-ANTERIOR        THRU
                   FIN-RECLAMAR-DIA-ANTERIOR.

           IF   STAT-OK
           THEN PERFORM CONTROLAR-HOY           THRU
                        FIN-CONTROLAR-HOY
           END-IF.

       FIN-CONTROLAR-INTERFAZ.
           EXIT.

      * El último día esperado antes de hoy que no tiene ninguna
      * llegada (ni confirmada, ni vacía, ni repetida) se da por
      * perdido: la pendiente pasa a falta o, si nadie la reclamó,
      * se anota la falta con el nombre que debía traer.
       RECLAMAR-DIA-ANTERIOR.
      *----------------------
           MOVE 'RECLAMAR-DIA-ANTERIOR'         TO WK-PARRAFO.
           MOVE WK-FECHA-ACTUAL-8               TO WK-DIA.
           MOVE ZERO                            TO WK-VUELTAS.
           SET  DIA-ESPERADO-NO                 TO TRUE.

           PERFORM RETROCEDER-DIA               THRU
                   FIN-RETROCEDER-DIA
           UNTIL  DIA-ESPERADO-SI
           OR     WK-VUELTAS NOT < WK-VUELTAS-MAX
           OR     NOT STAT-OK.

           IF   NOT STAT-OK
                OR DIA-ESPERADO-NO
           THEN GO TO FIN-RECLAMAR-DIA-ANTERIOR
           END-IF.

           MOVE 'RECLAMAR-DIA-ANTERIOR'         TO WK-PARRAFO.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-LLEGADAS
                FROM   banco.llegada_fichero
                WHERE  cod_interfaz   = :INTERFAZ-COD
                AND    fec_negocio    = :WK-DIA
                AND    estado_llegada IN ('C', 'V', 'R', 'F')
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-RECLAMAR-DIA-ANTERIOR
           END-IF.

           IF   WK-LLEGADAS > 0
           THEN GO TO FIN-RECLAMAR-DIA-ANTERIOR
           END-IF.

           PERFORM FORMAR-NOMBRE                THRU FIN-FORMAR-NOMBRE.

           IF   NOT STAT-OK
           THEN GO TO FIN-RECLAMAR-DIA-ANTERIOR
           END-IF.

           MOVE 'RECLAMAR-DIA-ANTERIOR'         TO WK-PARRAFO.

           EXEC SQL
                UPDATE banco.llegada_fichero
                SET    estado_llegada = 'F'
                WHERE  cod_interfaz   = :INTERFAZ-COD
                AND    fec_negocio    = :WK-DIA
                AND    estado_llegada = 'P'
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'F'                        TO LLEGADA-ESTADO
                PERFORM ANOTAR-SIN-LLEGADA      THRU
                        FIN-ANOTAR-SIN-LLEGADA
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

           IF   NOT STAT-OK
           THEN EXEC SQL rollback END-EXEC
                GO TO FIN-RECLAMAR-DIA-ANTERIOR
           END-IF.

           EXEC SQL commit END-EXEC.

           ADD  1                               TO WK-CONTADOR-FALTAS.
           INITIALIZE                           AREA-LLEGADA-SALIDA.
           MOVE LLEGADA-FICHERO                 TO LLEGADA-S-FICHERO.
           MOVE WK-DIA                          TO
                LLEGADA-S-FEC-NEGOCIO.
           MOVE 'FALTA'                         TO WK-SITUACION.
           SET  AVISO-NUEVO-SI                  TO TRUE.
           PERFORM ESCRIBIR-AVISO               THRU
                   FIN-ESCRIBIR-AVISO.

       FIN-RECLAMAR-DIA-ANTERIOR.
           EXIT.

      * Un día antes; no se reclaman días anteriores al alta de la
      * interfaz.
       RETROCEDER-DIA.
      *---------------
           MOVE 'RETROCEDER-DIA'                TO WK-PARRAFO.
           ADD  1                               TO WK-VUELTAS.

           EXEC SQL
                SELECT DATE_FORMAT(DATE_SUB(:WK-DIA, INTERVAL 1 DAY),
                                   '%Y%m%d')
                INTO   :WK-DIA
                FROM   DUAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-RETROCEDER-DIA
           END-IF.

           IF   INTERFAZ-FEC-ALTA NOT = SPACES
                AND WK-DIA < INTERFAZ-FEC-ALTA
           THEN MOVE WK-VUELTAS-MAX             TO WK-VUELTAS
                GO TO FIN-RETROCEDER-DIA
           END-IF.

           PERFORM COMPROBAR-DIA                THRU FIN-COMPROBAR-DIA.

       FIN-RETROCEDER-DIA.
           EXIT.

      * El día se espera si su día de la semana está marcado en la
      * interfaz y, para las que sólo llegan en día hábil, no es
      * festivo.
       COMPROBAR-DIA.
      *--------------
           MOVE 'COMPROBAR-DIA'                 TO WK-PARRAFO.
           SET  DIA-ESPERADO-NO                 TO TRUE.

           EXEC SQL
                SELECT WEEKDAY(:WK-DIA) + 1,
                       (SELECT COUNT(*)
                        FROM   banco.dia_festivo
                        WHERE  fec_festivo = :WK-DIA)
                INTO   :WK-DIA-SEMANA,
                       :WK-FESTIVOS
                FROM   DUAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-COMPROBAR-DIA
           END-IF.

           IF   INTERFAZ-DIAS(WK-DIA-SEMANA:1) NOT = 'S'
           THEN GO TO FIN-COMPROBAR-DIA
           END-IF.

           IF   INTERFAZ-SOLO-HABILES-SI
                AND WK-FESTIVOS > 0
           THEN GO TO FIN-COMPROBAR-DIA
           END-IF.

           SET  DIA-ESPERADO-SI                 TO TRUE.

       FIN-COMPROBAR-DIA.
           EXIT.

      * Hoy: una llegada ya confirmada no se vuelve a leer; si no,
      * LLEGADA anota lo que haya en el directorio. Un fichero que
      * LLEGADA reconoce de otro día es el de entonces que sigue
      * ahí, y para hoy cuenta como no llegado.
       CONTROLAR-HOY.
      *--------------
           MOVE 'CONTROLAR-HOY'                 TO WK-PARRAFO.
           MOVE WK-FECHA-ACTUAL-8               TO WK-DIA.

           IF   INTERFAZ-FEC-ALTA NOT = SPACES
                AND WK-DIA < INTERFAZ-FEC-ALTA
           THEN GO TO FIN-CONTROLAR-HOY
           END-IF.

           PERFORM COMPROBAR-DIA                THRU FIN-COMPROBAR-DIA.

           IF   NOT STAT-OK
                OR DIA-ESPERADO-NO
           THEN GO TO FIN-CONTROLAR-HOY
           END-IF.

           MOVE 'CONTROLAR-HOY'                 TO WK-PARRAFO.
           INITIALIZE                           AREA-LLEGADA-SALIDA.

           EXEC SQL
                SELECT id_llegada,
                       nombre_fichero,
                       tam_fichero,
                       num_registros,
                       ind_tarde
                INTO   :LLEGADA-ID,
                       :LLEGADA-FICHERO,
                       :LLEGADA-TAMANO,
                       :LLEGADA-NUM-REGISTROS,
                       :LLEGADA-TARDE
                FROM   banco.llegada_fichero
                WHERE  cod_interfaz   = :INTERFAZ-COD
                AND    fec_negocio    = :WK-DIA
                AND    estado_llegada = 'C'
                ORDER BY id_llegada DESC
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE LLEGADA-ID                 TO LLEGADA-S-ID-LLEGADA
                MOVE LLEGADA-FICHERO            TO LLEGADA-S-FICHERO
                MOVE WK-DIA                     TO
                     LLEGADA-S-FEC-NEGOCIO
                MOVE LLEGADA-TAMANO             TO LLEGADA-S-TAMANO
                MOVE LLEGADA-NUM-REGISTROS      TO
                     LLEGADA-S-NUM-REGISTROS
                IF   LLEGADA-TARDE = 'S'
                THEN MOVE 'TARDE'               TO WK-SITUACION
                ELSE MOVE 'CONFIRMADO'          TO WK-SITUACION
                END-IF
                ADD  1                          TO
                     WK-CONTADOR-CONFIRMADAS
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
                GO TO FIN-CONTROLAR-HOY
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONTROLAR-HOY
           END-EVALUATE.

           INITIALIZE                           AREA-LLEGADA-ENTRADA.
           SET  LLEGADA-E-ACC-REGISTRAR         TO TRUE.
           MOVE INTERFAZ-COD                    TO LLEGADA-E-INTERFAZ.
           MOVE WK-DIA                          TO
                LLEGADA-E-FEC-NEGOCIO.
           MOVE SPACES                          TO LLEGADA-E-FICHERO.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           MOVE SPACES                          TO WK-AVISO-NUEVO.
           IF   LLEGADA-S-NUEVA = 'S'
           THEN SET AVISO-NUEVO-SI              TO TRUE
           END-IF.

           EVALUATE TRUE
           WHEN LLEGADA-STAT-OK
                AND LLEGADA-S-FEC-NEGOCIO = WK-DIA
                PERFORM CLASIFICAR-HOY          THRU
                        FIN-CLASIFICAR-HOY
           WHEN LLEGADA-STAT-OK
           WHEN LLEGADA-STAT-NO-LLEGADO
                PERFORM RECLAMAR-HOY            THRU
                        FIN-RECLAMAR-HOY
           WHEN LLEGADA-STAT-ERR-FICHERO
                MOVE 'ILEGIBLE'                 TO WK-SITUACION
                SET  AVISO-NUEVO-SI             TO TRUE
                PERFORM ESCRIBIR-AVISO          THRU
                        FIN-ESCRIBIR-AVISO
           WHEN OTHER
                SET  STAT-ERR-SQL               TO TRUE
                DISPLAY '*** FATAL *** CTLENTRADA CONTROLAR-HOY: '
                        'LLEGADA-STAT [' LLEGADA-STAT ']'
                DISPLAY 'INTERFAZ [' INTERFAZ-COD ']'
           END-EVALUATE.

       FIN-CONTROLAR-HOY.
           EXIT.

      * Lo que LLEGADA ha anotado hoy: confirmado a su hora, tarde,
      * vacío o repetido.
       CLASIFICAR-HOY.
      *---------------
           EVALUATE TRUE
           WHEN LLEGADA-S-ESTADO = 'V'
                MOVE 'VACIO'                    TO WK-SITUACION
                PERFORM ESCRIBIR-AVISO          THRU
                        FIN-ESCRIBIR-AVISO
           WHEN LLEGADA-S-ESTADO = 'R'
                MOVE 'REPETIDO'                 TO WK-SITUACION
                PERFORM ESCRIBIR-AVISO          THRU
                        FIN-ESCRIBIR-AVISO
           WHEN LLEGADA-S-TARDE = 'S'
                MOVE 'TARDE'                    TO WK-SITUACION
                ADD  1                          TO
                     WK-CONTADOR-CONFIRMADAS
                PERFORM ESCRIBIR-AVISO          THRU
                        FIN-ESCRIBIR-AVISO
           WHEN OTHER
                MOVE 'CONFIRMADO'               TO WK-SITUACION
                ADD  1                          TO
                     WK-CONTADOR-CONFIRMADAS
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
           END-EVALUATE.

       FIN-CLASIFICAR-HOY.
           EXIT.

      * El fichero de hoy no está. Antes de la hora de corte se
      * espera; después, la llegada queda pendiente (una sola vez) y
      * se avisa del retraso en cada ejecución.
       RECLAMAR-HOY.
      *-------------
           MOVE 'RECLAMAR-HOY'                  TO WK-PARRAFO.
           MOVE LLEGADA-S-FICHERO               TO LLEGADA-FICHERO.
           INITIALIZE                           AREA-LLEGADA-SALIDA.
           MOVE LLEGADA-FICHERO                 TO LLEGADA-S-FICHERO.
           MOVE WK-DIA                          TO
                LLEGADA-S-FEC-NEGOCIO.

           IF   INTERFAZ-HORA-CORTE = SPACES
                OR WK-HORA-HHMM NOT > INTERFAZ-HORA-CORTE
           THEN MOVE 'ESPERANDO'                TO WK-SITUACION
                ADD  1                          TO
                     WK-CONTADOR-ESPERANDO
                PERFORM ESCRIBIR-LINEA          THRU
                        FIN-ESCRIBIR-LINEA
                GO TO FIN-RECLAMAR-HOY
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-LLEGADAS
                FROM   banco.llegada_fichero
                WHERE  cod_interfaz   = :INTERFAZ-COD
                AND    fec_negocio    = :WK-DIA
                AND    estado_llegada = 'P'
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-RECLAMAR-HOY
           END-IF.

           MOVE SPACES                          TO WK-AVISO-NUEVO.

           IF   WK-LLEGADAS = 0
           THEN MOVE 'P'                        TO LLEGADA-ESTADO
                PERFORM ANOTAR-SIN-LLEGADA      THRU
                        FIN-ANOTAR-SIN-LLEGADA
                IF   NOT STAT-OK
                THEN EXEC SQL rollback END-EXEC
                     GO TO FIN-RECLAMAR-HOY
                END-IF
                EXEC SQL commit END-EXEC
                SET  AVISO-NUEVO-SI             TO TRUE
           END-IF.

           MOVE 'RETRASADO'                     TO WK-SITUACION.
           ADD  1                               TO
                WK-CONTADOR-ESPERANDO.
           PERFORM ESCRIBIR-AVISO               THRU
                   FIN-ESCRIBIR-AVISO.

       FIN-RECLAMAR-HOY.
           EXIT.

      * Fila de llegada sin fichero, pendiente o en falta
      * (LLEGADA-ESTADO), del día WK-DIA con el nombre esperado
      * (LLEGADA-FICHERO).
       ANOTAR-SIN-LLEGADA.
      *-------------------
           MOVE 'ANOTAR-SIN-LLEGADA'            TO WK-PARRAFO.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.llegada_fichero_id_llegada_seq
                INTO   :LLEGADA-ID
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ANOTAR-SIN-LLEGADA
           END-IF.

           EXEC SQL
                INSERT INTO banco.llegada_fichero(
                    id_llegada,
                    cod_interfaz,
                    fec_negocio,
                    nombre_fichero,
                    tam_fichero,
                    num_registros,
                    suma_control,
                    estado_llegada,
                    ind_tarde
                )
                VALUES(
                    :LLEGADA-ID,
                    :INTERFAZ-COD,
                    :WK-DIA,
                    :LLEGADA-FICHERO,
                    0,
                    0,
                    0,
                    :LLEGADA-ESTADO,
                    'S'
                )
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-ANOTAR-SIN-LLEGADA.
           EXIT.

      * Nombre esperado del día WK-DIA según el patrón.
       FORMAR-NOMBRE.
      *--------------
           MOVE 'FORMAR-NOMBRE'                 TO WK-PARRAFO.
           MOVE WK-DIA(3:6)                     TO WK-DIA-6.

           EXEC SQL
                SELECT REPLACE(REPLACE(:INTERFAZ-PATRON,
                                       'AAAAMMDD', :WK-DIA),
                               'AAMMDD', :WK-DIA-6)
                INTO   :LLEGADA-FICHERO
                FROM   DUAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-FORMAR-NOMBRE.
           EXIT.

      * Los avisos van al fichero y a la consola; los nuevos, además,
      * al registro de errores.
       ESCRIBIR-AVISO.
      *---------------
           ADD  1                               TO WK-CONTADOR-AVISOS.

           PERFORM ESCRIBIR-LINEA               THRU
                   FIN-ESCRIBIR-LINEA.

           DISPLAY '*** AVISO *** CTLENTRADA INTERFAZ [' INTERFAZ-COD
                   '] ' WK-SITUACION ' [' LLEGADA-S-FICHERO ']'.

           IF   AVISO-NUEVO-SI
           THEN MOVE 'CTLENTRADA'               TO LOGERR-E-PROGRAMA
                MOVE WK-SITUACION               TO LOGERR-E-PARRAFO
                MOVE ZERO                       TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                STRING 'INTERFAZ ' INTERFAZ-COD
                       ' DIA ' LLEGADA-S-FEC-NEGOCIO
                       ' FICHERO ' LLEGADA-S-FICHERO
                       DELIMITED BY SIZE   INTO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-ESCRIBIR-AVISO.
           EXIT.

       ESCRIBIR-LINEA.
      *---------------
           MOVE SPACES                          TO REG-FICHCTL.
           STRING 'INTERFAZ [' INTERFAZ-COD
                  '] DIA [' LLEGADA-S-FEC-NEGOCIO
                  '] ' WK-SITUACION
                  ' FICHERO [' LLEGADA-S-FICHERO
                  '] REGISTROS [' LLEGADA-S-NUM-REGISTROS
                  '] BYTES [' LLEGADA-S-TAMANO
                  '] REPITE [' LLEGADA-S-ID-REPETIDA ']'
                  DELIMITED BY SIZE         INTO REG-FICHCTL.
           WRITE REG-FICHCTL.

           IF   FS-FICHCTL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CTLENTRADA ESCRIBIR-LINEA: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHCTL ']'
           END-IF.

       FIN-ESCRIBIR-LINEA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHCTL.
           STRING 'INTERFACES [' WK-CONTADOR-INTERFACES
                  '] CONFIRMADAS [' WK-CONTADOR-CONFIRMADAS
                  '] ESPERANDO [' WK-CONTADOR-ESPERANDO
                  '] AVISOS [' WK-CONTADOR-AVISOS
                  '] FALTAS [' WK-CONTADOR-FALTAS ']'
                  DELIMITED BY SIZE         INTO REG-FICHCTL.
           WRITE REG-FICHCTL.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           MOVE SQLCODE                         TO WK-SQLCODE.
           DISPLAY '*** FATAL *** CTLENTRADA ' WK-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'CTLENTRADA'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-PARRAFO                      TO LOGERR-E-PARRAFO.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONTROL DE LLEGADA DE FICHEROS DE ENTRADA'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHCTL-NOMBRE ']'.
           DISPLAY 'INTERFACES CONTROLADAS [' WK-CONTADOR-INTERFACES
                   ']'.
           DISPLAY 'LLEGADAS CONFIRMADAS   [' WK-CONTADOR-CONFIRMADAS
                   ']'.
           DISPLAY 'TODAVIA SIN LLEGAR     [' WK-CONTADOR-ESPERANDO
                   ']'.
           DISPLAY 'AVISOS                 [' WK-CONTADOR-AVISOS ']'.
           DISPLAY 'FALTAS DEL DIA ANTERIOR[' WK-CONTADOR-FALTAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
