       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CONFFONDOS.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Fichero diario de la gestora de fondos, respuesta al de
      * órdenes de ENVFONDOS:
      *   VL   valor liquidativo de un fondo a una fecha. Se guarda en
      *        el histórico y, si es el más reciente, pasa a ser el
      *        VL del catálogo con el que se valoran las posiciones;
      *   CNF  confirmación de una orden enviada, con el VL aplicado,
      *        las participaciones y el importe efectivos:
      *          - suscripción: las participaciones se suman a la
      *            posición del cliente (el importe ya se cargó al
      *            dar la orden) y quedan como lote vivo;
      *          - reembolso: se abona el importe en la cuenta de la
      *            orden, las participaciones se descuentan de los
      *            lotes más antiguos primero y de la posición, y se
      *            calcula la ganancia o pérdida (importe menos coste
      *            de adquisición de lo reembolsado);
      *   RCH  rechazo de una orden enviada por la gestora. Si es una
      *        suscripción se devuelve el importe a la cuenta.
      * Un registro rechazado no toca nada y sale con su motivo en
      * el fichero de resultados; una orden ya confirmada o
      * rechazada en una ejecución anterior no se vuelve a aplicar.
      * Cada registro se confirma por separado.

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
      *    Fichero de la gestora. Por omisión se toma
      *    fondos-confirmacion.dat; para otro fichero se usa la
      *    variable de entorno CONFFONDOS_FICHERO.
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
               88  FICHCNF-TIPO-VL           VALUE 'VL '.
               88  FICHCNF-TIPO-CNF          VALUE 'CNF'.
               88  FICHCNF-TIPO-RCH          VALUE 'RCH'.
           05  FICHCNF-DATOS                 PIC X(147).
           05  FICHCNF-VL                    REDEFINES FICHCNF-DATOS.
               10  FICHCNF-VL-ISIN           PIC X(12).
               10  FICHCNF-VL-FEC            PIC 9(08).
               10  FICHCNF-VL-VALOR          PIC 9(06)V9(06).
               10  FILLER                    PIC X(115).
           05  FICHCNF-CNF                   REDEFINES FICHCNF-DATOS.
               10  FICHCNF-CNF-ID            PIC 9(10).
               10  FICHCNF-CNF-ID-X          REDEFINES
                   FICHCNF-CNF-ID            PIC X(10).
               10  FICHCNF-CNF-ISIN          PIC X(12).
               10  FICHCNF-CNF-FEC-VL        PIC 9(08).
               10  FICHCNF-CNF-VL            PIC 9(06)V9(06).
               10  FICHCNF-CNF-PARTICIPACIONES
                                             PIC 9(09)V9(06).
               10  FICHCNF-CNF-IMPORTE       PIC 9(08)V99.
               10  FILLER                    PIC X(80).
           05  FICHCNF-RCH                   REDEFINES FICHCNF-DATOS.
               10  FICHCNF-RCH-ID            PIC 9(10).
               10  FICHCNF-RCH-ID-X          REDEFINES
                   FICHCNF-RCH-ID            PIC X(10).
               10  FICHCNF-RCH-ISIN          PIC X(12).
               10  FICHCNF-RCH-MOTIVO        PIC X(40).
               10  FILLER                    PIC X(85).

       FD FICHRES RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRES                      PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE fondo            END-EXEC.

       01  WK-ISIN-ORDEN                     PIC X(12).
       01  WK-EXISTENTES                     PIC 9(05).

      * Lote de suscripción que devuelve el cursor de lotes vivos.
       01  WK-LOT-ID                         PIC 9(10).
       01  WK-LOT-PART-CONF                  PIC S9(09)V9(06)
                                             LEADING SEPARATE.
       01  WK-LOT-IMPORTE-CONF               PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-LOT-PART-VIVAS                 PIC S9(09)V9(06)
                                             LEADING SEPARATE.
       01  WK-LOT-CONSUMIDAS                 PIC S9(09)V9(06)
                                             LEADING SEPARATE.
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.

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

      * Lotes vivos de la posición, del más antiguo al más reciente.
      * Se cargan en memoria y se cierra el cursor antes de
      * descontar de ellos lo reembolsado.
       01  WK-MAX-LOTES                      PIC 9(04) VALUE 200.
       01  WK-NUM-LOTES                      PIC 9(04) VALUE 0.
       01  WK-LOTES.
           05  WK-LOT                        OCCURS 200 TIMES.
               10  WK-LOT-ID-ORDEN           PIC 9(10).
               10  WK-LOT-VIVAS              PIC S9(09)V9(06)
                                             LEADING SEPARATE.
      *        Coste de cada participación del lote: el importe
      *        suscrito entre las participaciones confirmadas.
               10  WK-LOT-COSTE-UNIT         PIC S9(08)V9(08)
                                             LEADING SEPARATE.
       01  WK-L                              PIC 9(04).

      * Participaciones del reembolso que quedan por descontar de los
      * lotes y coste acumulado de lo ya descontado.
       01  WK-PART-RESTO                     PIC S9(09)V9(06)
                                             LEADING SEPARATE.
       01  WK-COSTE-REEMBOLSO                PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-COSTE-TRAMO                    PIC S9(10)V99
                                             LEADING SEPARATE.

       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

      * Registro ya tratado en una ejecución anterior.
       01  SW-YA-TRATADO                     PIC 9(01) VALUE 0.
           88  YA-TRATADO-NO                 VALUE 0.
           88  YA-TRATADO-SI                 VALUE 1.

       01  SW-FIN-FICHCNF                    PIC 9(01) VALUE 0.
           88  FIN-FICHCNF-NO                VALUE 0.
           88  FIN-FICHCNF-SI                VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHCNF-NOMBRE                 PIC X(40) VALUE
                                             'fondos-confirmacion.dat'.
       01  WK-FICHCNF-NOMBRE-ENV             PIC X(40).
       01  FS-FICHCNF                        PIC X(02).
       01  WK-FICHRES-NOMBRE                 PIC X(40).
       01  FS-FICHRES                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.
       01  WK-STAT-SUBPROG                   PIC -9(02).

      * Motivo por el que no se aplica el registro; en blanco, se
      * aplica.
       01  WK-MOTIVO                         PIC X(40).

      * Referencia del registro y ganancia del reembolso para el
      * fichero de resultados.
       01  WK-RES-REF                        PIC X(12).
       01  WK-RES-PLUSVALIA                  PIC -9(10),99.

      * Registros leídos, aplicados, rechazados y ya tratados, y lo
      * aplicado por tipo.
       01  WK-CONTADOR-LEIDOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-APLICADOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DUPLICADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-VL                    PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SUSCRIPCIONES         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-REEMBOLSOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ORD-RECHAZADAS        PIC 9(06) VALUE 0.

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
           STRING 'fondos-resultado-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRES-NOMBRE.

           MOVE SPACES                         TO WK-FICHCNF-NOMBRE-ENV.
           ACCEPT WK-FICHCNF-NOMBRE-ENV         FROM ENVIRONMENT
                                                'CONFFONDOS_FICHERO'.
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
                DISPLAY '*** FATAL *** CONFFONDOS CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CONFFONDOS'                TO LOGERR-E-PROGRAMA
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
           MOVE 'CONFFONDOS'                    TO BATLOG-E-PROGRAMA.

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
      *    confidencial: lleva órdenes y ganancias de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CONFFONDOS'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CONFFONDOS REGISTRAR-INFORME'
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
                DISPLAY '*** FATAL *** CONFFONDOS ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHCNF-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHCNF ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRES.

           IF   FS-FICHRES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CONFFONDOS ABRIR-FICHEROS: ERR'
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
      *    con su motivo en el resultado; la orden sigue enviada y
      *    puede confirmarse en otro fichero.
       APLICAR-REGISTRO.
      *-----------------
           ADD  1                               TO WK-CONTADOR-LEIDOS.
           MOVE SPACES                          TO WK-MOTIVO.
           MOVE SPACES                          TO WK-RES-REF.
           MOVE ZERO                            TO FONDOORD-PLUSVALIA.
           SET  YA-TRATADO-NO                   TO TRUE.

           EVALUATE TRUE
           WHEN FICHCNF-TIPO-VL
                MOVE FICHCNF-VL-ISIN            TO WK-RES-REF
                PERFORM APLICAR-VL              THRU FIN-APLICAR-VL
           WHEN FICHCNF-TIPO-CNF
                MOVE FICHCNF-CNF-ID-X           TO WK-RES-REF
                PERFORM APLICAR-CONFIRMACION    THRU
                        FIN-APLICAR-CONFIRMACION
           WHEN FICHCNF-TIPO-RCH
                MOVE FICHCNF-RCH-ID-X           TO WK-RES-REF
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

      *    Valor liquidativo del día: al histórico (si la gestora lo
      *    repite, se corrige) y al catálogo si no hay otro más
      *    reciente.
       APLICAR-VL.
      *-----------
           IF   FICHCNF-VL-FEC IS NOT NUMERIC
                OR FICHCNF-VL-VALOR IS NOT NUMERIC
                OR FICHCNF-VL-VALOR = ZERO
           THEN MOVE 'VALOR LIQUIDATIVO ERRONEO' TO WK-MOTIVO
                GO TO FIN-APLICAR-VL
           END-IF.

           MOVE FICHCNF-VL-ISIN                 TO FONDO-ISIN.

           EXEC SQL
                SELECT id_fondo
                INTO   :FONDO-ID
                FROM   banco.fondo_inversion
                WHERE  isin_fondo = :FONDO-ISIN
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'FONDO INEXISTENTE'        TO WK-MOTIVO
                GO TO FIN-APLICAR-VL
           WHEN OTHER
                MOVE 'APLICAR-VL'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-VL
           END-EVALUATE.

           MOVE FONDO-ID                        TO FONDOVL-ID-FONDO.
           MOVE FICHCNF-VL-FEC                  TO FONDOVL-FEC.
           MOVE FICHCNF-VL-VALOR                TO FONDOVL-VL.

           EXEC SQL
                INSERT INTO banco.fondo_vl(
                    id_fondo,
                    fec_vl,
                    vl
                )
                VALUES(
                    :FONDOVL-ID-FONDO,
                    STR_TO_DATE(:FONDOVL-FEC, '%Y%m%d'),
                    :FONDOVL-VL
                )
                ON DUPLICATE KEY UPDATE
                    vl = :FONDOVL-VL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-VL'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-VL
           END-IF.

           EXEC SQL
                UPDATE banco.fondo_inversion
                SET    vl_fondo     = :FONDOVL-VL,
                       fec_vl_fondo = STR_TO_DATE(:FONDOVL-FEC,
                                                  '%Y%m%d')
                WHERE  id_fondo     = :FONDOVL-ID-FONDO
                AND   (fec_vl_fondo IS NULL
                OR     fec_vl_fondo <= STR_TO_DATE(:FONDOVL-FEC,
                                                   '%Y%m%d'))
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'APLICAR-VL'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-VL
           END-IF.

           ADD  1                               TO WK-CONTADOR-VL.

       FIN-APLICAR-VL.
           EXIT.

      *    Confirmación de una orden enviada: el VL y las
      *    participaciones tienen que venir informados, y el importe
      *    en los reembolsos.
       APLICAR-CONFIRMACION.
      *---------------------
           IF   FICHCNF-CNF-ID-X IS NOT NUMERIC
                OR FICHCNF-CNF-ID = ZERO
           THEN MOVE 'REFERENCIA DE ORDEN ERRONEA' TO WK-MOTIVO
                GO TO FIN-APLICAR-CONFIRMACION
           END-IF.

           MOVE FICHCNF-CNF-ID                  TO FONDOORD-ID.
           MOVE FICHCNF-CNF-ISIN                TO WK-ISIN-ORDEN.

           PERFORM LEER-ORDEN                   THRU FIN-LEER-ORDEN.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-CONFIRMACION
           END-IF.

           EVALUATE TRUE
           WHEN FICHCNF-CNF-FEC-VL IS NOT NUMERIC
                OR FICHCNF-CNF-VL IS NOT NUMERIC
                OR FICHCNF-CNF-VL = ZERO
                MOVE 'VALOR LIQUIDATIVO ERRONEO' TO WK-MOTIVO
           WHEN FICHCNF-CNF-PARTICIPACIONES IS NOT NUMERIC
                OR FICHCNF-CNF-PARTICIPACIONES = ZERO
                MOVE 'PARTICIPACIONES ERRONEAS' TO WK-MOTIVO
           WHEN FICHCNF-CNF-IMPORTE IS NOT NUMERIC
                MOVE 'IMPORTE ERRONEO'          TO WK-MOTIVO
           WHEN FONDOORD-TIPO-REEMBOLSO
                AND FICHCNF-CNF-IMPORTE = ZERO
                MOVE 'IMPORTE ERRONEO'          TO WK-MOTIVO
           END-EVALUATE.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-CONFIRMACION
           END-IF.

           MOVE FICHCNF-CNF-FEC-VL              TO FONDOORD-FEC-VL.
           MOVE FICHCNF-CNF-VL                  TO FONDOORD-VL.
           MOVE FICHCNF-CNF-PARTICIPACIONES     TO FONDOORD-PART-CONF.

      *    En la suscripción el importe efectivo es el cargado al
      *    dar la orden.
           IF   FONDOORD-TIPO-SUSCRIPCION
           THEN MOVE FONDOORD-IMPORTE           TO
                     FONDOORD-IMPORTE-CONF
                PERFORM CONFIRMAR-SUSCRIPCION   THRU
                        FIN-CONFIRMAR-SUSCRIPCION
           ELSE MOVE FICHCNF-CNF-IMPORTE        TO
                     FONDOORD-IMPORTE-CONF
                PERFORM CONFIRMAR-REEMBOLSO     THRU
                        FIN-CONFIRMAR-REEMBOLSO
           END-IF.

       FIN-APLICAR-CONFIRMACION.
           EXIT.

      *    Las participaciones suscritas se suman a la posición del
      *    cliente en el fondo, con su coste, y quedan vivas en el
      *    lote de la orden. La primera suscripción abre la posición
      *    con la cuenta de la orden.
       CONFIRMAR-SUSCRIPCION.
      *----------------------
           MOVE FONDOORD-ID-CLIENTE             TO FONDOPOS-ID-CLIENTE.
           MOVE FONDOORD-ID-FONDO               TO FONDOPOS-ID-FONDO.
           MOVE FONDOORD-ID-CTA                 TO FONDOPOS-ID-CTA.
           MOVE FONDOORD-PART-CONF              TO
                FONDOPOS-PARTICIPACIONES.
           MOVE FONDOORD-IMPORTE-CONF           TO FONDOPOS-COSTE.

           EXEC SQL
                INSERT INTO banco.fondo_posicion(
                    id_cliente,
                    id_fondo,
                    id_medio_cuenta,
                    participaciones,
                    coste_posicion
                )
                VALUES(
                    :FONDOPOS-ID-CLIENTE,
                    :FONDOPOS-ID-FONDO,
                    :FONDOPOS-ID-CTA,
                    :FONDOPOS-PARTICIPACIONES,
                    :FONDOPOS-COSTE
                )
                ON DUPLICATE KEY UPDATE
                    participaciones = participaciones
                                    + :FONDOPOS-PARTICIPACIONES,
                    coste_posicion  = coste_posicion
                                    + :FONDOPOS-COSTE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONFIRMAR-SUSCRIPCION'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONFIRMAR-SUSCRIPCION
           END-IF.

           MOVE FONDOORD-PART-CONF              TO FONDOORD-PART-VIVAS.
           MOVE ZERO                            TO FONDOORD-COSTE
                                                   FONDOORD-PLUSVALIA.

           PERFORM MARCAR-CONFIRMADA            THRU
                   FIN-MARCAR-CONFIRMADA.

           IF   STAT-OK
           THEN ADD  1                          TO
                     WK-CONTADOR-SUSCRIPCIONES
           END-IF.

       FIN-CONFIRMAR-SUSCRIPCION.
           EXIT.

      *    Reembolso: no se pueden confirmar más participaciones de
      *    las que tiene la posición. El coste de lo reembolsado sale
      *    de los lotes de suscripción más antiguos; si los lotes no
      *    llegan (posiciones anteriores a las órdenes), lo que falta
      *    se valora al coste medio de la posición. El importe se
      *    abona en la cuenta de la orden y la ganancia queda en ella
      *    para la información fiscal.
       CONFIRMAR-REEMBOLSO.
      *--------------------
           MOVE FONDOORD-ID-CLIENTE             TO FONDOPOS-ID-CLIENTE.
           MOVE FONDOORD-ID-FONDO               TO FONDOPOS-ID-FONDO.

           EXEC SQL
                SELECT participaciones, coste_posicion
                INTO   :FONDOPOS-PARTICIPACIONES, :FONDOPOS-COSTE
                FROM   banco.fondo_posicion
                WHERE  id_cliente = :FONDOPOS-ID-CLIENTE
                AND    id_fondo   = :FONDOPOS-ID-FONDO
                FOR UPDATE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'POSICION INEXISTENTE'     TO WK-MOTIVO
                GO TO FIN-CONFIRMAR-REEMBOLSO
           WHEN OTHER
                MOVE 'CONFIRMAR-REEMBOLSO'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONFIRMAR-REEMBOLSO
           END-EVALUATE.

           IF   FONDOORD-PART-CONF > FONDOPOS-PARTICIPACIONES
           THEN MOVE 'MAS PARTICIPACIONES QUE LA POSICION' TO
                     WK-MOTIVO
                GO TO FIN-CONFIRMAR-REEMBOLSO
           END-IF.

           PERFORM CALCULAR-COSTE               THRU
                   FIN-CALCULAR-COSTE.

           IF   NOT STAT-OK
           THEN GO TO FIN-CONFIRMAR-REEMBOLSO
           END-IF.

           PERFORM ABONAR-REEMBOLSO             THRU
                   FIN-ABONAR-REEMBOLSO.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-CONFIRMAR-REEMBOLSO
           END-IF.

      *    Reembolsada la posición entera, no queda coste.
           IF   FONDOORD-PART-CONF = FONDOPOS-PARTICIPACIONES
           THEN MOVE FONDOPOS-COSTE             TO FONDOORD-COSTE
           END-IF.

           COMPUTE FONDOPOS-PARTICIPACIONES = FONDOPOS-PARTICIPACIONES
                                            - FONDOORD-PART-CONF.
           COMPUTE FONDOPOS-COSTE = FONDOPOS-COSTE - FONDOORD-COSTE.

           IF   FONDOPOS-COSTE < ZERO
           THEN MOVE ZERO                       TO FONDOPOS-COSTE
           END-IF.

           EXEC SQL
                UPDATE banco.fondo_posicion
                SET    participaciones = :FONDOPOS-PARTICIPACIONES,
                       coste_posicion  = :FONDOPOS-COSTE
                WHERE  id_cliente      = :FONDOPOS-ID-CLIENTE
                AND    id_fondo        = :FONDOPOS-ID-FONDO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONFIRMAR-REEMBOLSO'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONFIRMAR-REEMBOLSO
           END-IF.

           COMPUTE FONDOORD-PLUSVALIA = FONDOORD-IMPORTE-CONF
                                      - FONDOORD-COSTE.
           MOVE ZERO                            TO FONDOORD-PART-VIVAS.

           PERFORM MARCAR-CONFIRMADA            THRU
                   FIN-MARCAR-CONFIRMADA.

           IF   STAT-OK
           THEN ADD  1                          TO
                     WK-CONTADOR-REEMBOLSOS
           END-IF.

       FIN-CONFIRMAR-REEMBOLSO.
           EXIT.

      *    Coste de adquisición de las participaciones reembolsadas,
      *    descontándolas de los lotes vivos del más antiguo al más
      *    reciente.
       CALCULAR-COSTE.
      *---------------
           MOVE ZERO                            TO WK-NUM-LOTES
                                                   WK-COSTE-REEMBOLSO.

           EXEC SQL
                DECLARE CUR-LOTES CURSOR FOR
                SELECT id_orden, participaciones_conf, importe_conf,
                       participaciones_vivas
                FROM   banco.fondo_orden
                WHERE  id_cliente            = :FONDOPOS-ID-CLIENTE
                AND    id_fondo              = :FONDOPOS-ID-FONDO
                AND    tipo_orden            = 'S'
                AND    estado_orden          = 'C'
                AND    participaciones_vivas > 0
                ORDER BY fec_confirmacion, id_orden
           END-EXEC.

           EXEC SQL OPEN CUR-LOTES END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CALCULAR-COSTE'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CALCULAR-COSTE
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-LOTE                    THRU FIN-LEER-LOTE
           UNTIL  FIN-CURSOR
           OR     WK-NUM-LOTES = WK-MAX-LOTES
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-LOTES END-EXEC.

           IF   NOT STAT-OK
           THEN GO TO FIN-CALCULAR-COSTE
           END-IF.

           MOVE FONDOORD-PART-CONF              TO WK-PART-RESTO.

           PERFORM CONSUMIR-LOTE                THRU FIN-CONSUMIR-LOTE
           VARYING WK-L FROM 1 BY 1
           UNTIL   WK-L > WK-NUM-LOTES
           OR      WK-PART-RESTO = ZERO
           OR      NOT STAT-OK.

           IF   NOT STAT-OK
           THEN GO TO FIN-CALCULAR-COSTE
           END-IF.

      *    Lo que no cubren los lotes, al coste medio de la posición.
           IF   WK-PART-RESTO > ZERO
           THEN COMPUTE WK-COSTE-TRAMO ROUNDED =
                        FONDOPOS-COSTE * WK-PART-RESTO
                                       / FONDOPOS-PARTICIPACIONES
                ADD  WK-COSTE-TRAMO             TO WK-COSTE-REEMBOLSO
           END-IF.

           MOVE WK-COSTE-REEMBOLSO              TO FONDOORD-COSTE.

       FIN-CALCULAR-COSTE.
           EXIT.

       LEER-LOTE.
      *----------
           EXEC SQL
                FETCH CUR-LOTES
                INTO  :WK-LOT-ID, :WK-LOT-PART-CONF,
                      :WK-LOT-IMPORTE-CONF, :WK-LOT-PART-VIVAS
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO WK-NUM-LOTES
                MOVE WK-NUM-LOTES               TO WK-L
                MOVE WK-LOT-ID                  TO
                     WK-LOT-ID-ORDEN(WK-L)
                MOVE WK-LOT-PART-VIVAS          TO WK-LOT-VIVAS(WK-L)
                COMPUTE WK-LOT-COSTE-UNIT(WK-L) ROUNDED =
                        WK-LOT-IMPORTE-CONF / WK-LOT-PART-CONF
           WHEN OTHER
                MOVE 'LEER-LOTE'                TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-LOTE.
           EXIT.

       CONSUMIR-LOTE.
      *--------------
           IF   WK-PART-RESTO < WK-LOT-VIVAS(WK-L)
           THEN MOVE WK-PART-RESTO              TO WK-LOT-CONSUMIDAS
           ELSE MOVE WK-LOT-VIVAS(WK-L)         TO WK-LOT-CONSUMIDAS
           END-IF.

           COMPUTE WK-COSTE-TRAMO ROUNDED = WK-LOT-CONSUMIDAS
                                          * WK-LOT-COSTE-UNIT(WK-L).
           ADD  WK-COSTE-TRAMO                  TO WK-COSTE-REEMBOLSO.
           SUBTRACT WK-LOT-CONSUMIDAS           FROM WK-PART-RESTO.

           MOVE WK-LOT-ID-ORDEN(WK-L)           TO WK-LOT-ID.

           EXEC SQL
                UPDATE banco.fondo_orden
                SET    participaciones_vivas = participaciones_vivas
                                             - :WK-LOT-CONSUMIDAS
                WHERE  id_orden              = :WK-LOT-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONSUMIR-LOTE'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CONSUMIR-LOTE.
           EXIT.

      *    Un abono que INSMOV o ACTCTA no admiten rechaza la
      *    confirmación; lo ya hecho se deshace y la orden sigue
      *    enviada.
       ABONAR-REEMBOLSO.
      *-----------------
           INITIALIZE                           AREA-INSMOV-ENTRADA.
           STRING 'REEMBOLSO FONDO [' WK-ISIN-ORDEN '] ORDEN ['
                  FONDOORD-ID ']'
                  DELIMITED BY SIZE             INTO INSMOV-E-CPT.
           MOVE FONDOORD-IMPORTE-CONF           TO INSMOV-E-IMPT.

           PERFORM APUNTAR-CUENTA               THRU
                   FIN-APUNTAR-CUENTA.

       FIN-ABONAR-REEMBOLSO.
           EXIT.

       MARCAR-CONFIRMADA.
      *------------------
           EXEC SQL
                UPDATE banco.fondo_orden
                SET    estado_orden          = 'C',
                       fec_confirmacion      = CURDATE(),
                       fec_vl_orden          =
                              STR_TO_DATE(:FONDOORD-FEC-VL, '%Y%m%d'),
                       vl_orden              = :FONDOORD-VL,
                       participaciones_conf  = :FONDOORD-PART-CONF,
                       importe_conf          = :FONDOORD-IMPORTE-CONF,
                       participaciones_vivas = :FONDOORD-PART-VIVAS,
                       coste_reembolso       = :FONDOORD-COSTE,
                       plusvalia_orden       = :FONDOORD-PLUSVALIA
                WHERE  id_orden              = :FONDOORD-ID
                AND    estado_orden          = 'E'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'MARCAR-CONFIRMADA'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-MARCAR-CONFIRMADA.
           EXIT.

      *    Rechazo de la gestora: la orden no se ejecuta y, si era una
      *    suscripción, se devuelve a la cuenta el importe cargado.
       APLICAR-RECHAZO.
      *----------------
           IF   FICHCNF-RCH-ID-X IS NOT NUMERIC
                OR FICHCNF-RCH-ID = ZERO
           THEN MOVE 'REFERENCIA DE ORDEN ERRONEA' TO WK-MOTIVO
                GO TO FIN-APLICAR-RECHAZO
           END-IF.

           MOVE FICHCNF-RCH-ID                  TO FONDOORD-ID.
           MOVE FICHCNF-RCH-ISIN                TO WK-ISIN-ORDEN.

           PERFORM LEER-ORDEN                   THRU FIN-LEER-ORDEN.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-RECHAZO
           END-IF.

           IF   FONDOORD-TIPO-SUSCRIPCION
           THEN INITIALIZE                      AREA-INSMOV-ENTRADA
                STRING 'DEVOLUCION SUSCRIPCION FONDO ['
                       WK-ISIN-ORDEN '] ORDEN [' FONDOORD-ID ']'
                       DELIMITED BY SIZE        INTO INSMOV-E-CPT
                MOVE FONDOORD-IMPORTE           TO INSMOV-E-IMPT
                PERFORM APUNTAR-CUENTA          THRU
                        FIN-APUNTAR-CUENTA
           END-IF.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-RECHAZO
           END-IF.

           IF   FICHCNF-RCH-MOTIVO = SPACES
           THEN MOVE 'RECHAZADA POR LA GESTORA' TO FONDOORD-MOTIVO
           ELSE MOVE FICHCNF-RCH-MOTIVO         TO FONDOORD-MOTIVO
           END-IF.

           EXEC SQL
                UPDATE banco.fondo_orden
                SET    estado_orden     = 'R',
                       fec_confirmacion = CURDATE(),
                       motivo_rechazo   = :FONDOORD-MOTIVO
                WHERE  id_orden         = :FONDOORD-ID
                AND    estado_orden     = 'E'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-RECHAZO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-RECHAZO
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-ORD-RECHAZADAS.

       FIN-APLICAR-RECHAZO.
           EXIT.

      *    Orden a la que se refiere la confirmación o el rechazo,
      *    bloqueada hasta el final del registro: tiene que estar
      *    enviada y ser del fondo que dice la gestora.
       LEER-ORDEN.
      *-----------
           EXEC SQL
                SELECT O.tipo_orden, O.id_cliente, O.id_fondo,
                       O.id_medio_cuenta, O.importe_orden,
                       O.estado_orden, F.isin_fondo, F.divisa_fondo
                INTO   :FONDOORD-TIPO, :FONDOORD-ID-CLIENTE,
                       :FONDOORD-ID-FONDO, :FONDOORD-ID-CTA,
                       :FONDOORD-IMPORTE, :FONDOORD-ESTADO,
                       :FONDO-ISIN, :FONDO-DIVISA
                FROM   banco.fondo_orden O, banco.fondo_inversion F
                WHERE  O.id_orden = :FONDOORD-ID
                AND    F.id_fondo = O.id_fondo
                FOR UPDATE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'ORDEN INEXISTENTE'        TO WK-MOTIVO
                GO TO FIN-LEER-ORDEN
           WHEN OTHER
                MOVE 'LEER-ORDEN'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LEER-ORDEN
           END-EVALUATE.

           EVALUATE TRUE
           WHEN FONDOORD-ESTADO-CONFIRMADA
                OR FONDOORD-ESTADO-RECHAZADA
                MOVE 'ORDEN YA TRATADA'         TO WK-MOTIVO
                SET  YA-TRATADO-SI              TO TRUE
           WHEN NOT FONDOORD-ESTADO-ENVIADA
                MOVE 'ORDEN NO ENVIADA'         TO WK-MOTIVO
           WHEN FONDO-ISIN NOT = WK-ISIN-ORDEN
                MOVE 'ORDEN DE OTRO FONDO'      TO WK-MOTIVO
           END-EVALUATE.

       FIN-LEER-ORDEN.
           EXIT.

      *    Abono en la cuenta de la orden, en la divisa del fondo. El
      *    concepto y el importe los deja preparados quien llama; si
      *    INSMOV o ACTCTA no lo admiten, el registro se rechaza.
       APUNTAR-CUENTA.
      *---------------
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8              FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE             INTO WK-MOV-FEC.

           MOVE FONDOORD-ID-CTA                 TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           MOVE 'TRF'                           TO INSMOV-E-COD-CPT.
           MOVE FONDO-DIVISA                    TO INSMOV-E-DIVISA.

           CALL "INSMOV"                        USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN MOVE INSMOV-STAT                TO WK-STAT-SUBPROG
                STRING 'ABONO RECHAZADO, INSMOV-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                GO TO FIN-APUNTAR-CUENTA
           END-IF.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE FONDOORD-ID-CTA                 TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN MOVE ACTCTA-STAT                TO WK-STAT-SUBPROG
                STRING 'ABONO NO APLICADO, ACTCTA-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
           END-IF.

       FIN-APUNTAR-CUENTA.
           EXIT.

       ESCRIBIR-RESULTADO.
      *-------------------
           MOVE SPACES                          TO REG-FICHRES.

           EVALUATE TRUE
           WHEN WK-MOTIVO NOT = SPACES
                STRING FICHCNF-TIPO ' REF [' WK-RES-REF
                       '] RECHAZADO: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           WHEN FICHCNF-TIPO-CNF
                AND FONDOORD-TIPO-REEMBOLSO
                MOVE FONDOORD-PLUSVALIA         TO WK-RES-PLUSVALIA
                STRING FICHCNF-TIPO ' REF [' WK-RES-REF
                       '] APLICADO REEMBOLSO GANANCIA ['
                       WK-RES-PLUSVALIA ']'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           WHEN OTHER
                STRING FICHCNF-TIPO ' REF [' WK-RES-REF
                       '] APLICADO'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-EVALUATE.

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
           STRING 'VL [' WK-CONTADOR-VL
                  '] SUSCRIPCIONES [' WK-CONTADOR-SUSCRIPCIONES
                  '] REEMBOLSOS [' WK-CONTADOR-REEMBOLSOS
                  '] ORDENES RECHAZADAS [' WK-CONTADOR-ORD-RECHAZADAS
                  ']'
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
           DISPLAY '*** FATAL *** CONFFONDOS ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'CONFFONDOS'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CONFIRMACIONES DE LA GESTORA DE FONDOS'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHCNF-NOMBRE ']'.
           DISPLAY 'FICHERO RESULTADOS   [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'REGISTROS LEIDOS     [' WK-CONTADOR-LEIDOS ']'.
           DISPLAY 'APLICADOS            [' WK-CONTADOR-APLICADOS ']'.
           DISPLAY 'RECHAZADOS           [' WK-CONTADOR-RECHAZADOS
                   ']'.
           DISPLAY 'YA TRATADOS          [' WK-CONTADOR-DUPLICADOS
                   ']'.
           DISPLAY 'VALORES LIQUIDATIVOS [' WK-CONTADOR-VL ']'.
           DISPLAY 'SUSCRIPCIONES CONF.  [' WK-CONTADOR-SUSCRIPCIONES
                   ']'.
           DISPLAY 'REEMBOLSOS CONF.     [' WK-CONTADOR-REEMBOLSOS
                   ']'.
           DISPLAY 'ORDENES RECHAZADAS   [' WK-CONTADOR-ORD-RECHAZADAS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
