       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. COBRECOB.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Carga del fichero periódico de una agencia de recobro con los
      * cobros que ha conseguido y la situación de las deudas que
      * tiene asignadas (ASIGRECOB).
      *   - Cada cobro se abona en la operación a la que corresponde,
      *     con el código de concepto REC: en la cuenta del préstamo
      *     para los préstamos (COBROIMPAGO cobra de ella las cuotas
      *     impagadas por orden de antigüedad), en la propia cuenta o
      *     en la tarjeta. Si la deuda está en fallidos el cobro no se
      *     abona: se anota como recuperación en FALLIDO. A la agencia
      *     se le calcula su comisión sobre lo cobrado y la asignación
      *     acumula cobro y comisión; cobrada la deuda entera queda
      *     como cobrada. Un cobro de una deuda ya retirada sólo se
      *     admite si es de antes de la retirada. La referencia de la
      *     agencia es única: un cobro ya cargado no se vuelve a
      *     abonar.
      *   - Cada situación (localizado, acuerdo de pago, ilocalizable,
      *     incobrable, vía judicial) se anota en la asignación; la de
      *     incobrable la devuelve y queda retirada.
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
      *    Fichero de la agencia. Por omisión se toma
      *    recobro-agencia.dat; para otro fichero se usa la variable
      *    de entorno COBRECOB_FICHERO.
           SELECT FICHAGE ASSIGN TO WK-FICHAGE-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHAGE.

      *    Cobros abonados y registros no cargados, con su motivo, y
      *    totales. Su nombre lleva la fecha de la ejecución.
           SELECT FICHRES ASSIGN TO WK-FICHRES-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRES.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas: una cabecera con
      * la agencia, los cobros, las situaciones y un registro final
      * de control.
       FD FICHAGE RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHAGE.
           05  FICHAGE-TIPO                  PIC X(03).
               88  FICHAGE-TIPO-CAB          VALUE 'CAB'.
               88  FICHAGE-TIPO-PAG          VALUE 'PAG'.
               88  FICHAGE-TIPO-EST          VALUE 'EST'.
               88  FICHAGE-TIPO-FIN          VALUE 'FIN'.
           05  FICHAGE-DATOS                 PIC X(147).
      *    Cabecera: agencia que manda el fichero y su fecha.
           05  FICHAGE-CAB                   REDEFINES FICHAGE-DATOS.
               10  FICHAGE-CAB-AGENCIA       PIC X(10).
               10  FICHAGE-CAB-FEC           PIC X(08).
               10  FILLER                    PIC X(129).
      *    Cobro: asignación, referencia de la agencia, fecha en que
      *    cobró e importe con dos decimales implícitos.
           05  FICHAGE-PAG                   REDEFINES FICHAGE-DATOS.
               10  FICHAGE-PAG-ID            PIC 9(10).
               10  FICHAGE-PAG-REF           PIC X(20).
               10  FICHAGE-PAG-FEC           PIC 9(08).
               10  FICHAGE-PAG-FEC-X         REDEFINES
                   FICHAGE-PAG-FEC           PIC X(08).
               10  FICHAGE-PAG-IMPORTE       PIC 9(08)V99.
               10  FILLER                    PIC X(99).
      *    Situación: asignación, código (LOC, ACU, ILO, INC, JUD),
      *    fecha y observaciones de la agencia.
           05  FICHAGE-EST                   REDEFINES FICHAGE-DATOS.
               10  FICHAGE-EST-ID            PIC 9(10).
               10  FICHAGE-EST-SITUACION     PIC X(03).
                   88  FICHAGE-EST-OK        VALUES 'LOC' 'ACU' 'ILO'
                                                    'INC' 'JUD'.
                   88  FICHAGE-EST-INCOBRABLE
                                             VALUE 'INC'.
               10  FICHAGE-EST-FEC           PIC 9(08).
               10  FICHAGE-EST-FEC-X         REDEFINES
                   FICHAGE-EST-FEC           PIC X(08).
               10  FICHAGE-EST-TEXTO         PIC X(60).
               10  FILLER                    PIC X(66).
      *    Control: número de cobros y situaciones y suma de los
      *    cobros.
           05  FICHAGE-FIN                   REDEFINES FICHAGE-DATOS.
               10  FICHAGE-FIN-REGISTROS     PIC 9(06).
               10  FICHAGE-FIN-IMPORTE       PIC 9(11)V99.
               10  FILLER                    PIC X(128).

       FD FICHRES RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRES                      PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE recobro          END-EXEC.

       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

       01  WK-NUM-COBROS                     PIC 9(06).
       01  WK-FEC-VALIDA                     PIC X(01).
      * Fecha del registro que se valida.
       01  WK-FEC-REGISTRO                   PIC X(08).
      * Cuenta en la que se abona el cobro de un préstamo.
       01  WK-ID-CTA-PRESTAMO                PIC 9(10).
       01  WK-SITUACION-TEXTO                PIC X(60).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.
           COPY 'acttar.cpy'.
           COPY 'fallido.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.

      * Cobro ya cargado en una ejecución anterior.
       01  SW-YA-TRATADO                     PIC 9(01) VALUE 0.
           88  YA-TRATADO-NO                 VALUE 0.
           88  YA-TRATADO-SI                 VALUE 1.

      * FALLIDO ya ha confirmado o deshecho el cobro.
       01  SW-CONFIRMADO                     PIC 9(01) VALUE 0.
           88  CONFIRMADO-NO                 VALUE 0.
           88  CONFIRMADO-SI                 VALUE 1.

       01  SW-FIN-FICHAGE                    PIC 9(01) VALUE 0.
           88  FIN-FICHAGE-NO                VALUE 0.
           88  FIN-FICHAGE-SI                VALUE 1.

      * Registro final de control leído.
       01  SW-CONTROL                        PIC 9(01) VALUE 0.
           88  CONTROL-NO                    VALUE 0.
           88  CONTROL-SI                    VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-HORA-ACTUAL                    PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHAGE-NOMBRE                 PIC X(40) VALUE
                                             'recobro-agencia.dat'.
       01  WK-FICHAGE-NOMBRE-ENV             PIC X(40).
       01  FS-FICHAGE                        PIC X(02).
       01  WK-FICHRES-NOMBRE                 PIC X(40).
       01  FS-FICHRES                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Motivo por el que no se carga un registro; en blanco, se
      * carga.
       01  WK-MOTIVO                         PIC X(40).

      * Lo que queda por cobrar de la deuda asignada.
       01  WK-PENDIENTE                      PIC S9(10)V99.

      * Cabecera del fichero y totales de control.
       01  WK-CAB-AGENCIA                    PIC X(10) VALUE SPACES.
       01  WK-CAB-FEC                        PIC X(08) VALUE SPACES.
       01  WK-PCT-COMISION                   PIC 9(01)V9(04) VALUE 0.
       01  WK-CONTROL-REGISTROS              PIC 9(06) VALUE 0.
       01  WK-CONTROL-IMPORTE                PIC 9(11)V99 VALUE 0.
       01  WK-SUMA-IMPORTE                   PIC 9(11)V99 VALUE 0.

      * Importes editados para el fichero de resultados.
       01  WK-IMPORTE-EDIT                   PIC -ZZ.ZZZ.ZZ9,99.
       01  WK-IMPORTE-2-EDIT                 PIC -ZZ.ZZZ.ZZ9,99.

      * Registros leídos, cobros abonados, situaciones anotadas,
      * deudas devueltas, rechazados y ya cargados, y totales
      * cobrados y de comisión.
       01  WK-CONTADOR-LEIDOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-COBROS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SITUACIONES           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DEVUELTAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DUPLICADOS            PIC 9(06) VALUE 0.
       01  WK-TOTAL-COBRADO                  PIC 9(11)V99 VALUE 0.
       01  WK-TOTAL-COMISION                 PIC 9(11)V99 VALUE 0.

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
                UNTIL   FIN-FICHAGE-SI
                OR      NOT STAT-OK
                IF   STAT-OK
                THEN PERFORM COMPROBAR-CONTROL  THRU
                             FIN-COMPROBAR-CONTROL
                END-IF
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
           STRING 'recobro-resultado-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRES-NOMBRE.

           MOVE SPACES                         TO WK-FICHAGE-NOMBRE-ENV.
           ACCEPT WK-FICHAGE-NOMBRE-ENV         FROM ENVIRONMENT
                                                'COBRECOB_FICHERO'.
           IF   WK-FICHAGE-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHAGE-NOMBRE-ENV      TO WK-FICHAGE-NOMBRE
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
                DISPLAY '*** FATAL *** COBRECOB CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'COBRECOB'                  TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'               TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      *    Da de alta la fila de control del lote en banco.batch_log
      *    y se queda con su identificador para poder cerrarla al
      *    terminar; es también la marca de lote de los cobros
      *    grabados.
       REGISTRAR-INICIO-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-INICIAR            TO TRUE.
           MOVE 'COBRECOB'                      TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de cobros abonados y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-COBROS              TO
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
      *    confidencial: lleva importes cobrados a clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'COBRECOB'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** COBRECOB REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRES-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHAGE.

           IF   FS-FICHAGE NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** COBRECOB ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHAGE-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHAGE ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRES.

           IF   FS-FICHRES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** COBRECOB ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHRES-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHRES ']'
                CLOSE FICHAGE
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHAGE
                 FICHRES.

       FIN-CERRAR-FICHEROS.
           EXIT.

       LEER-REGISTRO.
      *--------------
           READ FICHAGE
                AT END SET FIN-FICHAGE-SI       TO TRUE
           END-READ.

       FIN-LEER-REGISTRO.
           EXIT.

       TRATAR-REGISTRO.
      *----------------
           EVALUATE TRUE
           WHEN FICHAGE-TIPO-CAB
                PERFORM LEER-CABECERA           THRU
                        FIN-LEER-CABECERA
           WHEN FICHAGE-TIPO-FIN
                SET  CONTROL-SI                 TO TRUE
                IF   FICHAGE-FIN-REGISTROS IS NUMERIC
                     AND FICHAGE-FIN-IMPORTE IS NUMERIC
                THEN MOVE FICHAGE-FIN-REGISTROS TO
                          WK-CONTROL-REGISTROS
                     MOVE FICHAGE-FIN-IMPORTE   TO WK-CONTROL-IMPORTE
                END-IF
           WHEN OTHER
                PERFORM CARGAR-REGISTRO         THRU
                        FIN-CARGAR-REGISTRO
           END-EVALUATE.

           IF   STAT-OK
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
           END-IF.

       FIN-TRATAR-REGISTRO.
           EXIT.

      *    La agencia de la cabecera con su comisión vigente. Si no
      *    está registrada, o está de baja, lo que venga detrás se
      *    rechaza.
       LEER-CABECERA.
      *--------------
           MOVE FICHAGE-CAB-AGENCIA             TO WK-CAB-AGENCIA.
           MOVE FICHAGE-CAB-FEC                 TO WK-CAB-FEC.
           MOVE ZERO                            TO WK-PCT-COMISION.
           INITIALIZE                           REG-AGENCIA.
           MOVE WK-CAB-AGENCIA                  TO AGENCIA-ID.

           EXEC SQL
                SELECT pct_comision_agencia, estado_agencia
                INTO   :AGENCIA-PCT-COMISION, :AGENCIA-ESTADO
                FROM   banco.agencia_recobro
                WHERE  id_agencia = :AGENCIA-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE AGENCIA-PCT-COMISION       TO WK-PCT-COMISION
           WHEN SQL-NODATA
                MOVE SPACES                     TO AGENCIA-ESTADO
           WHEN OTHER
                MOVE 'LEER-CABECERA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-EVALUATE.

       FIN-LEER-CABECERA.
           EXIT.

      *    Un cobro o una situación: se valida y se aplica en la misma
      *    unidad de trabajo. Si no se puede cargar sale con su motivo
      *    en el resultado.
       CARGAR-REGISTRO.
      *----------------
           ADD  1                               TO WK-CONTADOR-LEIDOS.
           MOVE SPACES                          TO WK-MOTIVO.
           SET  YA-TRATADO-NO                   TO TRUE.
           SET  CONFIRMADO-NO                   TO TRUE.
           INITIALIZE                           REG-ASIGREC
                                                REG-COBREC.

           EVALUATE TRUE
           WHEN NOT FICHAGE-TIPO-PAG
                AND NOT FICHAGE-TIPO-EST
                MOVE 'TIPO DE REGISTRO DESCONOCIDO' TO WK-MOTIVO
           WHEN WK-CAB-AGENCIA = SPACES
                MOVE 'FICHERO SIN CABECERA'     TO WK-MOTIVO
           WHEN NOT AGENCIA-ESTADO-ALTA
                MOVE 'AGENCIA DESCONOCIDA O DE BAJA' TO WK-MOTIVO
           WHEN FICHAGE-TIPO-PAG
                PERFORM CARGAR-COBRO            THRU
                        FIN-CARGAR-COBRO
           WHEN OTHER
                PERFORM CARGAR-SITUACION        THRU
                        FIN-CARGAR-SITUACION
           END-EVALUATE.

           IF   CONFIRMADO-NO
           THEN IF   STAT-OK
                     AND WK-MOTIVO = SPACES
                THEN PERFORM HACER-COMMIT       THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK     THRU
                             FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-CARGAR-REGISTRO
           END-IF.

           EVALUATE TRUE
           WHEN WK-MOTIVO = SPACES
                AND FICHAGE-TIPO-PAG
                ADD  1                          TO WK-CONTADOR-COBROS
                ADD  COBREC-IMPORTE             TO WK-TOTAL-COBRADO
                ADD  COBREC-COMISION            TO WK-TOTAL-COMISION
                PERFORM ESCRIBIR-COBRO          THRU
                        FIN-ESCRIBIR-COBRO
           WHEN WK-MOTIVO = SPACES
                ADD  1                          TO
                     WK-CONTADOR-SITUACIONES
                IF   FICHAGE-EST-INCOBRABLE
                THEN ADD  1                     TO
                          WK-CONTADOR-DEVUELTAS
                END-IF
           WHEN YA-TRATADO-SI
                ADD  1                          TO
                     WK-CONTADOR-DUPLICADOS
                PERFORM ESCRIBIR-RECHAZO        THRU
                        FIN-ESCRIBIR-RECHAZO
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
                PERFORM ESCRIBIR-RECHAZO        THRU
                        FIN-ESCRIBIR-RECHAZO
           END-EVALUATE.

       FIN-CARGAR-REGISTRO.
           EXIT.

      *    La asignación tiene que ser de la agencia de la cabecera.
       LEER-ASIGNACION.
      *----------------
           EXEC SQL
                SELECT id_agencia, tipo_operacion, id_operacion,
                       importe_asignado, importe_recuperado,
                       importe_comision, estado_asignacion,
                       COALESCE(DATE_FORMAT(fec_retirada, '%Y%m%d'),
                                ' ')
                INTO   :ASIGREC-ID-AGENCIA, :ASIGREC-TIPO-OPERACION,
                       :ASIGREC-ID-OPERACION,
                       :ASIGREC-IMPORTE-ASIGNADO,
                       :ASIGREC-IMPORTE-RECUPERADO,
                       :ASIGREC-IMPORTE-COMISION,
                       :ASIGREC-ESTADO, :ASIGREC-FEC-RETIRADA
                FROM   banco.asignacion_recobro
                WHERE  id_asignacion = :ASIGREC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   ASIGREC-ID-AGENCIA NOT = WK-CAB-AGENCIA
                THEN MOVE 'ASIGNACION DE OTRA AGENCIA' TO WK-MOTIVO
                END-IF
           WHEN SQL-NODATA
                MOVE 'ASIGNACION NO ENCONTRADA' TO WK-MOTIVO
           WHEN OTHER
                MOVE 'LEER-ASIGNACION'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-ASIGNACION.
           EXIT.

      *    Fecha real en WK-FEC-REGISTRO y no posterior a hoy.
       VALIDAR-FECHA.
      *--------------
           MOVE 'N'                             TO WK-FEC-VALIDA.

           IF   WK-FEC-REGISTRO IS NUMERIC
           THEN EXEC SQL
                     SELECT CASE WHEN STR_TO_DATE(:WK-FEC-REGISTRO,
                                                  '%Y%m%d') IS NULL
                                 THEN 'N'
                                 WHEN STR_TO_DATE(:WK-FEC-REGISTRO,
                                                  '%Y%m%d') > CURDATE()
                                 THEN 'N'
                                 ELSE 'S'
                            END
                     INTO   :WK-FEC-VALIDA
                END-EXEC
           END-IF.

       FIN-VALIDAR-FECHA.
           EXIT.

      *    Un cobro de la agencia.
       CARGAR-COBRO.
      *-------------
           IF   FICHAGE-PAG-IMPORTE IS NUMERIC
           THEN ADD  FICHAGE-PAG-IMPORTE        TO WK-SUMA-IMPORTE
           END-IF.

           PERFORM VALIDAR-COBRO                THRU
                   FIN-VALIDAR-COBRO.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-CARGAR-COBRO
           END-IF.

           COMPUTE COBREC-COMISION ROUNDED =
                   COBREC-IMPORTE * WK-PCT-COMISION.

           PERFORM BUSCAR-FALLIDO               THRU
                   FIN-BUSCAR-FALLIDO.

           IF   NOT STAT-OK
           THEN GO TO FIN-CARGAR-COBRO
           END-IF.

      *    Deuda en fallidos: no hay saldo que abonar, el cobro se
      *    anota como recuperación después de grabar lo nuestro.
           IF   COBREC-ID-FALLIDO = ZERO
           THEN PERFORM ABONAR-COBRO            THRU FIN-ABONAR-COBRO
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM GRABAR-COBRO            THRU FIN-GRABAR-COBRO
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM ACTUALIZAR-ASIGNACION   THRU
                        FIN-ACTUALIZAR-ASIGNACION
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
                AND COBREC-ID-FALLIDO NOT = ZERO
           THEN PERFORM RECUPERAR-FALLIDO       THRU
                        FIN-RECUPERAR-FALLIDO
           END-IF.

       FIN-CARGAR-COBRO.
           EXIT.

      *    Referencia no cargada ya por la agencia, asignación suya,
      *    activa o retirada después de la fecha del cobro, fecha real
      *    e importe entre cero y lo que queda por cobrar.
       VALIDAR-COBRO.
      *--------------
           IF   FICHAGE-PAG-REF = SPACES
           THEN MOVE 'REFERENCIA EN BLANCO'     TO WK-MOTIVO
                GO TO FIN-VALIDAR-COBRO
           END-IF.

           MOVE FICHAGE-PAG-REF                 TO COBREC-REF-AGENCIA.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-COBROS
                FROM   banco.cobro_recobro      C,
                       banco.asignacion_recobro A
                WHERE  C.ref_agencia   = :COBREC-REF-AGENCIA
                AND    A.id_asignacion = C.id_asignacion
                AND    A.id_agencia    = :WK-CAB-AGENCIA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'VALIDAR-COBRO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-VALIDAR-COBRO
           END-IF.

           IF   WK-NUM-COBROS > 0
           THEN SET  YA-TRATADO-SI              TO TRUE
                MOVE 'COBRO YA CARGADO'         TO WK-MOTIVO
                GO TO FIN-VALIDAR-COBRO
           END-IF.

           IF   FICHAGE-PAG-ID IS NOT NUMERIC
           THEN MOVE 'ASIGNACION ERRONEA'       TO WK-MOTIVO
                GO TO FIN-VALIDAR-COBRO
           END-IF.

           MOVE FICHAGE-PAG-ID                  TO ASIGREC-ID.

           PERFORM LEER-ASIGNACION              THRU
                   FIN-LEER-ASIGNACION.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-VALIDAR-COBRO
           END-IF.

           MOVE FICHAGE-PAG-FEC-X               TO WK-FEC-REGISTRO.
           PERFORM VALIDAR-FECHA                THRU FIN-VALIDAR-FECHA.

           IF   WK-FEC-VALIDA NOT = 'S'
           THEN MOVE 'FECHA DE COBRO ERRONEA'   TO WK-MOTIVO
                GO TO FIN-VALIDAR-COBRO
           END-IF.

           MOVE FICHAGE-PAG-FEC-X               TO COBREC-FEC-COBRO.

           EVALUATE TRUE
           WHEN ASIGREC-ESTADO-ACTIVA
                CONTINUE
           WHEN ASIGREC-ESTADO-RETIRADA
                AND COBREC-FEC-COBRO NOT > ASIGREC-FEC-RETIRADA
                CONTINUE
           WHEN ASIGREC-ESTADO-RETIRADA
                MOVE 'COBRO POSTERIOR A LA RETIRADA' TO WK-MOTIVO
                GO TO FIN-VALIDAR-COBRO
           WHEN OTHER
                MOVE 'DEUDA YA COBRADA ENTERA'  TO WK-MOTIVO
                GO TO FIN-VALIDAR-COBRO
           END-EVALUATE.

           IF   FICHAGE-PAG-IMPORTE IS NOT NUMERIC
                OR FICHAGE-PAG-IMPORTE = ZERO
           THEN MOVE 'IMPORTE ERRONEO'          TO WK-MOTIVO
                GO TO FIN-VALIDAR-COBRO
           END-IF.

           COMPUTE WK-PENDIENTE = ASIGREC-IMPORTE-ASIGNADO
                                - ASIGREC-IMPORTE-RECUPERADO.

           IF   FICHAGE-PAG-IMPORTE > WK-PENDIENTE
           THEN MOVE 'IMPORTE MAYOR QUE LA DEUDA PENDIENTE'
                                                TO WK-MOTIVO
                GO TO FIN-VALIDAR-COBRO
           END-IF.

           MOVE FICHAGE-PAG-IMPORTE             TO COBREC-IMPORTE.
           MOVE ASIGREC-ID                      TO COBREC-ID-ASIGNACION.

       FIN-VALIDAR-COBRO.
           EXIT.

      *    Fallido activo de la operación, si se dio de baja.
       BUSCAR-FALLIDO.
      *---------------
           EXEC SQL
                SELECT COALESCE(MAX(id_fallido), 0)
                INTO   :COBREC-ID-FALLIDO
                FROM   banco.fallido
                WHERE  tipo_operacion = :ASIGREC-TIPO-OPERACION
                AND    id_operacion   = :ASIGREC-ID-OPERACION
                AND    estado_fallido = 'A'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'BUSCAR-FALLIDO'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-BUSCAR-FALLIDO.
           EXIT.

      *    Abono del cobro en la operación. Para un préstamo va a su
      *    cuenta de cargo, de la que COBROIMPAGO cobra las cuotas
      *    impagadas; se deja anotada la más antigua pendiente, que
      *    es la primera que se cobrará. Un posteo que INSMOV, ACTCTA
      *    o ACTTAR no admiten deja el cobro sin cargar, con su motivo
      *    en el resultado.
       ABONAR-COBRO.
      *-------------
           EVALUATE TRUE
           WHEN ASIGREC-TIPO-PRESTAMO
                PERFORM LEER-PRESTAMO           THRU FIN-LEER-PRESTAMO
           WHEN OTHER
                MOVE ASIGREC-ID-OPERACION       TO WK-ID-CTA-PRESTAMO
           END-EVALUATE.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-ABONAR-COBRO
           END-IF.

           ACCEPT WK-HORA-ACTUAL                FROM TIME.
           STRING WK-FECHA-ACTUAL WK-HORA-ACTUAL '0000'
                  DELIMITED BY SIZE        INTO WK-MOV-FEC.

           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE WK-ID-CTA-PRESTAMO              TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           STRING 'COBRO RECOBRO ' WK-CAB-AGENCIA
                  ' ' COBREC-REF-AGENCIA
                  DELIMITED BY SIZE        INTO INSMOV-E-CPT.
           MOVE 'REC'                           TO INSMOV-E-COD-CPT.
           MOVE COBREC-IMPORTE                  TO INSMOV-E-IMPT.

           CALL "INSMOV"                        USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                CONTINUE
           WHEN INSMOV-STAT-ERR-SQL
                MOVE INSMOV-S-SQLCODE           TO WK-SQLCODE
                MOVE 'ABONAR-COBRO INSMOV'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ABONAR-COBRO
           WHEN OTHER
                DISPLAY '*** AVISO *** COBRECOB ABONAR-COBRO: REF ['
                        COBREC-REF-AGENCIA ']'
                DISPLAY 'INSMOV-STAT [' INSMOV-STAT ']'
                MOVE 'POSTEO RECHAZADO POR INSMOV' TO WK-MOTIVO
                GO TO FIN-ABONAR-COBRO
           END-EVALUATE.

           MOVE INSMOV-S-REF                    TO COBREC-REF-MOV.

           IF   ASIGREC-TIPO-TARJETA
           THEN PERFORM ACTUALIZAR-TARJETA      THRU
                        FIN-ACTUALIZAR-TARJETA
           ELSE PERFORM ACTUALIZAR-CUENTA       THRU
                        FIN-ACTUALIZAR-CUENTA
           END-IF.

       FIN-ABONAR-COBRO.
           EXIT.

      *    Cuenta de cargo del préstamo y su cuota impagada pendiente
      *    más antigua.
       LEER-PRESTAMO.
      *--------------
           EXEC SQL
                SELECT P.id_medio_cuenta,
                       COALESCE((SELECT I.id_impago
                                 FROM   banco.prestamo_impago I
                                 WHERE  I.id_prestamo   =
                                        P.id_prestamo
                                 AND    I.estado_impago = 'P'
                                 ORDER BY I.fecha_cuota_impago,
                                          I.id_impago
                                 LIMIT  1), 0)
                INTO   :WK-ID-CTA-PRESTAMO, :COBREC-ID-IMPAGO
                FROM   banco.prestamo P
                WHERE  P.id_prestamo = :ASIGREC-ID-OPERACION
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'PRESTAMO NO ENCONTRADO'   TO WK-MOTIVO
           WHEN OTHER
                MOVE 'LEER-PRESTAMO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-PRESTAMO.
           EXIT.

       ACTUALIZAR-CUENTA.
      *------------------
           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE WK-ID-CTA-PRESTAMO              TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           EVALUATE TRUE
           WHEN ACTCTA-STAT-OK
                CONTINUE
           WHEN ACTCTA-STAT-ERR-SQL
                MOVE ACTCTA-SQLCODE             TO WK-SQLCODE
                MOVE 'ACTUALIZAR-CUENTA ACTCTA' TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                DISPLAY '*** AVISO *** COBRECOB ACTUALIZAR-CUENTA: REF'
                        ' [' COBREC-REF-AGENCIA ']'
                DISPLAY 'ACTCTA-STAT [' ACTCTA-STAT ']'
                MOVE 'SALDO NO ACTUALIZADO POR ACTCTA' TO WK-MOTIVO
           END-EVALUATE.

       FIN-ACTUALIZAR-CUENTA.
           EXIT.

       ACTUALIZAR-TARJETA.
      *-------------------
           INITIALIZE                           AREA-ACTTAR-ENTRADA.
           MOVE ASIGREC-ID-OPERACION            TO ACTTAR-E-ID-TAR.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTTAR-E-IMPORTE.

           CALL "ACTTAR"                        USING AREA-ACTTAR.

           EVALUATE TRUE
           WHEN ACTTAR-STAT-OK
                CONTINUE
           WHEN ACTTAR-STAT-ERR-SQL
                MOVE ACTTAR-SQLCODE             TO WK-SQLCODE
                MOVE 'ACTUALIZAR-TARJETA ACTTAR' TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                DISPLAY '*** AVISO *** COBRECOB ACTUALIZAR-TARJETA: '
                        'REF [' COBREC-REF-AGENCIA ']'
                DISPLAY 'ACTTAR-STAT [' ACTTAR-STAT ']'
                MOVE 'SALDO NO ACTUALIZADO POR ACTTAR' TO WK-MOTIVO
           END-EVALUATE.

       FIN-ACTUALIZAR-TARJETA.
           EXIT.

       GRABAR-COBRO.
      *-------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.cobro_recobro_id_cobro_seq
                INTO   :COBREC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-COBRO'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-GRABAR-COBRO
           END-IF.

           MOVE WK-BATLOG-ID-EJEC               TO COBREC-ID-EJEC.

           EXEC SQL
                INSERT INTO banco.cobro_recobro
                       (id_cobro,
                        id_asignacion,
                        ref_agencia,
                        fec_cobro,
                        importe_cobro,
                        importe_comision,
                        ref_mov,
                        id_fallido,
                        id_impago,
                        fec_carga,
                        id_ejec)
                VALUES (:COBREC-ID,
                        :COBREC-ID-ASIGNACION,
                        :COBREC-REF-AGENCIA,
                        STR_TO_DATE(:COBREC-FEC-COBRO, '%Y%m%d'),
                        :COBREC-IMPORTE,
                        :COBREC-COMISION,
                        :COBREC-REF-MOV,
                        :COBREC-ID-FALLIDO,
                        :COBREC-ID-IMPAGO,
                        now(),
                        :COBREC-ID-EJEC)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-COBRO'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-COBRO.
           EXIT.

      *    Acumula cobro y comisión. Una asignación activa cobrada
      *    entera queda como cobrada; una ya retirada sigue retirada.
       ACTUALIZAR-ASIGNACION.
      *----------------------
           ADD  COBREC-IMPORTE                  TO
                ASIGREC-IMPORTE-RECUPERADO.
           ADD  COBREC-COMISION                 TO
                ASIGREC-IMPORTE-COMISION.

           IF   ASIGREC-ESTADO-ACTIVA
                AND ASIGREC-IMPORTE-RECUPERADO NOT <
                    ASIGREC-IMPORTE-ASIGNADO
           THEN SET  ASIGREC-ESTADO-COBRADA     TO TRUE
           END-IF.

           EXEC SQL
                UPDATE banco.asignacion_recobro
                SET    importe_recuperado = :ASIGREC-IMPORTE-RECUPERADO,
                       importe_comision   = :ASIGREC-IMPORTE-COMISION,
                       estado_asignacion  = :ASIGREC-ESTADO
                WHERE  id_asignacion      = :ASIGREC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ACTUALIZAR-ASIGNACION'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-ACTUALIZAR-ASIGNACION.
           EXIT.

      *    Recuperación de una deuda en fallidos: el cobro llega por
      *    la agencia, así que no hay cuenta de cargo. FALLIDO
      *    confirma o deshace junto con lo ya grabado aquí, salvo
      *    cuando rechaza los datos sin tocar nada: entonces se deshace
      *    desde aquí.
       RECUPERAR-FALLIDO.
      *------------------
           INITIALIZE                           AREA-FALLIDO-ENTRADA.
           SET  FALLIDO-E-ACC-RECUPERAR         TO TRUE.
           MOVE COBREC-ID-FALLIDO               TO FALLIDO-E-ID-FALLIDO.
           MOVE COBREC-IMPORTE                  TO FALLIDO-E-IMPORTE.
           MOVE ZERO                            TO
                FALLIDO-E-ID-CTA-CARGO.
           MOVE 'COBRECOB'                      TO FALLIDO-E-USUARIO.

           CALL "FALLIDO"                       USING AREA-FALLIDO.

           EVALUATE TRUE
           WHEN FALLIDO-STAT-OK
                SET  CONFIRMADO-SI              TO TRUE
           WHEN FALLIDO-STAT-ERR-SQL
                SET  CONFIRMADO-SI              TO TRUE
                MOVE FALLIDO-SQLCODE            TO WK-SQLCODE
                MOVE 'RECUPERAR-FALLIDO'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN FALLIDO-STAT-ERR-APUNTE
                SET  CONFIRMADO-SI              TO TRUE
                MOVE 'RECUPERACION RECHAZADA POR FALLIDO'
                                                TO WK-MOTIVO
           WHEN OTHER
                DISPLAY '*** AVISO *** COBRECOB RECUPERAR-FALLIDO: REF'
                        ' [' COBREC-REF-AGENCIA ']'
                DISPLAY 'FALLIDO-STAT [' FALLIDO-STAT ']'
                MOVE 'RECUPERACION RECHAZADA POR FALLIDO'
                                                TO WK-MOTIVO
           END-EVALUATE.

       FIN-RECUPERAR-FALLIDO.
           EXIT.

      *    Una situación de la deuda comunicada por la agencia. La de
      *    incobrable devuelve la deuda: queda retirada, y como es la
      *    agencia la que la devuelve no hace falta comunicárselo.
       CARGAR-SITUACION.
      *-----------------
           IF   FICHAGE-EST-ID IS NOT NUMERIC
           THEN MOVE 'ASIGNACION ERRONEA'       TO WK-MOTIVO
                GO TO FIN-CARGAR-SITUACION
           END-IF.

           MOVE FICHAGE-EST-ID                  TO ASIGREC-ID.

           PERFORM LEER-ASIGNACION              THRU
                   FIN-LEER-ASIGNACION.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-CARGAR-SITUACION
           END-IF.

           IF   NOT ASIGREC-ESTADO-ACTIVA
           THEN MOVE 'ASIGNACION NO ACTIVA'     TO WK-MOTIVO
                GO TO FIN-CARGAR-SITUACION
           END-IF.

           IF   NOT FICHAGE-EST-OK
           THEN MOVE 'SITUACION DESCONOCIDA'    TO WK-MOTIVO
                GO TO FIN-CARGAR-SITUACION
           END-IF.

           MOVE FICHAGE-EST-FEC-X               TO WK-FEC-REGISTRO.
           PERFORM VALIDAR-FECHA                THRU FIN-VALIDAR-FECHA.

           IF   WK-FEC-VALIDA NOT = 'S'
           THEN MOVE 'FECHA DE SITUACION ERRONEA' TO WK-MOTIVO
                GO TO FIN-CARGAR-SITUACION
           END-IF.

           MOVE FICHAGE-EST-SITUACION           TO ASIGREC-SITUACION.
           MOVE FICHAGE-EST-FEC-X               TO
                ASIGREC-FEC-SITUACION.
           MOVE FICHAGE-EST-TEXTO               TO WK-SITUACION-TEXTO.

           IF   FICHAGE-EST-INCOBRABLE
           THEN EXEC SQL
                     UPDATE banco.asignacion_recobro
                     SET    situacion_agencia     = :ASIGREC-SITUACION,
                            fec_situacion_agencia =
                            STR_TO_DATE(:ASIGREC-FEC-SITUACION,
                                        '%Y%m%d'),
                            texto_situacion_agencia =
                                                :WK-SITUACION-TEXTO,
                            estado_asignacion     = 'R',
                            motivo_retirada       = 'D',
                            fec_retirada          = now(),
                            usuario_retirada      = 'COBRECOB',
                            fec_comunica_retirada = CURDATE()
                     WHERE  id_asignacion         = :ASIGREC-ID
                END-EXEC
           ELSE EXEC SQL
                     UPDATE banco.asignacion_recobro
                     SET    situacion_agencia     = :ASIGREC-SITUACION,
                            fec_situacion_agencia =
                            STR_TO_DATE(:ASIGREC-FEC-SITUACION,
                                        '%Y%m%d'),
                            texto_situacion_agencia =
                                                :WK-SITUACION-TEXTO
                     WHERE  id_asignacion         = :ASIGREC-ID
                END-EXEC
           END-IF.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CARGAR-SITUACION'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CARGAR-SITUACION.
           EXIT.

      *    El registro final de la agencia cuadra con lo leído; un
      *    descuadre sólo se avisa: lo cargado ya se ha validado
      *    registro a registro.
       COMPROBAR-CONTROL.
      *------------------
           MOVE SPACES                          TO REG-FICHRES.

           EVALUATE TRUE
           WHEN CONTROL-NO
                DISPLAY '*** AVISO *** COBRECOB: FICHERO SIN REGISTRO'
                        ' DE CONTROL'
                MOVE 'AVISO: FICHERO SIN REGISTRO DE CONTROL'
                                                TO REG-FICHRES
           WHEN WK-CONTROL-REGISTROS NOT = WK-CONTADOR-LEIDOS
                OR WK-CONTROL-IMPORTE NOT = WK-SUMA-IMPORTE
                DISPLAY '*** AVISO *** COBRECOB: EL REGISTRO DE '
                        'CONTROL NO CUADRA CON LO LEIDO'
                MOVE WK-CONTROL-IMPORTE         TO WK-IMPORTE-EDIT
                MOVE WK-SUMA-IMPORTE            TO WK-IMPORTE-2-EDIT
                STRING 'AVISO: DESCUADRE DE CONTROL. REGISTROS ['
                       WK-CONTROL-REGISTROS '] LEIDOS ['
                       WK-CONTADOR-LEIDOS '] IMPORTE ['
                       WK-IMPORTE-EDIT '] LEIDO ['
                       WK-IMPORTE-2-EDIT ']'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-EVALUATE.

           IF   REG-FICHRES NOT = SPACES
           THEN WRITE REG-FICHRES
           END-IF.

       FIN-COMPROBAR-CONTROL.
           EXIT.

       ESCRIBIR-RECHAZO.
      *-----------------
           MOVE SPACES                          TO REG-FICHRES.

           EVALUATE TRUE
           WHEN YA-TRATADO-SI
                STRING FICHAGE-TIPO ' REF [' FICHAGE-PAG-REF
                       '] YA CARGADO'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           WHEN FICHAGE-TIPO-PAG
                STRING FICHAGE-TIPO ' ASIGNACION [' FICHAGE-PAG-ID
                       '] REF [' FICHAGE-PAG-REF
                       '] RECHAZADO: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           WHEN FICHAGE-TIPO-EST
                STRING FICHAGE-TIPO ' ASIGNACION [' FICHAGE-EST-ID
                       '] SITUACION [' FICHAGE-EST-SITUACION
                       '] RECHAZADO: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           WHEN OTHER
                STRING FICHAGE-TIPO ' RECHAZADO: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-EVALUATE.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-RECHAZO.
           EXIT.

       ESCRIBIR-COBRO.
      *---------------
           MOVE SPACES                          TO REG-FICHRES.
           MOVE COBREC-IMPORTE                  TO WK-IMPORTE-EDIT.
           MOVE COBREC-COMISION                 TO WK-IMPORTE-2-EDIT.

           IF   COBREC-ID-FALLIDO = ZERO
           THEN STRING 'COB ASIGNACION [' COBREC-ID-ASIGNACION
                       '] REF [' COBREC-REF-AGENCIA
                       '] IMPORTE [' WK-IMPORTE-EDIT
                       '] COMISION [' WK-IMPORTE-2-EDIT
                       '] MOV [' COBREC-REF-MOV ']'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           ELSE STRING 'COB ASIGNACION [' COBREC-ID-ASIGNACION
                       '] REF [' COBREC-REF-AGENCIA
                       '] IMPORTE [' WK-IMPORTE-EDIT
                       '] COMISION [' WK-IMPORTE-2-EDIT
                       '] FALLIDO [' COBREC-ID-FALLIDO ']'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-IF.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-COBRO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHRES.
           STRING 'FICHERO [' WK-CAB-FEC '] AGENCIA ['
                  WK-CAB-AGENCIA '] LEIDOS [' WK-CONTADOR-LEIDOS
                  '] COBROS [' WK-CONTADOR-COBROS
                  '] SITUACIONES [' WK-CONTADOR-SITUACIONES
                  '] DEVUELTAS [' WK-CONTADOR-DEVUELTAS
                  '] RECHAZADOS [' WK-CONTADOR-RECHAZADOS
                  '] YA CARGADOS [' WK-CONTADOR-DUPLICADOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           WRITE REG-FICHRES.

           MOVE SPACES                          TO REG-FICHRES.
           MOVE WK-TOTAL-COBRADO                TO WK-IMPORTE-EDIT.
           MOVE WK-TOTAL-COMISION               TO WK-IMPORTE-2-EDIT.
           STRING 'TOTAL COBRADO [' WK-IMPORTE-EDIT
                  '] COMISION AGENCIA [' WK-IMPORTE-2-EDIT ']'
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
           DISPLAY '*** FATAL *** COBRECOB ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'COBRECOB'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CARGA DEL FICHERO DE AGENCIA DE RECOBRO'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHAGE-NOMBRE ']'.
           DISPLAY 'FICHERO RESULTADOS   [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'AGENCIA              [' WK-CAB-AGENCIA ']'.
           DISPLAY 'REGISTROS LEIDOS     [' WK-CONTADOR-LEIDOS ']'.
           DISPLAY 'COBROS ABONADOS      [' WK-CONTADOR-COBROS ']'.
           DISPLAY 'SITUACIONES          [' WK-CONTADOR-SITUACIONES
                   ']'.
           DISPLAY 'DEUDAS DEVUELTAS     [' WK-CONTADOR-DEVUELTAS
                   ']'.
           DISPLAY 'RECHAZADOS           [' WK-CONTADOR-RECHAZADOS
                   ']'.
           DISPLAY 'YA CARGADOS          [' WK-CONTADOR-DUPLICADOS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
