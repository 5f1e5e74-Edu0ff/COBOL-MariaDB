       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. NOMINAS.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

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
      *    Fichero de entrada: la remesa de nóminas de una empresa
      *    cliente. Una cabecera con la cuenta ordenante, la fecha
      *    valor y la referencia de la remesa, y después una línea
      *    por empleado con su cuenta (CCC o IBAN), NIF, nombre e
      *    importe líquido. Por omisión se toma nominas.dat; para
      *    indicar otro fichero se usa la variable de entorno
      *    NOMINAS_FICHERO.
           SELECT FICHNOM ASSIGN TO WK-FICHNOM-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHNOM.

      *    Fichero de resultados: una línea por cada línea de la
      *    remesa con lo que se hizo con ella (abonada en una cuenta
      *    nuestra, enviada por transferencia SEPA o rechazada con su
      *    motivo), para devolvérselo a la empresa. Su nombre lleva
      *    la fecha de la ejecución.
           SELECT FICHRES ASSIGN TO WK-FICHRES-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRES.

      *    Fichero de transferencias SEPA salientes: una orden por
      *    cada empleado cuya cuenta no es de esta entidad, para su
      *    envío a la compensación. Su nombre lleva la fecha de la
      *    ejecución.
           SELECT FICHSEPA ASSIGN TO WK-FICHSEPA-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHSEPA.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Registro de la remesa: tipo '0' cabecera, tipo '1' empleado.
       FD FICHNOM RECORD CONTAINS 100 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHNOM.
           05  NOM-TIPO                     PIC X(01).
               88  NOM-TIPO-CABECERA        VALUE '0'.
               88  NOM-TIPO-EMPLEADO        VALUE '1'.
           05  NOM-DATOS                    PIC X(99).

      *    Cabecera: cuenta ordenante de la empresa (CCC de 20
      *    dígitos), fecha valor AAAAMMDD (a ceros, el día de la
      *    ejecución) y referencia libre de la remesa.
           05  NOM-CABECERA                 REDEFINES NOM-DATOS.
               10  NOM-CAB-CUENTA           PIC X(20).
               10  NOM-CAB-FECHA-VALOR      PIC 9(08).
               10  NOM-CAB-FECHA-VALOR-X    REDEFINES
                   NOM-CAB-FECHA-VALOR      PIC X(08).
               10  NOM-CAB-REFERENCIA       PIC X(20).
               10  FILLER                   PIC X(51).

      *    Empleado: cuenta de abono (IBAN, o CCC ajustado a la
      *    izquierda), NIF, nombre e importe líquido con dos
      *    decimales implícitos.
           05  NOM-EMPLEADO                 REDEFINES NOM-DATOS.
               10  NOM-EMP-CUENTA           PIC X(24).
               10  NOM-EMP-NIF              PIC X(10).
               10  NOM-EMP-NOMBRE           PIC X(40).
               10  NOM-EMP-IMPORTE          PIC 9(08)V99.
               10  NOM-EMP-IMPORTE-X        REDEFINES
                   NOM-EMP-IMPORTE          PIC X(10).
               10  FILLER                   PIC X(15).

       FD FICHRES RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRES                      PIC X(200).

      * Una orden de transferencia SEPA saliente por registro.
       FD FICHSEPA RECORD CONTAINS 142 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHSEPA.
           05  SEPA-CUENTA-ORD              PIC X(20).
           05  SEPA-NIF-ORD                 PIC X(10).
           05  SEPA-CUENTA-BEN              PIC X(24).
           05  SEPA-NIF-BEN                 PIC X(10).
           05  SEPA-NOMBRE-BEN              PIC X(40).
           05  SEPA-IMPORTE                 PIC 9(08)V99.
           05  SEPA-FECHA-VALOR             PIC X(08).
           05  SEPA-REFERENCIA              PIC X(20).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Cuenta ordenante de la empresa y su titular.
       01  WK-ORD-NUM                        PIC X(20).
       01  WK-ORD-ID                         PIC 9(10).
       01  WK-ORD-SALDO                      PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-ORD-LIMITE                     PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-ORD-ESTADO                     PIC X(01).
           88  WK-ORD-ESTADO-ALTA            VALUE 'A'.
       01  WK-ORD-NIF                        PIC X(10).

      * Cuenta de abono del empleado, cuando es de esta entidad.
       01  WK-EMP-CCC                        PIC X(20).
       01  WK-EMP-ID-CTA                     PIC 9(10).
       01  WK-EMP-ESTADO                     PIC X(01).
           88  WK-EMP-ESTADO-BAJA            VALUE 'B'.
       01  WK-EMP-NIF                        PIC X(10).
       01  WK-EMP-IMPORTE                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-FECHA-VALOR                    PIC X(08).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion: es la marca de lote que llevan todas las líneas
      * del fichero de resultados.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status). La remesa
      * rechazada entera (cabecera errónea, sin líneas válidas o
      * sin saldo en la ordenante) devuelve STAT-ERR-DATOS.
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.
           88  STAT-ERR-DATOS                VALUE 03.

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       01  WK-FICHNOM-NOMBRE                 PIC X(30) VALUE
                                             'nominas.dat'.
       01  WK-FICHNOM-NOMBRE-ENV             PIC X(30).
       01  FS-FICHNOM                        PIC X(02).
       01  WK-FICHRES-NOMBRE                 PIC X(30).
       01  FS-FICHRES                        PIC X(02).
       01  WK-FICHSEPA-NOMBRE                PIC X(30).
       01  FS-FICHSEPA                       PIC X(02).

       01  SW-FIN-FICHNOM                    PIC 9(01) VALUE 0.
           88  FIN-FICHNOM-NO                VALUE 0.
           88  FIN-FICHNOM-SI                VALUE 1.

      * Datos de la cabecera que se conservan para toda la remesa.
       01  WK-CAB-REFERENCIA                 PIC X(20).

      * Destino de la línea de empleado en curso: abono en una
      * cuenta nuestra o transferencia SEPA a otra entidad.
       01  SW-DESTINO                        PIC X(01).
           88  DESTINO-INTERNO               VALUE 'I'.
           88  DESTINO-SEPA                  VALUE 'S'.

      * Motivo de rechazo de la línea en curso y motivo de rechazo
      * de la remesa entera: éste último, informado, deshace todo lo
      * posteado y devuelve todas las líneas como rechazadas.
       01  WK-MOTIVO                         PIC X(40).
       01  WK-MOTIVO-LOTE                    PIC X(40).

      * Total de las líneas válidas (lo que la ordenante tiene que
      * poder cubrir) y total finalmente cargado: las líneas válidas
      * menos los abonos que la cuenta del empleado rechazó.
       01  WK-TOTAL-VALIDO                   PIC S9(08)V99
                                             LEADING SEPARATE VALUE 0.
       01  WK-TOTAL-CARGO                    PIC S9(08)V99
                                             LEADING SEPARATE VALUE 0.
       01  WK-DISPONIBLE                     PIC S9(09)V99
                                             LEADING SEPARATE.

       01  WK-CONTADOR-LINEAS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-VALIDAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ABONOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SEPA                  PIC 9(06) VALUE 0.
       01  WK-TOTAL-SEPA                     PIC 9(11)V99 VALUE 0.
       01  WK-CONTADOR-RECHAZADOS            PIC 9(06) VALUE 0.
       01  WK-REF-CARGO                      PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRATAR-CABECERA         THRU
                        FIN-TRATAR-CABECERA
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO-LOTE = SPACES
           THEN PERFORM TOTALIZAR-REMESA        THRU
                        FIN-TOTALIZAR-REMESA
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO-LOTE = SPACES
           THEN PERFORM COMPROBAR-COBERTURA     THRU
                        FIN-COMPROBAR-COBERTURA
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO-LOTE = SPACES
           THEN PERFORM POSTEAR-REMESA          THRU
                        FIN-POSTEAR-REMESA
           END-IF.

      *    La remesa es todo o nada: o quedan el cargo a la empresa y
      *    todos los abonos, o no queda ninguno y la remesa entera
      *    vuelve rechazada con su motivo.
           IF   STAT-OK
                AND WK-MOTIVO-LOTE = SPACES
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           END-IF.

           IF   WK-MOTIVO-LOTE NOT = SPACES
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                IF   STAT-OK
                THEN SET STAT-ERR-DATOS         TO TRUE
                END-IF
                IF   NOT STAT-ERR-IO
                THEN PERFORM RECHAZAR-REMESA    THRU
                             FIN-RECHAZAR-REMESA
                END-IF
           END-IF.

           PERFORM CERRAR-FICHEROS             THRU FIN-CERRAR-FICHEROS.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   STAT-OK
                AND WK-CONTADOR-SEPA > ZERO
           THEN PERFORM REGISTRAR-ENVIO         THRU
                        FIN-REGISTRAR-ENVIO
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

           MOVE SPACES                          TO WK-MOTIVO-LOTE.

           MOVE SPACES                          TO
                WK-FICHNOM-NOMBRE-ENV.
           ACCEPT WK-FICHNOM-NOMBRE-ENV         FROM ENVIRONMENT
                                                 'NOMINAS_FICHERO'.
           IF   WK-FICHNOM-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHNOM-NOMBRE-ENV      TO WK-FICHNOM-NOMBRE
           END-IF.

           STRING 'nominas-resultado-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRES-NOMBRE.
           STRING 'nominas-sepa-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHSEPA-NOMBRE.

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
                DISPLAY '*** FATAL *** NOMINAS CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'NOMINAS'                   TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'               TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      *    Da de alta la fila de control del lote en banco.batch_log:
      *    su identificador es la marca de la remesa en el fichero de
      *    resultados.
       REGISTRAR-INICIO-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-INICIAR            TO TRUE.
           MOVE 'NOMINAS'                       TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de líneas abonadas o enviadas y el
      *    estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           COMPUTE BATLOG-E-NUM-REGISTROS = WK-CONTADOR-ABONOS
                                          + WK-CONTADOR-SEPA.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) los
      *    ficheros de salida de la ejecución, para que DISTINFORM
      *    los reparta a sus destinatarios y los purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'NOMINAS'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** NOMINAS REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRES-NOMBRE ']'
           END-IF.

           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'NOMINAS'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSEPA-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** NOMINAS REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSEPA-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    Registra el fichero en el control de envíos (ENVIO), que
      *    guarda una copia para poder reenviarlo y lo deja en la
      *    ruta de envío de su interfaz. Un fallo aquí no para el
      *    lote: el fichero ya está generado y catalogado.
       REGISTRAR-ENVIO.
      *----------------
           INITIALIZE                           AREA-ENVIO-ENTRADA.

           SET  ENVIO-E-ACC-REGISTRAR           TO TRUE.
           MOVE 'SEPA-CT'                       TO ENVIO-E-INTERFAZ.
           MOVE 'NOMINAS'                       TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHSEPA-NOMBRE              TO ENVIO-E-FICHERO.
           MOVE WK-TOTAL-SEPA                   TO
                ENVIO-E-TOTAL-CONTROL.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** NOMINAS REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHSEPA-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** NOMINAS REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ SEPA-CT SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** NOMINAS REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHSEPA-NOMBRE '] ENVIO-STAT ['
                        ENVIO-STAT ']'
           END-EVALUATE.

       FIN-REGISTRAR-ENVIO.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR            TO TRUE.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHNOM.

           IF   FS-FICHNOM NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** NOMINAS: NO SE PUDO ABRIR ['
                        WK-FICHNOM-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHNOM ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRES.

           IF   FS-FICHRES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** NOMINAS: NO SE PUDO ABRIR ['
                        WK-FICHRES-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHRES ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHSEPA.

           IF   FS-FICHSEPA NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** NOMINAS: NO SE PUDO ABRIR ['
                        WK-FICHSEPA-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHSEPA ']'
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHNOM FICHRES FICHSEPA.

       FIN-CERRAR-FICHEROS.
           EXIT.

       LEER-REMESA.
      *------------
           READ FICHNOM
                AT END SET FIN-FICHNOM-SI       TO TRUE
           END-READ.

       FIN-LEER-REMESA.
           EXIT.

      * La primera línea tiene que ser la cabecera, con una cuenta
      * ordenante que exista y esté de alta. Se guarda su titular,
      * que es el NIF de la empresa en las órdenes SEPA y en la
      * marca de nómina domiciliada.
       TRATAR-CABECERA.
      *----------------
           PERFORM LEER-REMESA                  THRU FIN-LEER-REMESA.

           IF   NOT FIN-FICHNOM-SI
                AND NOM-TIPO-CABECERA
           THEN MOVE NOM-CAB-CUENTA             TO WK-ORD-NUM
           END-IF.

           EVALUATE TRUE
           WHEN FIN-FICHNOM-SI
                MOVE 'REMESA VACIA'              TO WK-MOTIVO-LOTE
           WHEN NOT NOM-TIPO-CABECERA
                MOVE 'FALTA LA CABECERA'         TO WK-MOTIVO-LOTE
           WHEN NOM-CAB-CUENTA IS NOT NUMERIC
                MOVE 'CUENTA ORDENANTE ERRONEA'  TO WK-MOTIVO-LOTE
           WHEN NOM-CAB-FECHA-VALOR-X IS NOT NUMERIC
                MOVE 'FECHA VALOR ERRONEA'       TO WK-MOTIVO-LOTE
           END-EVALUATE.

           IF   WK-MOTIVO-LOTE NOT = SPACES
           THEN GO TO FIN-TRATAR-CABECERA
           END-IF.

           MOVE NOM-CAB-REFERENCIA              TO WK-CAB-REFERENCIA.

           IF   NOM-CAB-FECHA-VALOR = ZERO
           THEN MOVE WK-FECHA-ACTUAL-8          TO WK-FECHA-VALOR
           ELSE MOVE NOM-CAB-FECHA-VALOR-X      TO WK-FECHA-VALOR
           END-IF.

      *    El límite de la ordenante incluye el de su póliza de
      *    crédito vigente, igual que lo aplica ACTCTA.
           EXEC SQL
                SELECT CT.id_medio, CT.saldo_cuenta,
                       CT.limite_cuenta +
                       COALESCE((SELECT SUM(PC.limite_poliza)
                                 FROM   banco.poliza_credito PC
                                 WHERE  PC.id_medio_cuenta =
                                        CT.id_medio
                                 AND    PC.estado_poliza   = 'A'
                                 AND    PC.fec_vencimiento >=
                                        CURDATE()), 0),
                       CT.estado_cuenta
                INTO   :WK-ORD-ID, :WK-ORD-SALDO, :WK-ORD-LIMITE,
                       :WK-ORD-ESTADO
                FROM   banco.cuenta CT
                WHERE  CT.num_cuenta = :WK-ORD-NUM
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                MOVE 'CUENTA ORDENANTE NO EXISTE' TO WK-MOTIVO-LOTE
                GO TO FIN-TRATAR-CABECERA
           WHEN SQL-SUCCESS
                IF   NOT WK-ORD-ESTADO-ALTA
                THEN MOVE 'CUENTA ORDENANTE NO OPERATIVA' TO
                          WK-MOTIVO-LOTE
                     GO TO FIN-TRATAR-CABECERA
                END-IF
           WHEN OTHER
                PERFORM ERROR-SQL-CABECERA        THRU
                        FIN-ERROR-SQL-CABECERA
                GO TO FIN-TRATAR-CABECERA
           END-EVALUATE.

           MOVE SPACES                           TO WK-ORD-NIF.

           EXEC SQL
                SELECT C.nif_cliente
                INTO   :WK-ORD-NIF
                FROM   banco.cliente_rln_cuenta R, banco.cliente C
                WHERE  R.id_medio   = :WK-ORD-ID
                AND    R.tip_rln    = 'T'
                AND    R.id_cliente = C.id_cliente
                ORDER BY C.id_cliente
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'CUENTA ORDENANTE SIN TITULAR' TO WK-MOTIVO-LOTE
           WHEN OTHER
                PERFORM ERROR-SQL-CABECERA        THRU
                        FIN-ERROR-SQL-CABECERA
           END-EVALUATE.

       FIN-TRATAR-CABECERA.
           EXIT.

       ERROR-SQL-CABECERA.
      *-------------------
           SET STAT-ERR-SQL                      TO TRUE.
           MOVE 'ERROR TECNICO'                  TO WK-MOTIVO-LOTE.
           DISPLAY '*** FATAL *** NOMINAS TRATAR-CABECERA: ERROR'.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL-CABECERA.
           EXIT.

      * Primera pasada: se validan todas las líneas de empleado y se
      * suma lo que la empresa tiene que pagar, antes de postear
      * nada.
       TOTALIZAR-REMESA.
      *-----------------
           PERFORM LEER-REMESA                  THRU FIN-LEER-REMESA.

           PERFORM TOTALIZAR-LINEA              THRU
                   FIN-TOTALIZAR-LINEA
           UNTIL   FIN-FICHNOM-SI.

           IF   WK-CONTADOR-VALIDAS = ZERO
           THEN MOVE 'SIN LINEAS VALIDAS'       TO WK-MOTIVO-LOTE
           END-IF.

       FIN-TOTALIZAR-REMESA.
           EXIT.

       TOTALIZAR-LINEA.
      *----------------
           ADD  1                               TO WK-CONTADOR-LINEAS.

           PERFORM VALIDAR-EMPLEADO             THRU
                   FIN-VALIDAR-EMPLEADO.

           IF   WK-MOTIVO = SPACES
           THEN ADD  1                          TO WK-CONTADOR-VALIDAS
                ADD  NOM-EMP-IMPORTE            TO WK-TOTAL-VALIDO
           END-IF.

           PERFORM LEER-REMESA                  THRU FIN-LEER-REMESA.

       FIN-TOTALIZAR-LINEA.
           EXIT.

      * Una línea de empleado es válida si trae una cuenta de abono
      * reconocible (IBAN español, CCC de 20 dígitos o IBAN de otro
      * país SEPA), NIF, nombre e importe positivo. De paso se deja
      * decidido su destino: un IBAN extranjero va siempre por SEPA;
      * los nacionales se dan por SEPA hasta que se encuentre la
      * cuenta en esta entidad al postear.
       VALIDAR-EMPLEADO.
      *-----------------
           MOVE SPACES                          TO WK-MOTIVO.
           MOVE SPACES                          TO WK-EMP-CCC.
           SET  DESTINO-SEPA                    TO TRUE.

           EVALUATE TRUE
           WHEN NOT NOM-TIPO-EMPLEADO
                MOVE 'TIPO DE REGISTRO ERRONEO'  TO WK-MOTIVO
                GO TO FIN-VALIDAR-EMPLEADO
           WHEN NOM-EMP-CUENTA(1:2) = 'ES'
                MOVE NOM-EMP-CUENTA(5:20)        TO WK-EMP-CCC
           WHEN NOM-EMP-CUENTA(1:2) IS ALPHABETIC
                AND NOM-EMP-CUENTA(1:2) NOT = SPACES
                CONTINUE
           WHEN NOM-EMP-CUENTA(21:4) = SPACES
                MOVE NOM-EMP-CUENTA(1:20)        TO WK-EMP-CCC
           WHEN OTHER
                MOVE 'CUENTA DE ABONO ERRONEA'   TO WK-MOTIVO
                GO TO FIN-VALIDAR-EMPLEADO
           END-EVALUATE.

           EVALUATE TRUE
           WHEN WK-EMP-CCC NOT = SPACES
                AND WK-EMP-CCC IS NOT NUMERIC
                MOVE 'CUENTA DE ABONO ERRONEA'   TO WK-MOTIVO
           WHEN WK-EMP-CCC = SPACES
                AND NOM-EMP-CUENTA(3:22) = SPACES
                MOVE 'CUENTA DE ABONO ERRONEA'   TO WK-MOTIVO
           WHEN NOM-EMP-NIF = SPACES
                MOVE 'NIF DEL EMPLEADO VACIO'    TO WK-MOTIVO
           WHEN NOM-EMP-NOMBRE = SPACES
                MOVE 'NOMBRE DEL EMPLEADO VACIO' TO WK-MOTIVO
           WHEN NOM-EMP-IMPORTE-X IS NOT NUMERIC
                MOVE 'IMPORTE ERRONEO'           TO WK-MOTIVO
           WHEN NOM-EMP-IMPORTE = ZERO
                MOVE 'IMPORTE A CERO'            TO WK-MOTIVO
           END-EVALUATE.

       FIN-VALIDAR-EMPLEADO.
           EXIT.

      * La cuenta ordenante tiene que cubrir la remesa completa con
      * su saldo más el límite de descubierto (con el de su póliza
      * de crédito, si la tiene); si no, no se postea ninguna
      * línea.
       COMPROBAR-COBERTURA.
      *--------------------
           COMPUTE WK-DISPONIBLE = WK-ORD-SALDO + WK-ORD-LIMITE.

           IF   WK-DISPONIBLE < WK-TOTAL-VALIDO
           THEN MOVE 'SALDO INSUFICIENTE EN LA ORDENANTE' TO
                     WK-MOTIVO-LOTE
           END-IF.

       FIN-COMPROBAR-COBERTURA.
           EXIT.

      * Segunda pasada: se relee la remesa y cada línea válida se
      * abona en la cuenta del empleado si es nuestra, o se pasa al
      * fichero SEPA si no lo es. Al final se carga a la empresa,
      * en un único apunte, lo que realmente ha salido.
       POSTEAR-REMESA.
      *---------------
           CLOSE FICHNOM.
           OPEN INPUT FICHNOM.
           SET  FIN-FICHNOM-NO                  TO TRUE.

           ACCEPT WK-HORA-ACTUAL-8              FROM TIME.
           STRING WK-FECHA-VALOR WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE             INTO WK-MOV-FEC.

      *    La cabecera ya está tratada.
           PERFORM LEER-REMESA                  THRU FIN-LEER-REMESA.
           PERFORM LEER-REMESA                  THRU FIN-LEER-REMESA.

           PERFORM POSTEAR-LINEA                THRU
                   FIN-POSTEAR-LINEA
           UNTIL   FIN-FICHNOM-SI
           OR      WK-MOTIVO-LOTE NOT = SPACES.

           IF   WK-MOTIVO-LOTE = SPACES
                AND WK-TOTAL-CARGO > ZERO
           THEN PERFORM CARGAR-ORDENANTE        THRU
                        FIN-CARGAR-ORDENANTE
           END-IF.

       FIN-POSTEAR-REMESA.
           EXIT.

       POSTEAR-LINEA.
      *--------------
           PERFORM VALIDAR-EMPLEADO             THRU
                   FIN-VALIDAR-EMPLEADO.

           IF   WK-MOTIVO = SPACES
                AND WK-EMP-CCC NOT = SPACES
           THEN PERFORM BUSCAR-CUENTA-EMPLEADO  THRU
                        FIN-BUSCAR-CUENTA-EMPLEADO
           END-IF.

           IF   WK-MOTIVO-LOTE NOT = SPACES
           THEN GO TO FIN-POSTEAR-LINEA
           END-IF.

           EVALUATE TRUE
           WHEN WK-MOTIVO NOT = SPACES
                CONTINUE
           WHEN DESTINO-INTERNO
                PERFORM ABONAR-EMPLEADO          THRU
                        FIN-ABONAR-EMPLEADO
           WHEN OTHER
                PERFORM ENVIAR-SEPA              THRU
                        FIN-ENVIAR-SEPA
           END-EVALUATE.

           IF   WK-MOTIVO NOT = SPACES
                AND WK-MOTIVO-LOTE = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
                PERFORM ANOTAR-RECHAZO          THRU
                        FIN-ANOTAR-RECHAZO
           END-IF.

           PERFORM LEER-REMESA                  THRU FIN-LEER-REMESA.

       FIN-POSTEAR-LINEA.
           EXIT.

      * Un CCC de esta entidad con cuenta viva se abona dentro; una
      * cuenta nuestra dada de baja se rechaza (no se puede mandar a
      * la compensación una cuenta que es nuestra); cualquier otro
      * CCC es de otra entidad y sale por SEPA.
       BUSCAR-CUENTA-EMPLEADO.
      *-----------------------
           EXEC SQL
                SELECT id_medio, estado_cuenta
                INTO   :WK-EMP-ID-CTA, :WK-EMP-ESTADO
                FROM   banco.cuenta
                WHERE  num_cuenta = :WK-EMP-CCC
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  DESTINO-SEPA                 TO TRUE
           WHEN SQL-SUCCESS
                IF   WK-EMP-ESTADO-BAJA
                THEN MOVE 'CUENTA DE ABONO DADA DE BAJA' TO WK-MOTIVO
                ELSE SET  DESTINO-INTERNO         TO TRUE
                END-IF
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                MOVE 'ERROR TECNICO'              TO WK-MOTIVO-LOTE
                DISPLAY '*** FATAL *** NOMINAS BUSCAR-CUENTA-EMPLEADO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CUENTA-EMPLEADO.
           EXIT.

      * Abono de la nómina por INSMOV/ACTCTA, como cualquier otro
      * apunte. Si INSMOV rechaza el abono por una condición de la
      * cuenta del empleado (bloqueo, mandato...) la línea vuelve
      * rechazada y no entra en el cargo a la empresa; un fallo
      * técnico, o un abono grabado que luego ACTCTA no aplica,
      * tumba la remesa entera.
       ABONAR-EMPLEADO.
      *----------------
           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE WK-EMP-ID-CTA                   TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           STRING 'NOMINA ' WK-CAB-REFERENCIA ' ' WK-ORD-NIF
                  DELIMITED BY SIZE             INTO INSMOV-E-CPT.
           MOVE 'TRF'                           TO INSMOV-E-COD-CPT.
           MOVE NOM-EMP-IMPORTE                 TO INSMOV-E-IMPT.

           CALL "INSMOV"                        USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                CONTINUE
           WHEN INSMOV-STAT-ERR-SQL
                MOVE 'ERROR TECNICO EN EL ABONO'  TO WK-MOTIVO-LOTE
                GO TO FIN-ABONAR-EMPLEADO
           WHEN OTHER
                MOVE 'ABONO RECHAZADO POR LA CUENTA' TO WK-MOTIVO
                GO TO FIN-ABONAR-EMPLEADO
           END-EVALUATE.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE WK-EMP-ID-CTA                   TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN MOVE 'ACTCTA RECHAZO EL ABONO'  TO WK-MOTIVO-LOTE
                GO TO FIN-ABONAR-EMPLEADO
           END-IF.

           PERFORM MARCAR-NOMINA                THRU FIN-MARCAR-NOMINA.

           IF   WK-MOTIVO-LOTE = SPACES
           THEN ADD  1                          TO WK-CONTADOR-ABONOS
                ADD  NOM-EMP-IMPORTE            TO WK-TOTAL-CARGO
                PERFORM ANOTAR-ABONO            THRU FIN-ANOTAR-ABONO
           END-IF.

       FIN-ABONAR-EMPLEADO.
           EXIT.

      * Marca de nómina domiciliada: la cuenta del empleado queda
      * registrada en banco.nomina_domiciliada con la empresa que le
      * paga y la fecha e importe de la última nómina recibida, que
      * es lo que miran la tarificación y las comisiones para
      * reconocer a un cliente con la nómina en casa.
       MARCAR-NOMINA.
      *--------------
           MOVE NOM-EMP-NIF                     TO WK-EMP-NIF.
           MOVE NOM-EMP-IMPORTE                 TO WK-EMP-IMPORTE.

           EXEC SQL
                INSERT INTO banco.nomina_domiciliada(
                    id_medio,
                    nif_empleado,
                    nif_ordenante,
                    fec_ult_nomina,
                    importe_ult_nomina,
                    fec_alta_nomina
                )
                VALUES(
                    :WK-EMP-ID-CTA,
                    :WK-EMP-NIF,
                    :WK-ORD-NIF,
                    str_to_date(:WK-FECHA-VALOR, '%Y%m%d'),
                    :WK-EMP-IMPORTE,
                    now()
                )
                ON DUPLICATE KEY UPDATE
                    nif_empleado       = :WK-EMP-NIF,
                    nif_ordenante      = :WK-ORD-NIF,
                    fec_ult_nomina     =
                        str_to_date(:WK-FECHA-VALOR, '%Y%m%d'),
                    importe_ult_nomina = :WK-EMP-IMPORTE
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                MOVE 'ERROR TECNICO'              TO WK-MOTIVO-LOTE
                DISPLAY '*** FATAL *** NOMINAS MARCAR-NOMINA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-MARCAR-NOMINA.
           EXIT.

       ENVIAR-SEPA.
      *------------
           MOVE WK-ORD-NUM                      TO SEPA-CUENTA-ORD.
           MOVE WK-ORD-NIF                      TO SEPA-NIF-ORD.
           MOVE NOM-EMP-CUENTA                  TO SEPA-CUENTA-BEN.
           MOVE NOM-EMP-NIF                     TO SEPA-NIF-BEN.
           MOVE NOM-EMP-NOMBRE                  TO SEPA-NOMBRE-BEN.
           MOVE NOM-EMP-IMPORTE                 TO SEPA-IMPORTE.
           MOVE WK-FECHA-VALOR                  TO SEPA-FECHA-VALOR.
           MOVE WK-CAB-REFERENCIA               TO SEPA-REFERENCIA.

           WRITE REG-FICHSEPA.

           ADD  1                               TO WK-CONTADOR-SEPA.
           ADD  NOM-EMP-IMPORTE                 TO WK-TOTAL-SEPA.
           ADD  NOM-EMP-IMPORTE                 TO WK-TOTAL-CARGO.

           MOVE SPACES                          TO REG-FICHRES.
           STRING 'LOTE [' WK-BATLOG-ID-EJEC '] '
                  'ENVIADA SEPA CUENTA [' NOM-EMP-CUENTA '] '
                  'NIF [' NOM-EMP-NIF '] '
                  'IMPORTE [' NOM-EMP-IMPORTE-X '] '
                  NOM-EMP-NOMBRE
                  DELIMITED BY SIZE             INTO REG-FICHRES.
           WRITE REG-FICHRES.

       FIN-ENVIAR-SEPA.
           EXIT.

      * Un único cargo a la empresa por el total abonado y enviado,
      * con la referencia de la remesa en el concepto para que su
      * extracto lo enseñe como un solo apunte.
       CARGAR-ORDENANTE.
      *-----------------
           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE WK-ORD-ID                       TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           STRING 'REMESA NOMINAS ' WK-CAB-REFERENCIA
                  DELIMITED BY SIZE             INTO INSMOV-E-CPT.
           MOVE 'TRF'                           TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-TOTAL-CARGO.

           CALL "INSMOV"                        USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN MOVE 'INSMOV RECHAZO EL CARGO A LA EMPRESA' TO
                     WK-MOTIVO-LOTE
                GO TO FIN-CARGAR-ORDENANTE
           END-IF.

           MOVE INSMOV-S-REF                    TO WK-REF-CARGO.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE WK-ORD-ID                       TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN MOVE 'ACTCTA RECHAZO EL CARGO A LA EMPRESA' TO
                     WK-MOTIVO-LOTE
                GO TO FIN-CARGAR-ORDENANTE
           END-IF.

           MOVE SPACES                          TO REG-FICHRES.
           STRING 'LOTE [' WK-BATLOG-ID-EJEC '] '
                  'CARGO EMPRESA CUENTA [' WK-ORD-NUM '] '
                  'IMPORTE [' WK-TOTAL-CARGO '] '
                  'REF [' WK-REF-CARGO ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.
           WRITE REG-FICHRES.

       FIN-CARGAR-ORDENANTE.
           EXIT.

       ANOTAR-ABONO.
      *-------------
           MOVE SPACES                          TO REG-FICHRES.
           STRING 'LOTE [' WK-BATLOG-ID-EJEC '] '
                  'ABONADA CUENTA [' NOM-EMP-CUENTA '] '
                  'NIF [' NOM-EMP-NIF '] '
                  'IMPORTE [' NOM-EMP-IMPORTE-X '] '
                  'REF [' INSMOV-S-REF '] '
                  NOM-EMP-NOMBRE
                  DELIMITED BY SIZE             INTO REG-FICHRES.
           WRITE REG-FICHRES.

       FIN-ANOTAR-ABONO.
           EXIT.

       ANOTAR-RECHAZO.
      *---------------
           MOVE SPACES                          TO REG-FICHRES.
           STRING 'LOTE [' WK-BATLOG-ID-EJEC '] '
                  'RECHAZADA CUENTA [' NOM-EMP-CUENTA '] '
                  'NIF [' NOM-EMP-NIF '] '
                  'IMPORTE [' NOM-EMP-IMPORTE-X '] '
                  'MOTIVO [' WK-MOTIVO ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.
           WRITE REG-FICHRES.

       FIN-ANOTAR-RECHAZO.
           EXIT.

      * Remesa rechazada entera: lo posteado ya se ha deshecho, así
      * que los ficheros de resultados y SEPA se vuelven a abrir
      * vacíos (no puede salir ninguna transferencia de una remesa
      * que no se ha cargado) y cada línea vuelve con el motivo del
      * rechazo de la remesa.
       RECHAZAR-REMESA.
      *----------------
           CLOSE FICHNOM FICHRES FICHSEPA.

           OPEN INPUT  FICHNOM.
           OPEN OUTPUT FICHRES.
           OPEN OUTPUT FICHSEPA.

           IF   FS-FICHNOM NOT = '00'
                OR FS-FICHRES NOT = '00'
                OR FS-FICHSEPA NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** NOMINAS RECHAZAR-REMESA: NO SE'
                DISPLAY 'PUDIERON REABRIR LOS FICHEROS'
                GO TO FIN-RECHAZAR-REMESA
           END-IF.

           MOVE SPACES                          TO REG-FICHRES.
           STRING 'LOTE [' WK-BATLOG-ID-EJEC '] '
                  'REMESA RECHAZADA CUENTA [' WK-ORD-NUM '] '
                  'MOTIVO [' WK-MOTIVO-LOTE ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.
           WRITE REG-FICHRES.

           MOVE ZERO                            TO WK-CONTADOR-ABONOS
                                                   WK-CONTADOR-SEPA
                                                   WK-TOTAL-CARGO.
           MOVE ZERO                            TO
                WK-CONTADOR-RECHAZADOS.
           MOVE WK-MOTIVO-LOTE                  TO WK-MOTIVO.
           SET  FIN-FICHNOM-NO                  TO TRUE.

           PERFORM LEER-REMESA                  THRU FIN-LEER-REMESA.
           IF   NOT FIN-FICHNOM-SI
                AND NOM-TIPO-CABECERA
           THEN PERFORM LEER-REMESA             THRU FIN-LEER-REMESA
           END-IF.

           PERFORM RECHAZAR-LINEA               THRU
                   FIN-RECHAZAR-LINEA
           UNTIL   FIN-FICHNOM-SI.

       FIN-RECHAZAR-REMESA.
           EXIT.

       RECHAZAR-LINEA.
      *---------------
           ADD  1                               TO
                WK-CONTADOR-RECHAZADOS.
           PERFORM ANOTAR-RECHAZO               THRU FIN-ANOTAR-RECHAZO.
           PERFORM LEER-REMESA                  THRU FIN-LEER-REMESA.

       FIN-RECHAZAR-LINEA.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                TO TRUE
                MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'ERROR TECNICO AL CONFIRMAR' TO WK-MOTIVO-LOTE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

      *    El error se registra después de deshacer: LOGERR confirma
      *    su propia fila y no debe arrastrar con ella lo posteado.
       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                OR STAT-ERR-SQL
           THEN MOVE 'NOMINAS'                  TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                 TO LOGERR-E-SQLCODE
                MOVE WK-MOTIVO-LOTE             TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'REMESA DE NOMINAS'.
           DISPLAY 'LOTE BATCH-LOG      [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE ENTRADA  [' WK-FICHNOM-NOMBRE ']'.
           DISPLAY 'FICHERO RESULTADOS  [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'FICHERO SEPA        [' WK-FICHSEPA-NOMBRE ']'.
           DISPLAY 'CUENTA ORDENANTE    [' WK-ORD-NUM ']'.
           DISPLAY 'LINEAS LEIDAS       [' WK-CONTADOR-LINEAS ']'.
           DISPLAY 'ABONOS INTERNOS     [' WK-CONTADOR-ABONOS ']'.
           DISPLAY 'TRANSFERENCIAS SEPA [' WK-CONTADOR-SEPA ']'.
           DISPLAY 'LINEAS RECHAZADAS   [' WK-CONTADOR-RECHAZADOS ']'.
           DISPLAY 'TOTAL CARGADO       [' WK-TOTAL-CARGO ']'.
           IF   WK-MOTIVO-LOTE NOT = SPACES
           THEN DISPLAY 'REMESA RECHAZADA    [' WK-MOTIVO-LOTE ']'
           END-IF.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
