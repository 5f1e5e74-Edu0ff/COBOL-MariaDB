       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTDEVCOR.
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
      *    Fichero de salida del informe: por cada oficina, los
      *    clientes con algún domicilio que Correos ha devuelto, para
      *    que la oficina los llame y les pida la dirección nueva.
      *    Su nombre lleva la fecha de la ejecución para no pisar el
      *    de ejecuciones anteriores.
           SELECT FICHDEVC ASSIGN TO WK-FICHDEVC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHDEVC.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Cabecera por oficina, un registro por cliente y domicilio
      * devuelto, y el total de la oficina.
       FD FICHDEVC RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHDEVC                     PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila que devuelve el cursor: la oficina y el cliente, el
      * domicilio devuelto con su tipo y sus devoluciones, y adónde
      * va ahora su correo (A otro domicilio, R retenido).
       01  WK-OFICINA-CLIENTE              PIC X(04).
       01  WK-NIF-CLIENTE                  PIC X(10).
       01  WK-NOM-CLIENTE                  PIC X(57).
       01  WK-DOM-ID                       PIC 9(10).
       01  WK-DOM-TIPO                     PIC X(01).
       01  WK-DOM-CALLE                    PIC X(45).
       01  WK-DOM-NUM                      PIC X(03).
       01  WK-DOM-COD-POS                  PIC X(05).
       01  WK-DOM-POBL                     PIC X(16).
       01  WK-DOM-NUM-DEVOL                PIC 9(05).
       01  WK-DOM-FEC-DEVOL                PIC X(08).
       01  WK-SITUACION                    PIC X(01).
           88  SITUACION-OTRO-DOMICILIO    VALUE 'A'.
           88  SITUACION-RETENIDO          VALUE 'R'.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * para cerrarla.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                    PIC X(50) VALUE
                                            'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                          PIC 9(02) VALUE 00.
           88  STAT-OK                      VALUE 00.
           88  STAT-ERR-SQL                 VALUE 01.
           88  STAT-ERR-IO                  VALUE 02.

       01  WK-FECHA-ACTUAL                  PIC 9(06).

       01  WK-FICHDEVC-NOMBRE               PIC X(30).
       01  FS-FICHDEVC                      PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Oficina en curso para el corte de control, y cuántas líneas
      * lleva ella y el informe entero (de ellas, con el correo
      * retenido por no quedar domicilio entregable).
       01  WK-OFICINA-ANT                   PIC X(04).
       01  SW-PRIMERA-OFICINA               PIC 9(01) VALUE 1.
           88  PRIMERA-OFICINA              VALUE 1.
           88  NO-PRIMERA-OFICINA           VALUE 0.
       01  WK-CONTADOR-OFICINA              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CLIENTES             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDOS            PIC 9(06) VALUE 0.

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
           THEN PERFORM LISTAR-DEVOLUCIONES     THRU
                        FIN-LISTAR-DEVOLUCIONES
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

           STRING 'devcorreo-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHDEVC-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTDEVCOR CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTDEVCOR'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTDEVCOR'                     TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-CLIENTES                 TO
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
           MOVE 'RPTDEVCOR'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHDEVC-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTDEVCOR REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHDEVC-NOMBRE ']'
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
           OPEN OUTPUT FICHDEVC.

           IF   FS-FICHDEVC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTDEVCOR ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHDEVC ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHDEVC.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Cada domicilio marcado no entregable, con cada cliente que
      * lo tiene, agrupado por la oficina del cliente. Para cada uno
      * se dice si su correo sale ya hacia otro domicilio suyo o si
      * se está reteniendo en la oficina, con el mismo criterio de
      * DOMENVIO. Un domicilio rehabilitado en CORREODEV deja de
      * salir.
       LISTAR-DEVOLUCIONES.
      *--------------------
           EXEC SQL
                DECLARE CUR-DEVCOR CURSOR FOR
                SELECT COALESCE(C.oficina_cliente, ' '),
                       C.nif_cliente, C.nom_cliente,
                       D.id_dom, RD.tip_dom,
                       D.calle_dom, D.num_dom,
                       lpad(D.cod_post_dom,5,'0'), D.pobl_dom,
                       COALESCE(D.num_devol_dom, 0),
                       COALESCE(DATE_FORMAT(D.fec_devol_dom,
                                            '%Y%m%d'), ' '),
                       CASE WHEN EXISTS (
                                 SELECT 1
                                 FROM   banco.cliente_rln_dom RX,
                                        banco.domicilio DX
                                 WHERE  RX.id_cliente = C.id_cliente
                                 AND    DX.id_dom     = RX.id_dom
                                 AND    COALESCE(DX.entregable_dom,
                                                 'S') <> 'N'
                            )
                            THEN 'A' ELSE 'R' END
                FROM   banco.domicilio D, banco.cliente_rln_dom RD,
                       banco.cliente C
                WHERE  D.entregable_dom = 'N'
                AND    RD.id_dom        = D.id_dom
                AND    C.id_cliente     = RD.id_cliente
                ORDER BY 1, C.nif_cliente, D.id_dom
           END-EXEC.

           EXEC SQL OPEN CUR-DEVCOR END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTDEVCOR OPEN CUR-DEVCOR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTDEVCOR'                  TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-DEVOLUCIONES'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-DEVOLUCIONES
           END-IF.

           PERFORM LEER-DEVOLUCION               THRU
                   FIN-LEER-DEVOLUCION
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-DEVCOR END-EXEC.

           IF   NO-PRIMERA-OFICINA
           THEN PERFORM CERRAR-OFICINA           THRU
                        FIN-CERRAR-OFICINA
           END-IF.

       FIN-LISTAR-DEVOLUCIONES.
           EXIT.

       LEER-DEVOLUCION.
      *----------------
           EXEC SQL
                FETCH CUR-DEVCOR
                INTO  :WK-OFICINA-CLIENTE,
                      :WK-NIF-CLIENTE, :WK-NOM-CLIENTE,
                      :WK-DOM-ID, :WK-DOM-TIPO,
                      :WK-DOM-CALLE, :WK-DOM-NUM,
                      :WK-DOM-COD-POS, :WK-DOM-POBL,
                      :WK-DOM-NUM-DEVOL, :WK-DOM-FEC-DEVOL,
                      :WK-SITUACION
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-DEVOLUCION       THRU
                        FIN-ESCRIBIR-DEVOLUCION
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTDEVCOR FETCH DEVCOR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTDEVCOR'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-DEVOLUCION'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-DEVOLUCION.
           EXIT.

      * Corte de control por oficina: al cambiar se cierra la
      * anterior con su total y se abre la nueva con su cabecera.
       ESCRIBIR-DEVOLUCION.
      *--------------------
           IF   PRIMERA-OFICINA
                OR WK-OFICINA-CLIENTE NOT = WK-OFICINA-ANT
           THEN IF   NO-PRIMERA-OFICINA
                THEN PERFORM CERRAR-OFICINA      THRU
                             FIN-CERRAR-OFICINA
                END-IF
                PERFORM ABRIR-OFICINA            THRU
                        FIN-ABRIR-OFICINA
           END-IF.

           MOVE SPACES                           TO REG-FICHDEVC.
           IF   SITUACION-RETENIDO
           THEN STRING '  NIF [' WK-NIF-CLIENTE '] ' WK-NOM-CLIENTE
                       ' DOMICILIO [' WK-DOM-ID '] TIPO ['
                       WK-DOM-TIPO '] [' WK-DOM-CALLE ' ' WK-DOM-NUM
                       ' ' WK-DOM-COD-POS ' ' WK-DOM-POBL
                       '] DEVOLUCIONES [' WK-DOM-NUM-DEVOL
                       '] ULTIMA [' WK-DOM-FEC-DEVOL
                       '] CORREO RETENIDO EN OFICINA'
                       DELIMITED BY SIZE         INTO REG-FICHDEVC
                ADD  1                           TO
                     WK-CONTADOR-RETENIDOS
           ELSE STRING '  NIF [' WK-NIF-CLIENTE '] ' WK-NOM-CLIENTE
                       ' DOMICILIO [' WK-DOM-ID '] TIPO ['
                       WK-DOM-TIPO '] [' WK-DOM-CALLE ' ' WK-DOM-NUM
                       ' ' WK-DOM-COD-POS ' ' WK-DOM-POBL
                       '] DEVOLUCIONES [' WK-DOM-NUM-DEVOL
                       '] ULTIMA [' WK-DOM-FEC-DEVOL
                       '] CORREO A OTRO DOMICILIO'
                       DELIMITED BY SIZE         INTO REG-FICHDEVC
           END-IF.

           WRITE REG-FICHDEVC.

           ADD  1                           TO WK-CONTADOR-OFICINA.
           ADD  1                           TO WK-CONTADOR-CLIENTES.

       FIN-ESCRIBIR-DEVOLUCION.
           EXIT.

       ABRIR-OFICINA.
      *--------------
           MOVE WK-OFICINA-CLIENTE               TO WK-OFICINA-ANT.
           MOVE ZERO                             TO WK-CONTADOR-OFICINA.
           SET  NO-PRIMERA-OFICINA               TO TRUE.

           MOVE SPACES                           TO REG-FICHDEVC.
           STRING 'OFICINA [' WK-OFICINA-ANT
                  '] CLIENTES A CONTACTAR PARA ACTUALIZAR SU '
                  'DOMICILIO'
                  DELIMITED BY SIZE              INTO REG-FICHDEVC.
           WRITE REG-FICHDEVC.

       FIN-ABRIR-OFICINA.
           EXIT.

       CERRAR-OFICINA.
      *---------------
           MOVE SPACES                           TO REG-FICHDEVC.
           STRING 'TOTAL OFICINA [' WK-OFICINA-ANT '] ['
                  WK-CONTADOR-OFICINA '] DOMICILIOS DEVUELTOS'
                  DELIMITED BY SIZE              INTO REG-FICHDEVC.
           WRITE REG-FICHDEVC.

       FIN-CERRAR-OFICINA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CLIENTES CON CORREO DEVUELTO POR OFICINA'.
           DISPLAY 'FICHERO DE SALIDA   [' WK-FICHDEVC-NOMBRE ']'.
           DISPLAY 'LINEAS DE CLIENTE   [' WK-CONTADOR-CLIENTES ']'.
           DISPLAY 'CORREO RETENIDO     [' WK-CONTADOR-RETENIDOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
