       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RIESGOCLI.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Calificación de riesgo de blanqueo de cada cliente (bajo,
      * medio o alto) a partir de los mismos ingredientes que ya
      * manejan los procesos de cumplimiento: país de residencia,
      * coincidencias en la lista de sanciones/PEP (del cliente o de
      * sus titulares reales), clase de cliente, productos en vigor,
      * intensidad de efectivo y flujos en divisa en
      * banco.movimiento. Cada factor suma puntos; el total da el
      * nivel, que se guarda en banco.riesgo_cliente con su fecha,
      * los factores que lo produjeron y la fecha de la próxima
      * revisión KYC que toca por nivel. Cada alta o cambio de
      * nivel deja una fila en banco.riesgo_cliente_hist, de la que
      * sale el informe mensual de movimientos (RPTRIESGO).

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
      *    Fichero de salida con los clientes calificados por primera
      *    vez o que cambian de nivel en esta pasada. Su nombre lleva
      *    la fecha de la ejecución para no pisar el de ejecuciones
      *    anteriores.
           SELECT FICHRIE  ASSIGN TO WK-FICHRIE-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRIE.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por cliente con calificación nueva o cambiada.
       FD FICHRIE  RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRIE                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila del cursor: el cliente con sus factores ya agregados y
      * el nivel que tenía de la pasada anterior (en blanco si es la
      * primera vez que se califica).
       01  WK-CLI-ID                         PIC 9(10).
       01  WK-CLI-NIF                        PIC X(10).
       01  WK-CLI-OFICINA                    PIC X(04).
       01  WK-CLI-PAIS                       PIC X(02).
       01  WK-CLI-CLASE                      PIC X(01).
           88  CLI-CLASE-JURIDICA            VALUE 'J'.
       01  WK-CLI-SANCION                    PIC X(01).
           88  CLI-SANCION-SI                VALUE 'S'.
       01  WK-NUM-PRODUCTOS                  PIC 9(04).
       01  WK-IMPORTE-EFECTIVO               PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-NUM-MOV-DIVISA                 PIC 9(06).
       01  WK-NIVEL-ANT                      PIC X(01).

      * Calificación calculada y puntos de cada factor.
       01  WK-NIVEL                          PIC X(01).
           88  NIVEL-ALTO                    VALUE 'A'.
           88  NIVEL-MEDIO                   VALUE 'M'.
           88  NIVEL-BAJO                    VALUE 'B'.
       01  WK-PUNTOS                         PIC 9(03).
       01  WK-PTS-PAIS                       PIC 9(03).
       01  WK-PTS-SANCION                    PIC 9(03).
       01  WK-PTS-CLASE                      PIC 9(03).
       01  WK-PTS-PRODUCTOS                  PIC 9(03).
       01  WK-PTS-EFECTIVO                   PIC 9(03).
       01  WK-PTS-DIVISA                     PIC 9(03).
       01  WK-ANOS-REVISION                  PIC 9(01).
       01  WK-CAMBIO-NIVEL                   PIC X(01).
           88  CAMBIO-NIVEL-SI               VALUE 'S'.
           88  CAMBIO-NIVEL-NO               VALUE 'N'.

      * Meses de movimientos que se miran para efectivo y divisa.
       01  WK-MESES-OBSERVACION              PIC 9(02) VALUE 12.

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

      * Baremo. Cada factor aporta sus puntos y el total decide el
      * nivel: desde WK-CORTE-ALTO es alto, desde WK-CORTE-MEDIO es
      * medio y por debajo bajo. Una coincidencia en la lista de
      * sanciones/PEP basta por sí sola para el nivel alto.
       01  WK-CORTE-ALTO                     PIC 9(03) VALUE 50.
       01  WK-CORTE-MEDIO                    PIC 9(03) VALUE 25.
       01  WK-PTS-PAIS-RIESGO                PIC 9(03) VALUE 40.
       01  WK-PTS-PAIS-EXTRANJERO            PIC 9(03) VALUE 10.
       01  WK-PTS-SANCION-LISTA              PIC 9(03) VALUE 50.
       01  WK-PTS-CLASE-JURIDICA             PIC 9(03) VALUE 10.
       01  WK-PTS-MUCHOS-PRODUCTOS           PIC 9(03) VALUE 5.
       01  WK-PTS-EFECTIVO-ALTO              PIC 9(03) VALUE 25.
       01  WK-PTS-EFECTIVO-MEDIO             PIC 9(03) VALUE 10.
       01  WK-PTS-DIVISA-FRECUENTE           PIC 9(03) VALUE 20.
       01  WK-PTS-DIVISA-OCASIONAL           PIC 9(03) VALUE 10.

      * Umbrales de los factores. El de efectivo medio es el mismo
      * importe a partir del cual RPTAML comunica un movimiento.
       01  WK-UMBRAL-PRODUCTOS               PIC 9(04) VALUE 5.
       01  WK-UMBRAL-EFECTIVO-ALTO           PIC S9(10)V99
                                             VALUE 50000.
       01  WK-UMBRAL-EFECTIVO-MEDIO          PIC S9(10)V99
                                             VALUE 10000.
       01  WK-UMBRAL-DIVISA-FRECUENTE        PIC 9(06) VALUE 12.

      * Años hasta la próxima revisión KYC por nivel.
       01  WK-ANOS-REVISION-ALTO             PIC 9(01) VALUE 1.
       01  WK-ANOS-REVISION-MEDIO            PIC 9(01) VALUE 3.
       01  WK-ANOS-REVISION-BAJO             PIC 9(01) VALUE 5.

      * Jurisdicciones de alto riesgo (lista del GAFI de países con
      * deficiencias estratégicas y bajo seguimiento reforzado),
      * por código ISO de dos letras. Residir en cualquier otro
      * país distinto de España puntúa como extranjero.
       01  TABLA-PAIS-RIESGO.
           05  FILLER                        PIC X(20) VALUE
               'KPIRMMDZAOBGBFCMCICD'.
           05  FILLER                        PIC X(20) VALUE
               'HTKELALBMLMCMZNANPNG'.
           05  FILLER                        PIC X(20) VALUE
               'ZASSSYTZVEVNYEBOVGHR'.
       01  TABLA-PAIS-RIESGO-R               REDEFINES
           TABLA-PAIS-RIESGO.
           05  PAIS-RIESGO                   PIC X(02) OCCURS 30 TIMES.
       01  WK-CTE-PAISES-RIESGO              PIC 9(02) VALUE 30.
       01  WK-PAIS-I                         PIC 9(02).

       01  SW-PAIS-RIESGO                    PIC X(01).
           88  PAIS-RIESGO-SI                VALUE 'S'.
           88  PAIS-RIESGO-NO                VALUE 'N'.

       01  WK-FECHA-ACTUAL                   PIC 9(06).

       01  WK-FICHRIE-NOMBRE                 PIC X(30).
       01  FS-FICHRIE                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       01  WK-NIVEL-ANT-EDIT                 PIC X(05).
       01  WK-IMPORTE-EDIT                   PIC -.---.---.--9,99.

      * Clientes calificados, altas de calificación, cambios de
      * nivel y reparto final por nivel.
       01  WK-CONTADOR-CLIENTES              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-NUEVOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CAMBIOS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ALTO                  PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MEDIO                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-BAJO                  PIC 9(06) VALUE 0.

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
           THEN PERFORM CALIFICAR-CLIENTES      THRU
                        FIN-CALIFICAR-CLIENTES
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
           STRING 'riesgocli-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRIE-NOMBRE.

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
                DISPLAY '*** FATAL *** RIESGOCLI CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RIESGOCLI'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'RIESGOCLI'                     TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-CLIENTES            TO
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
           MOVE 'RIESGOCLI'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRIE-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RIESGOCLI REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRIE-NOMBRE ']'
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
           OPEN OUTPUT FICHRIE.

           IF   FS-FICHRIE NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RIESGOCLI ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHRIE ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHRIE.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Un cliente por fila con sus factores agregados:
      * - lista: el cliente (por NIF o nombre exactos, el criterio
      *   de INSCLI y SCREENCLI) o alguno de sus titulares reales en
      *   vigor señalado en la lista de sanciones/PEP;
      * - productos: cuentas de las que es titular o cotitular y
      *   tarjetas suyas que no están de baja;
      * - efectivo: ingresos y retiradas en caja (en valor absoluto)
      *   de esas cuentas y tarjetas en el periodo de observación;
      * - divisa: movimientos en moneda distinta del euro en el
      *   mismo periodo, que es como llegan aquí los flujos con el
      *   extranjero.
       CALIFICAR-CLIENTES.
      *--------------------
           EXEC SQL
                DECLARE CUR-RIESGO CURSOR FOR
                SELECT C.id_cliente, C.nif_cliente,
                       COALESCE(C.oficina_cliente, '----'),
                       COALESCE(C.pais_residencia_cliente, 'ES'),
                       COALESCE(C.clase_cliente, 'F'),
                       CASE WHEN EXISTS
                                 (SELECT 1
                                  FROM   banco.lista_sancion L
                                  WHERE  L.nif_lista    = C.nif_cliente
                                  OR     L.nombre_lista = C.nom_cliente)
                            OR   EXISTS
                                 (SELECT 1
                                  FROM   banco.titular_real T
                                  WHERE  T.id_cliente = C.id_cliente
                                  AND    T.estado_titreal = 'A'
                                  AND    T.sancion_titreal = 'S')
                            THEN 'S' ELSE 'N' END,
                       (SELECT COUNT(*)
                        FROM   banco.cliente_rln_cuenta R,
                               banco.cuenta CT
                        WHERE  R.id_cliente     = C.id_cliente
                        AND    R.tip_rln       IN ('T', 'C')
                        AND    CT.id_medio      = R.id_medio
                        AND    CT.estado_cuenta <> 'B')
                     + (SELECT COUNT(*)
                        FROM   banco.tarjeta TJ
                        WHERE  TJ.id_cliente      = C.id_cliente
                        AND    TJ.estado_tarjeta <> 'B'),
                       (SELECT COALESCE(SUM(ABS(M.importe_mov)), 0)
                        FROM   banco.movimiento M
                        WHERE  M.cnpt_mov LIKE '%EFECTIVO%'
                        AND    M.fec_mov >= DATE_SUB(CURDATE(),
                                   INTERVAL :WK-MESES-OBSERVACION MONTH)
                        AND    M.id_medio IN
                               (SELECT R.id_medio
                                FROM   banco.cliente_rln_cuenta R
                                WHERE  R.id_cliente = C.id_cliente
                                AND    R.tip_rln   IN ('T', 'C')
                                UNION
                                SELECT TJ.id_medio
                                FROM   banco.tarjeta TJ
                                WHERE  TJ.id_cliente = C.id_cliente)),
                       (SELECT COUNT(*)
                        FROM   banco.movimiento M
                        WHERE  M.divisa_mov <> 'EUR'
                        AND    M.fec_mov >= DATE_SUB(CURDATE(),
                                   INTERVAL :WK-MESES-OBSERVACION MONTH)
                        AND    M.id_medio IN
                               (SELECT R.id_medio
                                FROM   banco.cliente_rln_cuenta R
                                WHERE  R.id_cliente = C.id_cliente
                                AND    R.tip_rln   IN ('T', 'C')
                                UNION
                                SELECT TJ.id_medio
                                FROM   banco.tarjeta TJ
                                WHERE  TJ.id_cliente = C.id_cliente)),
                       COALESCE(RC.nivel_riesgo, ' ')
                FROM   banco.cliente C
                LEFT JOIN banco.riesgo_cliente RC
                       ON RC.id_cliente = C.id_cliente
                ORDER BY C.id_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-RIESGO END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RIESGOCLI OPEN CUR-RIESGO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RIESGOCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'CALIFICAR-CLIENTES'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CALIFICAR-CLIENTES
           END-IF.

           PERFORM CALIFICAR-UN-CLIENTE          THRU
                   FIN-CALIFICAR-UN-CLIENTE
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-RIESGO END-EXEC.

       FIN-CALIFICAR-CLIENTES.
           EXIT.

       CALIFICAR-UN-CLIENTE.
      *----------------------
           EXEC SQL
                FETCH CUR-RIESGO
                INTO  :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-OFICINA,
                      :WK-CLI-PAIS, :WK-CLI-CLASE, :WK-CLI-SANCION,
                      :WK-NUM-PRODUCTOS, :WK-IMPORTE-EFECTIVO,
                      :WK-NUM-MOV-DIVISA, :WK-NIVEL-ANT
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                            TO
                     WK-CONTADOR-CLIENTES
                PERFORM PUNTUAR-FACTORES          THRU
                        FIN-PUNTUAR-FACTORES
                PERFORM GRABAR-CALIFICACION       THRU
                        FIN-GRABAR-CALIFICACION
                IF   STAT-OK
                     AND CAMBIO-NIVEL-SI
                THEN PERFORM GRABAR-CAMBIO        THRU
                             FIN-GRABAR-CAMBIO
                END-IF
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RIESGOCLI FETCH CUR-RIESGO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RIESGOCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'CALIFICAR-UN-CLIENTE'       TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-CALIFICAR-UN-CLIENTE.
           EXIT.

      * Aplica el baremo a los factores del cliente en curso y deja
      * el nivel, los años hasta la próxima revisión y si el nivel
      * es nuevo o distinto del que tenía.
       PUNTUAR-FACTORES.
      *------------------
           MOVE ZERO                             TO WK-PTS-PAIS
                                                    WK-PTS-SANCION
                                                    WK-PTS-CLASE
                                                    WK-PTS-PRODUCTOS
                                                    WK-PTS-EFECTIVO
                                                    WK-PTS-DIVISA.

           IF   WK-CLI-PAIS NOT = 'ES'
                AND WK-CLI-PAIS NOT = SPACES
           THEN SET PAIS-RIESGO-NO               TO TRUE
                PERFORM BUSCAR-PAIS-RIESGO       THRU
                        FIN-BUSCAR-PAIS-RIESGO
                VARYING WK-PAIS-I FROM 1 BY 1
                UNTIL   WK-PAIS-I > WK-CTE-PAISES-RIESGO
                OR      PAIS-RIESGO-SI
                IF   PAIS-RIESGO-SI
                THEN MOVE WK-PTS-PAIS-RIESGO     TO WK-PTS-PAIS
                ELSE MOVE WK-PTS-PAIS-EXTRANJERO TO WK-PTS-PAIS
                END-IF
           END-IF.

           IF   CLI-SANCION-SI
           THEN MOVE WK-PTS-SANCION-LISTA        TO WK-PTS-SANCION
           END-IF.

           IF   CLI-CLASE-JURIDICA
           THEN MOVE WK-PTS-CLASE-JURIDICA       TO WK-PTS-CLASE
           END-IF.

           IF   WK-NUM-PRODUCTOS >= WK-UMBRAL-PRODUCTOS
           THEN MOVE WK-PTS-MUCHOS-PRODUCTOS     TO WK-PTS-PRODUCTOS
           END-IF.

           EVALUATE TRUE
           WHEN WK-IMPORTE-EFECTIVO >= WK-UMBRAL-EFECTIVO-ALTO
                MOVE WK-PTS-EFECTIVO-ALTO         TO WK-PTS-EFECTIVO
           WHEN WK-IMPORTE-EFECTIVO >= WK-UMBRAL-EFECTIVO-MEDIO
                MOVE WK-PTS-EFECTIVO-MEDIO        TO WK-PTS-EFECTIVO
           END-EVALUATE.

           EVALUATE TRUE
           WHEN WK-NUM-MOV-DIVISA >= WK-UMBRAL-DIVISA-FRECUENTE
                MOVE WK-PTS-DIVISA-FRECUENTE      TO WK-PTS-DIVISA
           WHEN WK-NUM-MOV-DIVISA > ZERO
                MOVE WK-PTS-DIVISA-OCASIONAL      TO WK-PTS-DIVISA
           END-EVALUATE.

           COMPUTE WK-PUNTOS = WK-PTS-PAIS      + WK-PTS-SANCION
                             + WK-PTS-CLASE     + WK-PTS-PRODUCTOS
                             + WK-PTS-EFECTIVO  + WK-PTS-DIVISA.

           EVALUATE TRUE
           WHEN CLI-SANCION-SI
           WHEN WK-PUNTOS >= WK-CORTE-ALTO
                SET  NIVEL-ALTO                   TO TRUE
                MOVE WK-ANOS-REVISION-ALTO        TO WK-ANOS-REVISION
                ADD  1                            TO WK-CONTADOR-ALTO
           WHEN WK-PUNTOS >= WK-CORTE-MEDIO
                SET  NIVEL-MEDIO                  TO TRUE
                MOVE WK-ANOS-REVISION-MEDIO       TO WK-ANOS-REVISION
                ADD  1                            TO WK-CONTADOR-MEDIO
           WHEN OTHER
                SET  NIVEL-BAJO                   TO TRUE
                MOVE WK-ANOS-REVISION-BAJO        TO WK-ANOS-REVISION
                ADD  1                            TO WK-CONTADOR-BAJO
           END-EVALUATE.

           IF   WK-NIVEL = WK-NIVEL-ANT
           THEN SET CAMBIO-NIVEL-NO              TO TRUE
           ELSE SET CAMBIO-NIVEL-SI              TO TRUE
           END-IF.

       FIN-PUNTUAR-FACTORES.
           EXIT.

       BUSCAR-PAIS-RIESGO.
      *--------------------
           IF   PAIS-RIESGO (WK-PAIS-I) = WK-CLI-PAIS
           THEN SET PAIS-RIESGO-SI               TO TRUE
           END-IF.

       FIN-BUSCAR-PAIS-RIESGO.
           EXIT.

      * Deja la calificación del día con sus factores. La fecha de
      * la próxima revisión KYC sólo se fija al calificar por
      * primera vez o al cambiar de nivel; con el mismo nivel se
      * conserva la que había (MODCLIENTE la adelanta al registrar
      * el documento renovado, que es cuando se hace la revisión).
       GRABAR-CALIFICACION.
      *---------------------
           EXEC SQL
                INSERT INTO banco.riesgo_cliente
                (
                    id_cliente,
                    nivel_riesgo,
                    puntos_riesgo,
                    pais_riesgo,
                    pts_pais_riesgo,
                    sancion_riesgo,
                    pts_sancion_riesgo,
                    clase_riesgo,
                    pts_clase_riesgo,
                    num_productos_riesgo,
                    pts_productos_riesgo,
                    importe_efectivo_riesgo,
                    pts_efectivo_riesgo,
                    num_mov_divisa_riesgo,
                    pts_divisa_riesgo,
                    anos_revision_riesgo,
                    fec_calculo_riesgo,
                    fec_prox_revision_riesgo
                )
                VALUES(
                    :WK-CLI-ID,
                    :WK-NIVEL,
                    :WK-PUNTOS,
                    :WK-CLI-PAIS,
                    :WK-PTS-PAIS,
                    :WK-CLI-SANCION,
                    :WK-PTS-SANCION,
                    :WK-CLI-CLASE,
                    :WK-PTS-CLASE,
                    :WK-NUM-PRODUCTOS,
                    :WK-PTS-PRODUCTOS,
                    :WK-IMPORTE-EFECTIVO,
                    :WK-PTS-EFECTIVO,
                    :WK-NUM-MOV-DIVISA,
                    :WK-PTS-DIVISA,
                    :WK-ANOS-REVISION,
                    CURDATE(),
                    DATE_ADD(CURDATE(),
                             INTERVAL :WK-ANOS-REVISION YEAR)
                )
                ON DUPLICATE KEY UPDATE
                    fec_prox_revision_riesgo =
                        CASE WHEN :WK-CAMBIO-NIVEL = 'S'
                             THEN VALUES(fec_prox_revision_riesgo)
                             ELSE fec_prox_revision_riesgo
                        END,
                    nivel_riesgo            = VALUES(nivel_riesgo),
                    puntos_riesgo           = VALUES(puntos_riesgo),
                    pais_riesgo             = VALUES(pais_riesgo),
                    pts_pais_riesgo         = VALUES(pts_pais_riesgo),
                    sancion_riesgo          = VALUES(sancion_riesgo),
                    pts_sancion_riesgo      =
                        VALUES(pts_sancion_riesgo),
                    clase_riesgo            = VALUES(clase_riesgo),
                    pts_clase_riesgo        = VALUES(pts_clase_riesgo),
                    num_productos_riesgo    =
                        VALUES(num_productos_riesgo),
                    pts_productos_riesgo    =
                        VALUES(pts_productos_riesgo),
                    importe_efectivo_riesgo =
                        VALUES(importe_efectivo_riesgo),
                    pts_efectivo_riesgo     =
                        VALUES(pts_efectivo_riesgo),
                    num_mov_divisa_riesgo   =
                        VALUES(num_mov_divisa_riesgo),
                    pts_divisa_riesgo       = VALUES(pts_divisa_riesgo),
                    anos_revision_riesgo    =
                        VALUES(anos_revision_riesgo),
                    fec_calculo_riesgo      = CURDATE()
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RIESGOCLI GRABAR-CALIFICACION'
                DISPLAY 'CLIENTE  [' WK-CLI-ID ']'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RIESGOCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-CALIFICACION'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-GRABAR-CALIFICACION.
           EXIT.

      * Alta o cambio de nivel: queda en el histórico (el nivel
      * anterior nulo marca la primera calificación) y en el
      * fichero de la pasada.
       GRABAR-CAMBIO.
      *---------------
           EXEC SQL
                INSERT INTO banco.riesgo_cliente_hist
                (
                    id_cliente,
                    fec_cambio_riesgo,
                    nivel_anterior_riesgo,
                    nivel_riesgo,
                    puntos_riesgo
                )
                VALUES(
                    :WK-CLI-ID,
                    CURDATE(),
                    NULLIF(:WK-NIVEL-ANT, ' '),
                    :WK-NIVEL,
                    :WK-PUNTOS
                )
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RIESGOCLI GRABAR-CAMBIO'
                DISPLAY 'CLIENTE  [' WK-CLI-ID ']'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RIESGOCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-CAMBIO'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GRABAR-CAMBIO
           END-IF.

           IF   WK-NIVEL-ANT = SPACES
           THEN MOVE 'NUEVO'                     TO WK-NIVEL-ANT-EDIT
                ADD  1                           TO WK-CONTADOR-NUEVOS
           ELSE MOVE WK-NIVEL-ANT                TO WK-NIVEL-ANT-EDIT
                ADD  1                           TO WK-CONTADOR-CAMBIOS
           END-IF.

           MOVE WK-IMPORTE-EFECTIVO              TO WK-IMPORTE-EDIT.

           MOVE SPACES                           TO REG-FICHRIE.
           STRING 'OFICINA [' WK-CLI-OFICINA '] NIF [' WK-CLI-NIF
                  '] NIVEL [' WK-NIVEL-ANT-EDIT ' -> ' WK-NIVEL
                  '] PUNTOS [' WK-PUNTOS '] PAIS [' WK-CLI-PAIS
                  '/' WK-PTS-PAIS '] LISTA [' WK-CLI-SANCION
                  '/' WK-PTS-SANCION '] CLASE [' WK-CLI-CLASE
                  '/' WK-PTS-CLASE '] PRODUCTOS [' WK-NUM-PRODUCTOS
                  '/' WK-PTS-PRODUCTOS '] EFECTIVO ['
                  WK-IMPORTE-EDIT '/' WK-PTS-EFECTIVO
                  '] DIVISA [' WK-NUM-MOV-DIVISA '/' WK-PTS-DIVISA
                  ']'
                  DELIMITED BY SIZE              INTO REG-FICHRIE.

           WRITE REG-FICHRIE.

       FIN-GRABAR-CAMBIO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CALIFICACION DE RIESGO DE CLIENTES'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHRIE-NOMBRE ']'.
           DISPLAY 'CLIENTES CALIFICADOS   [' WK-CONTADOR-CLIENTES
                  ']'.
           DISPLAY 'CALIFICADOS POR 1A VEZ [' WK-CONTADOR-NUEVOS
                  ']'.
           DISPLAY 'CAMBIOS DE NIVEL       [' WK-CONTADOR-CAMBIOS
                  ']'.
           DISPLAY 'NIVEL ALTO             [' WK-CONTADOR-ALTO ']'.
           DISPLAY 'NIVEL MEDIO            [' WK-CONTADOR-MEDIO ']'.
           DISPLAY 'NIVEL BAJO             [' WK-CONTADOR-BAJO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
