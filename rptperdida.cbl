       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTPERDIDA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe trimestral de pérdidas operacionales para riesgos. Se
      * sacan los eventos de banco.perdida_operacional descubiertos en
      * el trimestre, como pide el reporte regulatorio:
      *   - pérdida bruta, recuperada y neta por categoría de evento
      *     y línea de negocio de Basilea, con el total de cada
      *     categoría, y después el total de cada línea;
      *   - los eventos grandes uno por uno, de mayor a menor pérdida
      *     bruta, a partir del umbral de PARAMBATCH;
      *   - cuántos eventos siguen abiertos sin cuantificar (los que
      *     abre BLOQTAR al bloquear una tarjeta por fraude hasta que
      *     las disputas les dan importe).
      * Sólo lee: no hay nada que confirmar.

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
      *    Fichero de salida del informe. Su nombre lleva el año y el
      *    trimestre.
           SELECT FICHPER ASSIGN TO WK-FICHPER-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHPER.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHPER RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHPER                      PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE perdida          END-EXEC.

      * Primer y último día del trimestre (AAAAMMDD).
       01  WK-FEC-INI                        PIC X(08).
       01  WK-FEC-FIN                        PIC X(08).

      * Pérdida bruta desde la que un evento sale en la lista de
      * eventos grandes.
       01  WK-UMBRAL                         PIC S9(10)V99
                                             LEADING SEPARATE
                                             VALUE 10000.

      * Fila de los resúmenes: clave y sumas del grupo.
       01  WK-NUM-EVENTOS                    PIC 9(07).
       01  WK-BRUTO                          PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-RECUP                          PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-NETO                           PIC S9(12)V99
                                             LEADING SEPARATE.

       01  WK-SIN-CUANTIFICAR                PIC 9(07).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'parambatch.cpy'.

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

      * Con RPTPERDIDA_TRIMESTRE (AAAAT, T de 1 a 4) se saca ese
      * trimestre; sin ella, el anterior al de la ejecución.
       01  WK-TRIMESTRE-ENV                  PIC X(05).
       01  WK-TRIMESTRE                      PIC X(05).
       01  WK-TRIMESTRE-9                    REDEFINES WK-TRIMESTRE.
           05  WK-TRI-ANIO                   PIC 9(04).
           05  WK-TRI-NUM                    PIC 9(01).

      * Umbral de evento grande en céntimos, sin coma (PARAMBATCH).
       01  WK-UMBRAL-ENV                     PIC X(12).
       01  WK-UMBRAL-ENV-R                   REDEFINES
           WK-UMBRAL-ENV                     PIC 9(10)V99.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-R                 REDEFINES
           WK-FECHA-ACTUAL.
           05  WK-ACTUAL-ANIO                PIC 9(04).
           05  WK-ACTUAL-MES                 PIC 9(02).
           05  WK-ACTUAL-DIA                 PIC 9(02).

      * Mes y día de comienzo y fin de cada trimestre.
       01  WK-TABLA-TRIMESTRES               PIC X(32) VALUE
                              '01010331040106300701093010011231'.
       01  WK-TABLA-TRIMESTRES-R             REDEFINES
           WK-TABLA-TRIMESTRES.
           05  WK-TRI-LIMITES                OCCURS 4 TIMES.
               10  WK-TRI-INICIO             PIC X(04).
               10  WK-TRI-FIN                PIC X(04).
       01  WK-TRI-ACTUAL                     PIC 9(01).

      * Nombre de la categoría o de la línea para el informe.
       01  WK-NOMBRE                         PIC X(45).

      * Corte de control del resumen por categoría, y totales.
       01  WK-CATEGORIA-ANT                  PIC X(02).
       01  SW-PRIMER-GRUPO                   PIC 9(01) VALUE 1.
           88  PRIMER-GRUPO                  VALUE 1.
           88  NO-PRIMER-GRUPO               VALUE 0.
       01  WK-SUB-EVENTOS                    PIC 9(07).
       01  WK-SUB-BRUTO                      PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-SUB-RECUP                      PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-SUB-NETO                       PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-TOT-EVENTOS                    PIC 9(07) VALUE 0.
       01  WK-TOT-BRUTO                      PIC S9(12)V99
                                             LEADING SEPARATE
                                             VALUE 0.
       01  WK-TOT-RECUP                      PIC S9(12)V99
                                             LEADING SEPARATE
                                             VALUE 0.
       01  WK-TOT-NETO                       PIC S9(12)V99
                                             LEADING SEPARATE
                                             VALUE 0.

      * Puesto del evento en la lista de eventos grandes y pérdida
      * neta del evento.
       01  WK-RANGO                          PIC 9(04) VALUE 0.
       01  WK-EVENTO-NETO                    PIC S9(10)V99
                                             LEADING SEPARATE.

       01  WK-FICHPER-NOMBRE                 PIC X(30).
       01  FS-FICHPER                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.

           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM LISTAR-POR-CATEGORIA    THRU
                        FIN-LISTAR-POR-CATEGORIA
                IF   STAT-OK
                THEN PERFORM LISTAR-POR-LINEA   THRU
                             FIN-LISTAR-POR-LINEA
                END-IF
                IF   STAT-OK
                THEN PERFORM LISTAR-GRANDES     THRU
                             FIN-LISTAR-GRANDES
                END-IF
                IF   STAT-OK
                THEN PERFORM CONTAR-SIN-CUANTIFICAR
                             THRU FIN-CONTAR-SIN-CUANTIFICAR
                END-IF
                PERFORM CERRAR-FICHERO          THRU FIN-CERRAR-FICHERO
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

           MOVE SPACES                          TO WK-TRIMESTRE-ENV.
           ACCEPT WK-TRIMESTRE-ENV              FROM ENVIRONMENT
                                                'RPTPERDIDA_TRIMESTRE'.

           IF   WK-TRIMESTRE-ENV IS NUMERIC
                AND WK-TRIMESTRE-ENV(5:1) >= '1'
                AND WK-TRIMESTRE-ENV(5:1) <= '4'
           THEN MOVE WK-TRIMESTRE-ENV           TO WK-TRIMESTRE
           ELSE IF   WK-TRIMESTRE-ENV NOT = SPACES
                THEN DISPLAY '*** AVISO *** RPTPERDIDA: TRIMESTRE NO '
                             'VALIDO'
                     DISPLAY 'RPTPERDIDA_TRIMESTRE ['
                             WK-TRIMESTRE-ENV ']'
                END-IF
                COMPUTE WK-TRI-ACTUAL = (WK-ACTUAL-MES + 2) / 3
                IF   WK-TRI-ACTUAL = 1
                THEN COMPUTE WK-TRI-ANIO = WK-ACTUAL-ANIO - 1
                     MOVE 4                     TO WK-TRI-NUM
                ELSE MOVE WK-ACTUAL-ANIO        TO WK-TRI-ANIO
                     COMPUTE WK-TRI-NUM = WK-TRI-ACTUAL - 1
                END-IF
           END-IF.

           STRING WK-TRI-ANIO WK-TRI-INICIO(WK-TRI-NUM)
                  DELIMITED BY SIZE        INTO WK-FEC-INI.
           STRING WK-TRI-ANIO WK-TRI-FIN(WK-TRI-NUM)
                  DELIMITED BY SIZE        INTO WK-FEC-FIN.

           STRING 'perdidas-op-' WK-TRIMESTRE '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHPER-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTPERDIDA CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTPERDIDA'                TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTPERDIDA'                    TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'RPTPERDIDA'                    TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

      *    En céntimos, sin coma: 000001000000 son 10.000 euros.
           MOVE 'RPTPERDIDA_UMBRAL'             TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 12                              TO
                PARAMBATCH-E-LONGITUD.
           MOVE '000001000000'                  TO
                PARAMBATCH-E-VALOR-DEFECTO.

           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTPERDIDA LEER-PARAMETROS: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTPERDIDA'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETROS'            TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LEER-PARAMETROS
           END-IF.

           MOVE PARAMBATCH-S-VALOR              TO WK-UMBRAL-ENV.
           IF   WK-UMBRAL-ENV IS NUMERIC
                AND WK-UMBRAL-ENV-R > ZERO
           THEN MOVE WK-UMBRAL-ENV-R            TO WK-UMBRAL
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-TOT-EVENTOS                  TO
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

      *    Da de alta en el catálogo de informes el fichero, como
      *    confidencial: es información de riesgos del banco. El
      *    periodo es el trimestre.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTPERDIDA'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHPER-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.
           MOVE WK-FEC-INI                      TO
                RPTCATAL-E-PERIODO-DESDE.
           MOVE WK-FEC-FIN                      TO
                RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTPERDIDA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHPER-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHPER.

           IF   FS-FICHPER NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTPERDIDA ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHPER-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHPER ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHPER.
           STRING 'PERDIDAS OPERACIONALES DEL TRIMESTRE [' WK-TRIMESTRE
                  '] DESCUBIERTAS DEL [' WK-FEC-INI '] AL ['
                  WK-FEC-FIN ']'
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHPER.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Resumen por categoría de evento y, dentro de cada una, por
      * línea de negocio, con el total de la categoría y el total
      * general del trimestre.
       LISTAR-POR-CATEGORIA.
      *---------------------
           MOVE SPACES                          TO REG-FICHPER.
           WRITE REG-FICHPER.
           MOVE SPACES                          TO REG-FICHPER.
           STRING 'PERDIDAS POR CATEGORIA DE EVENTO Y LINEA DE '
                  'NEGOCIO'
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

           EXEC SQL
                DECLARE CUR-CATEGORIA CURSOR FOR
                SELECT categoria_perdida, linea_perdida,
                       COUNT(*),
                       SUM(importe_bruto_perdida),
                       SUM(importe_recup_perdida),
                       SUM(importe_bruto_perdida
                           - importe_recup_perdida)
                FROM   banco.perdida_operacional
                WHERE  fec_descubre_perdida BETWEEN :WK-FEC-INI
                                                AND :WK-FEC-FIN
                GROUP BY categoria_perdida, linea_perdida
                ORDER BY categoria_perdida, linea_perdida
           END-EXEC.

           EXEC SQL OPEN CUR-CATEGORIA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-POR-CATEGORIA'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-POR-CATEGORIA
           END-IF.

           SET  PRIMER-GRUPO                    TO TRUE.

           PERFORM LEER-CATEGORIA               THRU
                   FIN-LEER-CATEGORIA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CATEGORIA END-EXEC.

           IF   NO-PRIMER-GRUPO
           THEN PERFORM CERRAR-CATEGORIA        THRU
                        FIN-CERRAR-CATEGORIA
           END-IF.

           MOVE SPACES                          TO REG-FICHPER.
           STRING 'TOTAL TRIMESTRE  EVENTOS [' WK-TOT-EVENTOS
                  '] BRUTA [' WK-TOT-BRUTO '] RECUPERADA ['
                  WK-TOT-RECUP '] NETA [' WK-TOT-NETO ']'
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

       FIN-LISTAR-POR-CATEGORIA.
           EXIT.

       LEER-CATEGORIA.
      *---------------
           EXEC SQL
                FETCH CUR-CATEGORIA
                INTO  :PERDIDA-CATEGORIA, :PERDIDA-LINEA,
                      :WK-NUM-EVENTOS, :WK-BRUTO, :WK-RECUP, :WK-NETO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                IF   PRIMER-GRUPO
                     OR PERDIDA-CATEGORIA NOT = WK-CATEGORIA-ANT
                THEN IF   NO-PRIMER-GRUPO
                     THEN PERFORM CERRAR-CATEGORIA
                                  THRU FIN-CERRAR-CATEGORIA
                     END-IF
                     PERFORM ABRIR-CATEGORIA    THRU
                             FIN-ABRIR-CATEGORIA
                END-IF
                ADD  WK-NUM-EVENTOS             TO WK-SUB-EVENTOS
                                                   WK-TOT-EVENTOS
                ADD  WK-BRUTO                   TO WK-SUB-BRUTO
                                                   WK-TOT-BRUTO
                ADD  WK-RECUP                   TO WK-SUB-RECUP
                                                   WK-TOT-RECUP
                ADD  WK-NETO                    TO WK-SUB-NETO
                                                   WK-TOT-NETO
                PERFORM NOMBRAR-LINEA           THRU
                        FIN-NOMBRAR-LINEA
                MOVE SPACES                     TO REG-FICHPER
                STRING '    ' PERDIDA-LINEA ' ' WK-NOMBRE
                       ' EVENTOS [' WK-NUM-EVENTOS '] BRUTA ['
                       WK-BRUTO '] RECUPERADA [' WK-RECUP
                       '] NETA [' WK-NETO ']'
                       DELIMITED BY SIZE        INTO REG-FICHPER
                WRITE REG-FICHPER
           WHEN OTHER
                MOVE 'LEER-CATEGORIA'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-CATEGORIA.
           EXIT.

       ABRIR-CATEGORIA.
      *----------------
           MOVE PERDIDA-CATEGORIA               TO WK-CATEGORIA-ANT.
           MOVE ZERO                            TO WK-SUB-EVENTOS
                                                   WK-SUB-BRUTO
                                                   WK-SUB-RECUP
                                                   WK-SUB-NETO.
           SET  NO-PRIMER-GRUPO                 TO TRUE.

           PERFORM NOMBRAR-CATEGORIA            THRU
                   FIN-NOMBRAR-CATEGORIA.

           MOVE SPACES                          TO REG-FICHPER.
           STRING 'CATEGORIA [' PERDIDA-CATEGORIA '] ' WK-NOMBRE
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

       FIN-ABRIR-CATEGORIA.
           EXIT.

       CERRAR-CATEGORIA.
      *-----------------
           MOVE SPACES                          TO REG-FICHPER.
           STRING '  TOTAL CATEGORIA [' WK-CATEGORIA-ANT '] EVENTOS ['
                  WK-SUB-EVENTOS '] BRUTA [' WK-SUB-BRUTO
                  '] RECUPERADA [' WK-SUB-RECUP '] NETA ['
                  WK-SUB-NETO ']'
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

       FIN-CERRAR-CATEGORIA.
           EXIT.

      * El mismo trimestre visto por línea de negocio.
       LISTAR-POR-LINEA.
      *-----------------
           MOVE SPACES                          TO REG-FICHPER.
           WRITE REG-FICHPER.
           MOVE SPACES                          TO REG-FICHPER.
           STRING 'PERDIDAS POR LINEA DE NEGOCIO'
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

           EXEC SQL
                DECLARE CUR-LINEA CURSOR FOR
                SELECT linea_perdida,
                       COUNT(*),
                       SUM(importe_bruto_perdida),
                       SUM(importe_recup_perdida),
                       SUM(importe_bruto_perdida
                           - importe_recup_perdida)
                FROM   banco.perdida_operacional
                WHERE  fec_descubre_perdida BETWEEN :WK-FEC-INI
                                                AND :WK-FEC-FIN
                GROUP BY linea_perdida
                ORDER BY linea_perdida
           END-EXEC.

           EXEC SQL OPEN CUR-LINEA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-POR-LINEA'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-POR-LINEA
           END-IF.

           PERFORM LEER-LINEA                   THRU FIN-LEER-LINEA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-LINEA END-EXEC.

       FIN-LISTAR-POR-LINEA.
           EXIT.

       LEER-LINEA.
      *-----------
           EXEC SQL
                FETCH CUR-LINEA
                INTO  :PERDIDA-LINEA,
                      :WK-NUM-EVENTOS, :WK-BRUTO, :WK-RECUP, :WK-NETO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM NOMBRAR-LINEA           THRU
                        FIN-NOMBRAR-LINEA
                MOVE SPACES                     TO REG-FICHPER
                STRING '  ' PERDIDA-LINEA ' ' WK-NOMBRE
                       ' EVENTOS [' WK-NUM-EVENTOS '] BRUTA ['
                       WK-BRUTO '] RECUPERADA [' WK-RECUP
                       '] NETA [' WK-NETO ']'
                       DELIMITED BY SIZE        INTO REG-FICHPER
                WRITE REG-FICHPER
           WHEN OTHER
                MOVE 'LEER-LINEA'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-LINEA.
           EXIT.

      * Los eventos grandes del trimestre uno por uno, de mayor a
      * menor pérdida bruta: dos renglones por evento.
       LISTAR-GRANDES.
      *---------------
           MOVE SPACES                          TO REG-FICHPER.
           WRITE REG-FICHPER.
           MOVE SPACES                          TO REG-FICHPER.
           STRING 'EVENTOS CON PERDIDA BRUTA DESDE [' WK-UMBRAL ']'
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

           EXEC SQL
                DECLARE CUR-GRANDES CURSOR FOR
                SELECT id_perdida,
                       DATE_FORMAT(fec_ocurrencia_perdida, '%Y%m%d'),
                       DATE_FORMAT(fec_descubre_perdida, '%Y%m%d'),
                       importe_bruto_perdida, importe_recup_perdida,
                       categoria_perdida, linea_perdida,
                       COALESCE(oficina_perdida, ' '),
                       origen_perdida,
                       COALESCE(referencia_perdida, ' '),
                       COALESCE(descripcion_perdida, ' '),
                       estado_perdida
                FROM   banco.perdida_operacional
                WHERE  fec_descubre_perdida BETWEEN :WK-FEC-INI
                                                AND :WK-FEC-FIN
                AND    importe_bruto_perdida >= :WK-UMBRAL
                ORDER BY importe_bruto_perdida DESC, id_perdida
           END-EXEC.

           EXEC SQL OPEN CUR-GRANDES END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-GRANDES'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-GRANDES
           END-IF.

           PERFORM LEER-GRANDE                  THRU FIN-LEER-GRANDE
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-GRANDES END-EXEC.

           MOVE SPACES                          TO REG-FICHPER.
           STRING '  TOTAL [' WK-RANGO '] EVENTOS GRANDES'
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

       FIN-LISTAR-GRANDES.
           EXIT.

       LEER-GRANDE.
      *------------
           EXEC SQL
                FETCH CUR-GRANDES
                INTO  :PERDIDA-ID,
                      :PERDIDA-FEC-OCURRENCIA, :PERDIDA-FEC-DESCUBRE,
                      :PERDIDA-IMPORTE-BRUTO, :PERDIDA-IMPORTE-RECUP,
                      :PERDIDA-CATEGORIA, :PERDIDA-LINEA,
                      :PERDIDA-OFICINA, :PERDIDA-ORIGEN,
                      :PERDIDA-REFERENCIA, :PERDIDA-DESCRIPCION,
                      :PERDIDA-ESTADO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                          TO WK-RANGO
                COMPUTE WK-EVENTO-NETO = PERDIDA-IMPORTE-BRUTO
                                       - PERDIDA-IMPORTE-RECUP
                MOVE SPACES                     TO REG-FICHPER
                STRING '  [' WK-RANGO '] EVENTO [' PERDIDA-ID
                       '] CATEGORIA [' PERDIDA-CATEGORIA '] LINEA ['
                       PERDIDA-LINEA '] OFICINA [' PERDIDA-OFICINA
                       '] OCURRIDO [' PERDIDA-FEC-OCURRENCIA
                       '] DESCUBIERTO [' PERDIDA-FEC-DESCUBRE
                       '] ESTADO [' PERDIDA-ESTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHPER
                WRITE REG-FICHPER
                MOVE SPACES                     TO REG-FICHPER
                STRING '         BRUTA [' PERDIDA-IMPORTE-BRUTO
                       '] RECUPERADA [' PERDIDA-IMPORTE-RECUP
                       '] NETA [' WK-EVENTO-NETO '] ORIGEN ['
                       PERDIDA-ORIGEN ' ' PERDIDA-REFERENCIA '] '
                       PERDIDA-DESCRIPCION
                       DELIMITED BY SIZE        INTO REG-FICHPER
                WRITE REG-FICHPER
           WHEN OTHER
                MOVE 'LEER-GRANDE'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-GRANDE.
           EXIT.

      * Eventos abiertos sin importe todavía, de cualquier fecha: son
      * pérdidas que aún no se pueden sumar al trimestre.
       CONTAR-SIN-CUANTIFICAR.
      *-----------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-SIN-CUANTIFICAR
                FROM   banco.perdida_operacional
                WHERE  estado_perdida        = 'A'
                AND    importe_bruto_perdida = 0
                AND    fec_descubre_perdida <= :WK-FEC-FIN
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONTAR-SIN-CUANTIFICAR'   TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONTAR-SIN-CUANTIFICAR
           END-IF.

           MOVE SPACES                          TO REG-FICHPER.
           WRITE REG-FICHPER.
           MOVE SPACES                          TO REG-FICHPER.
           STRING 'EVENTOS ABIERTOS PENDIENTES DE CUANTIFICAR ['
                  WK-SIN-CUANTIFICAR ']'
                  DELIMITED BY SIZE             INTO REG-FICHPER.
           WRITE REG-FICHPER.

       FIN-CONTAR-SIN-CUANTIFICAR.
           EXIT.

       NOMBRAR-CATEGORIA.
      *------------------
           EVALUATE TRUE
           WHEN PERDIDA-CAT-FRAUDE-INT
                MOVE 'FRAUDE INTERNO'            TO WK-NOMBRE
           WHEN PERDIDA-CAT-FRAUDE-EXT
                MOVE 'FRAUDE EXTERNO'            TO WK-NOMBRE
           WHEN PERDIDA-CAT-LABORAL
                MOVE 'RELACIONES LABORALES Y SEGURIDAD'
                                                 TO WK-NOMBRE
           WHEN PERDIDA-CAT-CLIENTES
                MOVE 'CLIENTES, PRODUCTOS Y PRACTICAS EMPRESARIALES'
                                                 TO WK-NOMBRE
           WHEN PERDIDA-CAT-DANOS
                MOVE 'DANOS A ACTIVOS MATERIALES' TO WK-NOMBRE
           WHEN PERDIDA-CAT-SISTEMAS
                MOVE 'INCIDENCIAS DEL NEGOCIO Y FALLOS DE SISTEMAS'
                                                 TO WK-NOMBRE
           WHEN PERDIDA-CAT-PROCESOS
                MOVE 'EJECUCION, ENTREGA Y GESTION DE PROCESOS'
                                                 TO WK-NOMBRE
           WHEN OTHER
                MOVE 'CATEGORIA DESCONOCIDA'     TO WK-NOMBRE
           END-EVALUATE.

       FIN-NOMBRAR-CATEGORIA.
           EXIT.

       NOMBRAR-LINEA.
      *--------------
           EVALUATE TRUE
           WHEN PERDIDA-LIN-FINANZAS
                MOVE 'FINANZAS CORPORATIVAS'     TO WK-NOMBRE
           WHEN PERDIDA-LIN-NEGOCIACION
                MOVE 'NEGOCIACION Y VENTAS'      TO WK-NOMBRE
           WHEN PERDIDA-LIN-MINORISTA
                MOVE 'BANCA MINORISTA'           TO WK-NOMBRE
           WHEN PERDIDA-LIN-COMERCIAL
                MOVE 'BANCA COMERCIAL'           TO WK-NOMBRE
           WHEN PERDIDA-LIN-PAGOS
                MOVE 'PAGOS Y LIQUIDACION'       TO WK-NOMBRE
           WHEN PERDIDA-LIN-AGENCIA
                MOVE 'SERVICIOS DE AGENCIA'      TO WK-NOMBRE
           WHEN PERDIDA-LIN-ACTIVOS
                MOVE 'GESTION DE ACTIVOS'        TO WK-NOMBRE
           WHEN PERDIDA-LIN-INTERMEDIA
                MOVE 'INTERMEDIACION MINORISTA'  TO WK-NOMBRE
           WHEN OTHER
                MOVE 'LINEA DESCONOCIDA'         TO WK-NOMBRE
           END-EVALUATE.

       FIN-NOMBRAR-LINEA.
           EXIT.

      *    No hay nada que deshacer: el error se avisa y queda en
      *    LOGERR en el acto.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTPERDIDA ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

           MOVE 'RPTPERDIDA'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'INFORME TRIMESTRAL DE PERDIDAS OPERACIONALES'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'TRIMESTRE            [' WK-TRIMESTRE ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHPER-NOMBRE ']'.
           DISPLAY 'EVENTOS              [' WK-TOT-EVENTOS ']'.
           DISPLAY 'PERDIDA BRUTA        [' WK-TOT-BRUTO ']'.
           DISPLAY 'PERDIDA NETA         [' WK-TOT-NETO ']'.
           DISPLAY 'EVENTOS GRANDES      [' WK-RANGO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
