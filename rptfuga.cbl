       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTFUGA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Alerta temprana de fuga de clientes. Cada mes puntúa a todos
      * los clientes vivos con alguna cuenta activa como titular o
      * cotitular por las señales de que se están yendo:
      *   - el saldo de sus cuentas en la foto de SALDOHIST del mes ha
      *     caído más de un porcentaje sobre la de unos meses antes;
      *   - la nómina domiciliada o los abonos por transferencia que
      *     llegaban todos los meses han dejado de llegar;
      *   - mandatos de sus cuentas revocados en el mes (REVOCAMAN);
      *   - tarjetas suyas dadas de baja en el mes (BAJATAR);
      *   - transferencias del mes a cuentas propias en otra entidad:
      *     las SWIFT a un beneficiario con su mismo nombre o a una
      *     cuenta suya que conste en un traslado;
      *   - un traslado de cuenta saliente en curso o cerrado en el
      *     mes;
      *   - reclamaciones recibidas en los últimos días.
      * Los que llegan al umbral quedan en banco.alerta_fuga y salen
      * en una lista de retención por oficina y otra por gestor,
      * ordenadas de mayor a menor puntuación y con los motivos. Al
      * final se sigue a los señalados el mes anterior: si se han ido
      * (sin cuentas activas), si siguen en riesgo o si se han
      * recuperado. Volver a sacar un mes sustituye sus alertas.

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
      *    Fichero de salida: lista por oficina, lista por gestor y
      *    seguimiento del mes anterior. Su nombre lleva el mes.
           SELECT FICHFUGA ASSIGN TO WK-FICHFUGA-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHFUGA.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHFUGA RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHFUGA                     PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE alertafuga       END-EXEC.

      * Mes del informe (AAAAMM), el anterior y los días primero y
      * último (AAAAMMDD) del mes y del mes de referencia con el que
      * se compara el saldo.
       01  WK-MES                            PIC X(06).
       01  WK-MES-ANT                        PIC X(06).
       01  WK-FEC-INI-MES                    PIC X(08).
       01  WK-FEC-FIN-MES                    PIC X(08).
       01  WK-FEC-INI-REF                    PIC X(08).
       01  WK-FEC-FIN-REF                    PIC X(08).
       01  WK-ID-EJEC                        PIC 9(10).

      * Parámetros que entran en las consultas.
       01  WK-DIAS-NOMINA                    PIC 9(03) VALUE 40.
       01  WK-DIAS-RECLAMA                   PIC 9(03) VALUE 90.

      * Fila del cursor de puntuación: el cliente y sus señales.
       01  WK-CLI-ID                         PIC 9(10).
       01  WK-CLI-NIF                        PIC X(10).
       01  WK-CLI-NOM                        PIC X(57).
       01  WK-CLI-OFICINA                    PIC X(04).
       01  WK-CLI-GESTOR                     PIC X(08).
       01  WK-SALDO-FIN                      PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-SALDO-REF                      PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-NOMINAS-PARADAS                PIC 9(05).
       01  WK-MESES-CON-ABONO                PIC 9(05).
       01  WK-ABONOS-MES                     PIC 9(05).
       01  WK-MANDATOS-REVOCADOS             PIC 9(05).
       01  WK-TARJETAS-BAJA                  PIC 9(05).
       01  WK-TRF-PROPIAS                    PIC 9(05).
       01  WK-TRASLADOS-SALIDA               PIC 9(05).
       01  WK-RECLAMACIONES                  PIC 9(05).

      * Listas y seguimiento: nombre del gestor, cuentas activas que
      * le quedan al cliente y su puntuación de este mes (cero si no
      * ha vuelto a salir).
       01  WK-GESTOR-NOM                     PIC X(40).
       01  WK-CUENTAS-ACTIVAS                PIC 9(05).
       01  WK-PUNTUACION-ACTUAL              PIC 9(03).
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

      * Con RPTFUGA_MES (AAAAMM) se saca ese mes; sin ella, el mes
      * anterior al de la ejecución.
       01  WK-MES-ENV                        PIC X(06).

      * Parámetros del lote (PARAMBATCH): meses hacia atrás de la
      * foto de saldo con la que se compara, caída de saldo en
      * porcentaje y saldo mínimo de referencia para que la caída
      * cuente, días sin nómina para darla por parada, días hacia
      * atrás de las reclamaciones y puntuación mínima para salir.
       01  WK-MESES-SALDO                    PIC 9(02) VALUE 3.
       01  WK-CAIDA-SALDO                    PIC 9(03) VALUE 30.
       01  WK-SALDO-MINIMO                   PIC 9(10)V99 VALUE 1000.
       01  WK-UMBRAL                         PIC 9(03) VALUE 30.
       01  WK-MESES-SALDO-ENV                PIC X(02).
       01  WK-CAIDA-SALDO-ENV                PIC X(03).
       01  WK-SALDO-MINIMO-ENV               PIC X(12).
       01  WK-SALDO-MINIMO-ENV-R             REDEFINES
           WK-SALDO-MINIMO-ENV               PIC 9(10)V99.
       01  WK-DIAS-NOMINA-ENV                PIC X(03).
       01  WK-DIAS-RECLAMA-ENV               PIC X(03).
       01  WK-UMBRAL-ENV                     PIC X(03).

      * Peso de cada señal en la puntuación. Las que casi siempre
      * preceden a la baja (traslado saliente, nómina que se va)
      * pesan más que las que pueden tener otra explicación.
       01  WK-PESO-SALDO                     PIC 9(03) VALUE 25.
       01  WK-PESO-INGRESOS                  PIC 9(03) VALUE 30.
       01  WK-PESO-MANDATOS                  PIC 9(03) VALUE 10.
       01  WK-PESO-TARJETAS                  PIC 9(03) VALUE 10.
       01  WK-PESO-TRF-PROPIA                PIC 9(03) VALUE 20.
       01  WK-PESO-TRASLADO                  PIC 9(03) VALUE 40.
       01  WK-PESO-RECLAMA                   PIC 9(03) VALUE 15.

      * Saldo por debajo del cual la foto del mes cuenta como caída.
       01  WK-SALDO-LIMITE                   PIC S9(14)V99.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-R                 REDEFINES
           WK-FECHA-ACTUAL.
           05  WK-ACTUAL-ANIO                PIC 9(04).
           05  WK-ACTUAL-MES                 PIC 9(02).
           05  WK-ACTUAL-DIA                 PIC 9(02).

      * Año y mes del informe, del anterior y del de referencia.
       01  WK-MES-9.
           05  WK-MES-ANIO                   PIC 9(04).
           05  WK-MES-MM                     PIC 9(02).
       01  WK-MES-ANT-9.
           05  WK-MES-ANT-ANIO               PIC 9(04).
           05  WK-MES-ANT-MM                 PIC 9(02).
       01  WK-MES-REF-9.
           05  WK-MES-REF-ANIO               PIC 9(04).
           05  WK-MES-REF-MM                 PIC 9(02).
       01  WK-MESES-TOTAL                    PIC 9(06).

      * Días de cada mes; febrero se corrige en los bisiestos.
       01  WK-TABLA-DIAS                     PIC X(24) VALUE
                                             '312831303130313130313031'.
       01  WK-TABLA-DIAS-R                   REDEFINES WK-TABLA-DIAS.
           05  WK-DIAS-MES                   PIC 9(02) OCCURS 12 TIMES.
       01  WK-CAL-ANIO                       PIC 9(04).
       01  WK-CAL-MM                         PIC 9(02).
       01  WK-ULTIMO-DIA                     PIC 9(02).
       01  WK-COCIENTE                       PIC 9(06).
       01  WK-RESTO-4                        PIC 9(04).
       01  WK-RESTO-100                      PIC 9(04).
       01  WK-RESTO-400                      PIC 9(04).

      * Motivos de la alerta en texto, para la segunda línea.
       01  WK-MOTIVO                         PIC X(150).
       01  WK-MOTIVO-PTR                     PIC 9(03).

      * Corte de control de las listas: oficina o gestor en curso,
      * puesto del cliente dentro de él y clientes que lleva.
       01  WK-OFICINA-ANT                    PIC X(04).
       01  WK-GESTOR-ANT                     PIC X(08).
       01  SW-PRIMER-GRUPO                   PIC 9(01) VALUE 1.
           88  PRIMER-GRUPO                  VALUE 1.
           88  NO-PRIMER-GRUPO               VALUE 0.
       01  WK-RANGO                          PIC 9(04).

      * Situación de un señalado el mes anterior.
       01  WK-SITUACION                      PIC X(01).
           88  SITUACION-IDO                 VALUE 'I'.
           88  SITUACION-SIGUE               VALUE 'S'.
           88  SITUACION-RECUPERADO          VALUE 'R'.

       01  WK-FICHFUGA-NOMBRE                PIC X(30).
       01  FS-FICHFUGA                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Clientes puntuados y señalados este mes, y qué fue de los
      * señalados el mes anterior.
       01  WK-CONTADOR-CLIENTES              PIC 9(07) VALUE 0.
       01  WK-CONTADOR-ALERTAS               PIC 9(07) VALUE 0.
       01  WK-CONTADOR-SEGUIDOS              PIC 9(07) VALUE 0.
       01  WK-CONTADOR-IDOS                  PIC 9(07) VALUE 0.
       01  WK-CONTADOR-SIGUEN                PIC 9(07) VALUE 0.
       01  WK-CONTADOR-RECUPERADOS           PIC 9(07) VALUE 0.

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
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM CALCULAR-REFERENCIA     THRU
                        FIN-CALCULAR-REFERENCIA
                PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM BORRAR-MES              THRU FIN-BORRAR-MES
                IF   STAT-OK
                THEN PERFORM PUNTUAR-CLIENTES   THRU
                             FIN-PUNTUAR-CLIENTES
                END-IF
                IF   STAT-OK
                THEN PERFORM LISTAR-POR-OFICINA THRU
                             FIN-LISTAR-POR-OFICINA
                END-IF
                IF   STAT-OK
                THEN PERFORM LISTAR-POR-GESTOR  THRU
                             FIN-LISTAR-POR-GESTOR
                END-IF
                IF   STAT-OK
                THEN PERFORM SEGUIR-MES-ANTERIOR
                             THRU FIN-SEGUIR-MES-ANTERIOR
                END-IF
                PERFORM CERRAR-FICHERO          THRU FIN-CERRAR-FICHERO
           END-IF.

      *    Las alertas del mes sólo se confirman si el informe salió
      *    entero.
           IF   STAT-OK
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           ELSE PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
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

           MOVE SPACES                          TO WK-MES-ENV.
           ACCEPT WK-MES-ENV                    FROM ENVIRONMENT
                                                'RPTFUGA_MES'.

           IF   WK-MES-ENV IS NUMERIC
                AND WK-MES-ENV(5:2) >= '01'
                AND WK-MES-ENV(5:2) <= '12'
           THEN MOVE WK-MES-ENV                 TO WK-MES-9
           ELSE IF   WK-MES-ENV NOT = SPACES
                THEN DISPLAY '*** AVISO *** RPTFUGA: MES NO VALIDO'
                     DISPLAY 'RPTFUGA_MES [' WK-MES-ENV ']'
                END-IF
                IF   WK-ACTUAL-MES = 1
                THEN COMPUTE WK-MES-ANIO = WK-ACTUAL-ANIO - 1
                     MOVE 12                    TO WK-MES-MM
                ELSE MOVE WK-ACTUAL-ANIO        TO WK-MES-ANIO
                     COMPUTE WK-MES-MM = WK-ACTUAL-MES - 1
                END-IF
           END-IF.

           IF   WK-MES-MM = 1
           THEN COMPUTE WK-MES-ANT-ANIO = WK-MES-ANIO - 1
                MOVE 12                         TO WK-MES-ANT-MM
           ELSE MOVE WK-MES-ANIO                TO WK-MES-ANT-ANIO
                COMPUTE WK-MES-ANT-MM = WK-MES-MM - 1
           END-IF.

           MOVE WK-MES-9                        TO WK-MES.
           MOVE WK-MES-ANT-9                    TO WK-MES-ANT.

           MOVE WK-MES-ANIO                     TO WK-CAL-ANIO.
           MOVE WK-MES-MM                       TO WK-CAL-MM.
           PERFORM CALCULAR-ULTIMO-DIA          THRU
                   FIN-CALCULAR-ULTIMO-DIA.

           STRING WK-MES '01'
                  DELIMITED BY SIZE        INTO WK-FEC-INI-MES.
           STRING WK-MES WK-ULTIMO-DIA
                  DELIMITED BY SIZE        INTO WK-FEC-FIN-MES.

           STRING 'alerta-fuga-' WK-MES '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHFUGA-NOMBRE.

       FIN-INICIALIZAR.
           EXIT.

      *    Último día del mes WK-CAL-MM de WK-CAL-ANIO: febrero tiene
      *    29 en los años divisibles por 4, salvo los seculares no
      *    divisibles por 400.
       CALCULAR-ULTIMO-DIA.
      *--------------------
           MOVE WK-DIAS-MES(WK-CAL-MM)          TO WK-ULTIMO-DIA.
           IF   WK-CAL-MM = 2
           THEN DIVIDE WK-CAL-ANIO BY 4   GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-4
                DIVIDE WK-CAL-ANIO BY 100 GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-100
                DIVIDE WK-CAL-ANIO BY 400 GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-400
                IF   (WK-RESTO-4 = 0 AND WK-RESTO-100 NOT = 0)
                     OR WK-RESTO-400 = 0
                THEN MOVE 29                    TO WK-ULTIMO-DIA
                END-IF
           END-IF.

       FIN-CALCULAR-ULTIMO-DIA.
           EXIT.

      *    Mes de referencia: WK-MESES-SALDO meses antes del del
      *    informe. Su foto de saldo es contra la que se mide la
      *    caída, y desde su primer día se buscan la nómina y los
      *    abonos que llegaban con regularidad.
       CALCULAR-REFERENCIA.
      *--------------------
           COMPUTE WK-MESES-TOTAL = WK-MES-ANIO * 12 + WK-MES-MM - 1
                                  - WK-MESES-SALDO.
           DIVIDE WK-MESES-TOTAL BY 12    GIVING WK-MES-REF-ANIO
                                          REMAINDER WK-MES-REF-MM.
           ADD  1                               TO WK-MES-REF-MM.

           MOVE WK-MES-REF-ANIO                 TO WK-CAL-ANIO.
           MOVE WK-MES-REF-MM                   TO WK-CAL-MM.
           PERFORM CALCULAR-ULTIMO-DIA          THRU
                   FIN-CALCULAR-ULTIMO-DIA.

           STRING WK-MES-REF-9 '01'
                  DELIMITED BY SIZE        INTO WK-FEC-INI-REF.
           STRING WK-MES-REF-9 WK-ULTIMO-DIA
                  DELIMITED BY SIZE        INTO WK-FEC-FIN-REF.

       FIN-CALCULAR-REFERENCIA.
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
                DISPLAY '*** FATAL *** RPTFUGA CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTFUGA'                   TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTFUGA'                       TO BATLOG-E-PROGRAMA.

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
           MOVE 'RPTFUGA'                       TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTFUGA_MESES_SALDO'           TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '03'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-MESES-SALDO-ENV.
           IF   WK-MESES-SALDO-ENV IS NUMERIC
                AND WK-MESES-SALDO-ENV >= '01'
                AND WK-MESES-SALDO-ENV <= '12'
           THEN MOVE WK-MESES-SALDO-ENV         TO WK-MESES-SALDO
           END-IF.

           MOVE 'RPTFUGA_CAIDA_SALDO'           TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '030'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-CAIDA-SALDO-ENV.
           IF   WK-CAIDA-SALDO-ENV IS NUMERIC
                AND WK-CAIDA-SALDO-ENV >  '000'
                AND WK-CAIDA-SALDO-ENV <= '100'
           THEN MOVE WK-CAIDA-SALDO-ENV         TO WK-CAIDA-SALDO
           END-IF.

      *    En céntimos, sin coma: 000000100000 son 1.000 euros.
           MOVE 'RPTFUGA_SALDO_MINIMO'          TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 12                              TO
                PARAMBATCH-E-LONGITUD.
           MOVE '000000100000'                  TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-SALDO-MINIMO-ENV.
           IF   WK-SALDO-MINIMO-ENV IS NUMERIC
           THEN MOVE WK-SALDO-MINIMO-ENV-R      TO WK-SALDO-MINIMO
           END-IF.

           MOVE 'RPTFUGA_DIAS_NOMINA'           TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '040'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-NOMINA-ENV.
           IF   WK-DIAS-NOMINA-ENV IS NUMERIC
                AND WK-DIAS-NOMINA-ENV NOT = '000'
           THEN MOVE WK-DIAS-NOMINA-ENV         TO WK-DIAS-NOMINA
           END-IF.

           MOVE 'RPTFUGA_DIAS_RECLAMA'          TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '090'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-RECLAMA-ENV.
           IF   WK-DIAS-RECLAMA-ENV IS NUMERIC
                AND WK-DIAS-RECLAMA-ENV NOT = '000'
           THEN MOVE WK-DIAS-RECLAMA-ENV        TO WK-DIAS-RECLAMA
           END-IF.

           MOVE 'RPTFUGA_UMBRAL'                TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '030'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-UMBRAL-ENV.
           IF   WK-UMBRAL-ENV IS NUMERIC
                AND WK-UMBRAL-ENV NOT = '000'
           THEN MOVE WK-UMBRAL-ENV              TO WK-UMBRAL
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTFUGA LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTFUGA'                    TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.
       FIN-LEER-PARAMETRO.
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

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR            TO TRUE.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.

      *    Da de alta en el catálogo de informes el fichero, como
      *    confidencial: lleva datos personales y de negocio de cada
      *    cliente. El periodo es el mes del informe.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTFUGA'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHFUGA-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.
           MOVE WK-FEC-INI-MES                  TO
                RPTCATAL-E-PERIODO-DESDE.
           MOVE WK-FEC-FIN-MES                  TO
                RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTFUGA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHFUGA-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHFUGA.

           IF   FS-FICHFUGA NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTFUGA ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHFUGA-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHFUGA ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHFUGA.
           STRING 'ALERTA DE FUGA DE CLIENTES DEL MES [' WK-MES
                  '] UMBRAL [' WK-UMBRAL '] SALDO COMPARADO CON ['
                  WK-MES-REF-9 '] CAIDA [' WK-CAIDA-SALDO '%]'
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHFUGA.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Volver a sacar un mes sustituye sus alertas: se quitan las
      *    de la ejecución anterior antes de puntuar de nuevo.
       BORRAR-MES.
      *-----------
           EXEC SQL
                DELETE FROM banco.alerta_fuga
                WHERE  mes_alerta = :WK-MES
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS AND NOT SQL-NODATA
           THEN MOVE 'BORRAR-MES'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-BORRAR-MES.
           EXIT.

      * Un cliente por fila con cada señal contada. Sus cuentas son
      * las que tiene como titular o cotitular; el saldo de cada
      * foto es la suma de la última foto de cada cuenta dentro del
      * mes. El gestor es el que tenía asignado el último día del
      * mes.
       PUNTUAR-CLIENTES.
      *-----------------
           EXEC SQL
                DECLARE CUR-FUGA CURSOR FOR
                SELECT C.id_cliente, C.nif_cliente,
                       COALESCE(C.oficina_cliente, ' '),
                       COALESCE((SELECT A.cod_gestor
                                 FROM   banco.cliente_gestor A
                                 WHERE  A.id_cliente = C.id_cliente
                                 AND    A.fec_ini_asig <=
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')
                                 AND   (A.fec_fin_asig IS NULL
                                        OR A.fec_fin_asig >
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'))
                                 ORDER BY A.fec_ini_asig DESC
                                 LIMIT 1), ' '),
                       COALESCE((SELECT SUM(H.saldo)
                                 FROM   banco.cliente_rln_cuenta R,
                                        banco.saldo_historico H
                                 WHERE  R.id_cliente = C.id_cliente
                                 AND    R.tip_rln    IN ('T','C')
                                 AND    H.id_medio   = R.id_medio
                                 AND    H.tip_med    = 'C'
                                 AND    H.fec_snapshot =
                                        (SELECT MAX(H2.fec_snapshot)
                                         FROM banco.saldo_historico H2
                                         WHERE H2.id_medio = H.id_medio
                                         AND   H2.tip_med  = 'C'
                                         AND   H2.fec_snapshot BETWEEN
                                         STR_TO_DATE(:WK-FEC-INI-MES,
                                                     '%Y%m%d') AND
                                         STR_TO_DATE(:WK-FEC-FIN-MES,
                                                     '%Y%m%d'))), 0),
                       COALESCE((SELECT SUM(H.saldo)
                                 FROM   banco.cliente_rln_cuenta R,
                                        banco.saldo_historico H
                                 WHERE  R.id_cliente = C.id_cliente
                                 AND    R.tip_rln    IN ('T','C')
                                 AND    H.id_medio   = R.id_medio
                                 AND    H.tip_med    = 'C'
                                 AND    H.fec_snapshot =
                                        (SELECT MAX(H2.fec_snapshot)
                                         FROM banco.saldo_historico H2
                                         WHERE H2.id_medio = H.id_medio
                                         AND   H2.tip_med  = 'C'
                                         AND   H2.fec_snapshot BETWEEN
                                         STR_TO_DATE(:WK-FEC-INI-REF,
                                                     '%Y%m%d') AND
                                         STR_TO_DATE(:WK-FEC-FIN-REF,
                                                     '%Y%m%d'))), 0),
                       (SELECT COUNT(*)
                        FROM   banco.cliente_rln_cuenta R,
                               banco.nomina_domiciliada N
                        WHERE  R.id_cliente     = C.id_cliente
                        AND    R.tip_rln        IN ('T','C')
                        AND    N.id_medio       = R.id_medio
                        AND    N.fec_ult_nomina >=
                               STR_TO_DATE(:WK-FEC-INI-REF, '%Y%m%d')
                        AND    N.fec_ult_nomina <
                               DATE_SUB(STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'),
                                        INTERVAL :WK-DIAS-NOMINA DAY)),
                       (SELECT COUNT(DISTINCT
                                     DATE_FORMAT(M.fec_mov, '%Y%m'))
                        FROM   banco.cliente_rln_cuenta R,
                               banco.movimiento M
                        WHERE  R.id_cliente   = C.id_cliente
                        AND    R.tip_rln      IN ('T','C')
                        AND    M.id_medio     = R.id_medio
                        AND    M.importe_mov  > 0
                        AND    M.cod_cnpt_mov = 'TRF'
                        AND    M.fec_mov >=
                               STR_TO_DATE(:WK-FEC-INI-REF, '%Y%m%d')
                        AND    M.fec_mov <
                               STR_TO_DATE(:WK-FEC-INI-MES, '%Y%m%d')),
                       (SELECT COUNT(*)
                        FROM   banco.cliente_rln_cuenta R,
                               banco.movimiento M
                        WHERE  R.id_cliente   = C.id_cliente
                        AND    R.tip_rln      IN ('T','C')
                        AND    M.id_medio     = R.id_medio
                        AND    M.importe_mov  > 0
                        AND    M.cod_cnpt_mov = 'TRF'
                        AND    M.fec_mov >=
                               STR_TO_DATE(:WK-FEC-INI-MES, '%Y%m%d')
                        AND    M.fec_mov <
                               DATE_ADD(STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'),
                                        INTERVAL 1 DAY)),
                       (SELECT COUNT(*)
                        FROM   banco.cliente_rln_cuenta R,
                               banco.mandato D
                        WHERE  R.id_cliente   = C.id_cliente
                        AND    R.tip_rln      IN ('T','C')
                        AND    D.id_medio_cta = R.id_medio
                        AND    D.fec_revoca_mandato BETWEEN
                               STR_TO_DATE(:WK-FEC-INI-MES, '%Y%m%d')
                               AND
                               STR_TO_DATE(:WK-FEC-FIN-MES, '%Y%m%d')),
                       (SELECT COUNT(*)
                        FROM   banco.tarjeta T
                        WHERE  T.id_cliente     = C.id_cliente
                        AND    T.estado_tarjeta = 'B'
                        AND    T.fec_baja_tarjeta >=
                               STR_TO_DATE(:WK-FEC-INI-MES, '%Y%m%d')
                        AND    T.fec_baja_tarjeta <
                               DATE_ADD(STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'),
                                        INTERVAL 1 DAY)),
                       (SELECT COUNT(*)
                        FROM   banco.cliente_rln_cuenta R,
                               banco.transferencia_swift S
                        WHERE  R.id_cliente   = C.id_cliente
                        AND    R.tip_rln      IN ('T','C')
                        AND    S.id_medio_cta = R.id_medio
                        AND    S.estado_trf   <> 'D'
                        AND    S.fec_alta_trf BETWEEN
                               STR_TO_DATE(:WK-FEC-INI-MES, '%Y%m%d')
                               AND
                               STR_TO_DATE(:WK-FEC-FIN-MES, '%Y%m%d')
                        AND   (UPPER(TRIM(S.nom_benef_trf)) =
                               UPPER(TRIM(C.nom_cliente))
                               OR S.cta_benef_trf IN
                                  (SELECT X.cta_otra_traslado
                                   FROM   banco.traslado_cuenta X
                                   WHERE  X.id_cliente =
                                          C.id_cliente))),
                       (SELECT COUNT(*)
                        FROM   banco.traslado_cuenta X
                        WHERE  X.id_cliente       = C.id_cliente
                        AND    X.sentido_traslado = 'S'
                        AND   (X.estado_traslado IN ('A','S','I')
                               OR (X.estado_traslado = 'C'
                                   AND X.fec_fin_traslado BETWEEN
                                   STR_TO_DATE(:WK-FEC-INI-MES,
                                               '%Y%m%d') AND
                                   STR_TO_DATE(:WK-FEC-FIN-MES,
                                               '%Y%m%d')))),
                       (SELECT COUNT(*)
                        FROM   banco.reclamacion Q
                        WHERE  Q.nif_reclamacion = C.nif_cliente
                        AND    Q.fec_recepcion_reclamacion >
                               DATE_SUB(STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'),
                                        INTERVAL :WK-DIAS-RECLAMA DAY)
                        AND    Q.fec_recepcion_reclamacion <=
                               STR_TO_DATE(:WK-FEC-FIN-MES, '%Y%m%d'))
                FROM   banco.cliente C
                WHERE  C.fecha_fallecimiento_cliente IS NULL
                AND    EXISTS
                       (SELECT 1
                        FROM   banco.cliente_rln_cuenta R,
                               banco.cuenta CT
                        WHERE  R.id_cliente     = C.id_cliente
                        AND    R.tip_rln        IN ('T','C')
                        AND    CT.id_medio      = R.id_medio
                        AND    CT.estado_cuenta = 'A')
                ORDER BY C.id_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-FUGA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'PUNTUAR-CLIENTES'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-PUNTUAR-CLIENTES
           END-IF.

           PERFORM LEER-CLIENTE                 THRU FIN-LEER-CLIENTE
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-FUGA END-EXEC.

       FIN-PUNTUAR-CLIENTES.
           EXIT.

       LEER-CLIENTE.
      *-------------
           EXEC SQL
                FETCH CUR-FUGA
                INTO  :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-OFICINA,
                      :WK-CLI-GESTOR, :WK-SALDO-FIN, :WK-SALDO-REF,
                      :WK-NOMINAS-PARADAS, :WK-MESES-CON-ABONO,
                      :WK-ABONOS-MES, :WK-MANDATOS-REVOCADOS,
                      :WK-TARJETAS-BAJA, :WK-TRF-PROPIAS,
                      :WK-TRASLADOS-SALIDA, :WK-RECLAMACIONES
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM TRATAR-CLIENTE          THRU
                        FIN-TRATAR-CLIENTE
           WHEN OTHER
                MOVE 'LEER-CLIENTE'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-CLIENTE.
           EXIT.

      *    Suma el peso de cada señal presente. Los ingresos cuentan
      *    como parados si una nómina que llegaba desde el mes de
      *    referencia lleva más de WK-DIAS-NOMINA días sin llegar, o
      *    si hubo abonos por transferencia todos los meses desde el
      *    de referencia y ninguno en el del informe.
       TRATAR-CLIENTE.
      *---------------
           ADD  1                               TO WK-CONTADOR-CLIENTES.

           INITIALIZE                           REG-ALERTAFUGA.
           MOVE 'NNNNNNN'                       TO ALERTAFUGA-MOTIVOS.

           COMPUTE WK-SALDO-LIMITE ROUNDED =
                   WK-SALDO-REF * (100 - WK-CAIDA-SALDO) / 100.
           IF   WK-SALDO-REF >= WK-SALDO-MINIMO
                AND WK-SALDO-FIN < WK-SALDO-LIMITE
           THEN SET  ALERTAFUGA-SALDO-SI        TO TRUE
                ADD  WK-PESO-SALDO              TO
                     ALERTAFUGA-PUNTUACION
           END-IF.

           IF   WK-NOMINAS-PARADAS > 0
                OR (WK-MESES-CON-ABONO >= WK-MESES-SALDO
                    AND WK-ABONOS-MES = 0)
           THEN SET  ALERTAFUGA-INGRESOS-SI     TO TRUE
                ADD  WK-PESO-INGRESOS           TO
                     ALERTAFUGA-PUNTUACION
           END-IF.

           IF   WK-MANDATOS-REVOCADOS > 0
           THEN SET  ALERTAFUGA-MANDATOS-SI     TO TRUE
                ADD  WK-PESO-MANDATOS           TO
                     ALERTAFUGA-PUNTUACION
           END-IF.

           IF   WK-TARJETAS-BAJA > 0
           THEN SET  ALERTAFUGA-TARJETAS-SI     TO TRUE
                ADD  WK-PESO-TARJETAS           TO
                     ALERTAFUGA-PUNTUACION
           END-IF.

           IF   WK-TRF-PROPIAS > 0
           THEN SET  ALERTAFUGA-TRF-PROPIA-SI   TO TRUE
                ADD  WK-PESO-TRF-PROPIA         TO
                     ALERTAFUGA-PUNTUACION
           END-IF.

           IF   WK-TRASLADOS-SALIDA > 0
           THEN SET  ALERTAFUGA-TRASLADO-SI     TO TRUE
                ADD  WK-PESO-TRASLADO           TO
                     ALERTAFUGA-PUNTUACION
           END-IF.

           IF   WK-RECLAMACIONES > 0
           THEN SET  ALERTAFUGA-RECLAMA-SI      TO TRUE
                ADD  WK-PESO-RECLAMA            TO
                     ALERTAFUGA-PUNTUACION
           END-IF.

           IF   ALERTAFUGA-PUNTUACION < WK-UMBRAL
           THEN GO TO FIN-TRATAR-CLIENTE
           END-IF.

           MOVE WK-MES                          TO ALERTAFUGA-MES.
           MOVE WK-CLI-ID                       TO
                ALERTAFUGA-ID-CLIENTE.
           MOVE WK-CLI-OFICINA                  TO ALERTAFUGA-OFICINA.
           MOVE WK-CLI-GESTOR                   TO
                ALERTAFUGA-COD-GESTOR.
           MOVE WK-SALDO-REF                    TO
                ALERTAFUGA-SALDO-REF.
           MOVE WK-SALDO-FIN                    TO
                ALERTAFUGA-SALDO-FIN.
           MOVE WK-BATLOG-ID-EJEC               TO WK-ID-EJEC.

           PERFORM GRABAR-ALERTA                THRU FIN-GRABAR-ALERTA.

       FIN-TRATAR-CLIENTE.
           EXIT.

       GRABAR-ALERTA.
      *--------------
           EXEC SQL
                INSERT INTO banco.alerta_fuga(
                    mes_alerta,
                    id_cliente,
                    oficina_alerta,
                    cod_gestor_alerta,
                    puntuacion_alerta,
                    motivos_alerta,
                    saldo_ref_alerta,
                    saldo_fin_alerta,
                    id_ejec_alerta,
                    fec_alerta
                )
                VALUES(
                    :ALERTAFUGA-MES,
                    :ALERTAFUGA-ID-CLIENTE,
                    :ALERTAFUGA-OFICINA,
                    :ALERTAFUGA-COD-GESTOR,
                    :ALERTAFUGA-PUNTUACION,
                    :ALERTAFUGA-MOTIVOS,
                    :ALERTAFUGA-SALDO-REF,
                    :ALERTAFUGA-SALDO-FIN,
                    :WK-ID-EJEC,
                    now()
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   SQL-SUCCESS
           THEN ADD  1                          TO WK-CONTADOR-ALERTAS
           ELSE MOVE 'GRABAR-ALERTA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-ALERTA.
           EXIT.

      * Lista de retención por oficina: los señalados del mes de
      * mayor a menor puntuación, numerados dentro de su oficina.
       LISTAR-POR-OFICINA.
      *-------------------
           MOVE SPACES                          TO REG-FICHFUGA.
           WRITE REG-FICHFUGA.
           MOVE SPACES                          TO REG-FICHFUGA.
           STRING 'LISTA DE RETENCION POR OFICINA'
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

           EXEC SQL
                DECLARE CUR-ALERTA-OFI CURSOR FOR
                SELECT A.id_cliente,
                       COALESCE(C.nif_cliente, ' '),
                       COALESCE(C.nom_cliente, ' '),
                       A.oficina_alerta, A.cod_gestor_alerta,
                       A.puntuacion_alerta, A.motivos_alerta,
                       A.saldo_ref_alerta, A.saldo_fin_alerta
                FROM   banco.alerta_fuga A
                LEFT JOIN banco.cliente C
                       ON C.id_cliente = A.id_cliente
                WHERE  A.mes_alerta = :WK-MES
                ORDER BY A.oficina_alerta, A.puntuacion_alerta DESC,
                         A.id_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-ALERTA-OFI END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-POR-OFICINA'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-POR-OFICINA
           END-IF.

           SET  PRIMER-GRUPO                    TO TRUE.

           PERFORM LEER-ALERTA-OFICINA          THRU
                   FIN-LEER-ALERTA-OFICINA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ALERTA-OFI END-EXEC.

           IF   NO-PRIMER-GRUPO
           THEN PERFORM CERRAR-GRUPO            THRU FIN-CERRAR-GRUPO
           END-IF.

       FIN-LISTAR-POR-OFICINA.
           EXIT.

       LEER-ALERTA-OFICINA.
      *--------------------
           EXEC SQL
                FETCH CUR-ALERTA-OFI
                INTO  :ALERTAFUGA-ID-CLIENTE, :WK-CLI-NIF,
                      :WK-CLI-NOM, :ALERTAFUGA-OFICINA,
                      :ALERTAFUGA-COD-GESTOR, :ALERTAFUGA-PUNTUACION,
                      :ALERTAFUGA-MOTIVOS, :ALERTAFUGA-SALDO-REF,
                      :ALERTAFUGA-SALDO-FIN
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                IF   PRIMER-GRUPO
                     OR ALERTAFUGA-OFICINA NOT = WK-OFICINA-ANT
                THEN IF   NO-PRIMER-GRUPO
                     THEN PERFORM CERRAR-GRUPO  THRU FIN-CERRAR-GRUPO
                     END-IF
                     PERFORM ABRIR-OFICINA      THRU FIN-ABRIR-OFICINA
                END-IF
                PERFORM ESCRIBIR-ALERTA         THRU
                        FIN-ESCRIBIR-ALERTA
           WHEN OTHER
                MOVE 'LEER-ALERTA-OFICINA'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-ALERTA-OFICINA.
           EXIT.

       ABRIR-OFICINA.
      *--------------
           MOVE ALERTAFUGA-OFICINA              TO WK-OFICINA-ANT.
           MOVE ZERO                            TO WK-RANGO.
           SET  NO-PRIMER-GRUPO                 TO TRUE.

           MOVE SPACES                          TO REG-FICHFUGA.
           STRING 'OFICINA [' WK-OFICINA-ANT
                  '] CLIENTES CON RIESGO DE FUGA'
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

       FIN-ABRIR-OFICINA.
           EXIT.

      * Lista de retención por gestor, sólo con los señalados que
      * tenían gestor asignado al cierre del mes.
       LISTAR-POR-GESTOR.
      *------------------
           MOVE SPACES                          TO REG-FICHFUGA.
           WRITE REG-FICHFUGA.
           MOVE SPACES                          TO REG-FICHFUGA.
           STRING 'LISTA DE RETENCION POR GESTOR'
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

           EXEC SQL
                DECLARE CUR-ALERTA-GES CURSOR FOR
                SELECT A.id_cliente,
                       COALESCE(C.nif_cliente, ' '),
                       COALESCE(C.nom_cliente, ' '),
                       A.oficina_alerta, A.cod_gestor_alerta,
                       COALESCE(G.nom_gestor, ' '),
                       A.puntuacion_alerta, A.motivos_alerta,
                       A.saldo_ref_alerta, A.saldo_fin_alerta
                FROM   banco.alerta_fuga A
                LEFT JOIN banco.cliente C
                       ON C.id_cliente = A.id_cliente
                LEFT JOIN banco.gestor G
                       ON G.cod_gestor = A.cod_gestor_alerta
                WHERE  A.mes_alerta = :WK-MES
                AND    A.cod_gestor_alerta <> ' '
                ORDER BY A.cod_gestor_alerta,
                         A.puntuacion_alerta DESC, A.id_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-ALERTA-GES END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LISTAR-POR-GESTOR'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LISTAR-POR-GESTOR
           END-IF.

           SET  PRIMER-GRUPO                    TO TRUE.

           PERFORM LEER-ALERTA-GESTOR           THRU
                   FIN-LEER-ALERTA-GESTOR
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ALERTA-GES END-EXEC.

           IF   NO-PRIMER-GRUPO
           THEN PERFORM CERRAR-GRUPO            THRU FIN-CERRAR-GRUPO
           END-IF.

       FIN-LISTAR-POR-GESTOR.
           EXIT.

       LEER-ALERTA-GESTOR.
      *-------------------
           EXEC SQL
                FETCH CUR-ALERTA-GES
                INTO  :ALERTAFUGA-ID-CLIENTE, :WK-CLI-NIF,
                      :WK-CLI-NOM, :ALERTAFUGA-OFICINA,
                      :ALERTAFUGA-COD-GESTOR, :WK-GESTOR-NOM,
                      :ALERTAFUGA-PUNTUACION, :ALERTAFUGA-MOTIVOS,
                      :ALERTAFUGA-SALDO-REF, :ALERTAFUGA-SALDO-FIN
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                IF   PRIMER-GRUPO
                     OR ALERTAFUGA-COD-GESTOR NOT = WK-GESTOR-ANT
                THEN IF   NO-PRIMER-GRUPO
                     THEN PERFORM CERRAR-GRUPO  THRU FIN-CERRAR-GRUPO
                     END-IF
                     PERFORM ABRIR-GESTOR       THRU FIN-ABRIR-GESTOR
                END-IF
                PERFORM ESCRIBIR-ALERTA         THRU
                        FIN-ESCRIBIR-ALERTA
           WHEN OTHER
                MOVE 'LEER-ALERTA-GESTOR'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-ALERTA-GESTOR.
           EXIT.

       ABRIR-GESTOR.
      *-------------
           MOVE ALERTAFUGA-COD-GESTOR           TO WK-GESTOR-ANT.
           MOVE ZERO                            TO WK-RANGO.
           SET  NO-PRIMER-GRUPO                 TO TRUE.

           MOVE SPACES                          TO REG-FICHFUGA.
           STRING 'GESTOR [' WK-GESTOR-ANT '] ' WK-GESTOR-NOM
                  ' CLIENTES CON RIESGO DE FUGA'
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

       FIN-ABRIR-GESTOR.
           EXIT.

       CERRAR-GRUPO.
      *-------------
           MOVE SPACES                          TO REG-FICHFUGA.
           STRING '  TOTAL [' WK-RANGO '] CLIENTES'
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

       FIN-CERRAR-GRUPO.
           EXIT.

      *    Dos renglones por cliente: puesto, puntuación y datos del
      *    cliente, y debajo los motivos con los dos saldos.
       ESCRIBIR-ALERTA.
      *----------------
           ADD  1                               TO WK-RANGO.

           MOVE SPACES                          TO REG-FICHFUGA.
           STRING '  [' WK-RANGO '] PUNTOS [' ALERTAFUGA-PUNTUACION
                  '] CLIENTE [' ALERTAFUGA-ID-CLIENTE '] NIF ['
                  WK-CLI-NIF '] ' WK-CLI-NOM ' OFICINA ['
                  ALERTAFUGA-OFICINA '] GESTOR ['
                  ALERTAFUGA-COD-GESTOR ']'
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

           PERFORM COMPONER-MOTIVOS             THRU
                   FIN-COMPONER-MOTIVOS.

           MOVE SPACES                          TO REG-FICHFUGA.
           STRING '         SALDO [' ALERTAFUGA-SALDO-REF '] A ['
                  ALERTAFUGA-SALDO-FIN '] MOTIVOS: ' WK-MOTIVO
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

       FIN-ESCRIBIR-ALERTA.
           EXIT.

      *    Los motivos se encadenan en una sola columna.
       COMPONER-MOTIVOS.
      *-----------------
           MOVE SPACES                          TO WK-MOTIVO.
           MOVE 1                               TO WK-MOTIVO-PTR.

           IF   ALERTAFUGA-SALDO-SI
           THEN STRING 'CAIDA DE SALDO; '
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
           END-IF.

           IF   ALERTAFUGA-INGRESOS-SI
           THEN STRING 'NOMINA O INGRESOS PARADOS; '
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
           END-IF.

           IF   ALERTAFUGA-MANDATOS-SI
           THEN STRING 'MANDATOS REVOCADOS; '
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
           END-IF.

           IF   ALERTAFUGA-TARJETAS-SI
           THEN STRING 'TARJETAS DE BAJA; '
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
           END-IF.

           IF   ALERTAFUGA-TRF-PROPIA-SI
           THEN STRING 'TRANSFERENCIAS A CUENTA PROPIA EN OTRA '
                       'ENTIDAD; '
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
           END-IF.

           IF   ALERTAFUGA-TRASLADO-SI
           THEN STRING 'TRASLADO DE CUENTA SALIENTE; '
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
           END-IF.

           IF   ALERTAFUGA-RECLAMA-SI
           THEN STRING 'RECLAMACIONES RECIENTES; '
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                       WITH POINTER WK-MOTIVO-PTR
           END-IF.

       FIN-COMPONER-MOTIVOS.
           EXIT.

      * Qué ha sido de los señalados el mes anterior: se ha ido si ya
      * no le queda ninguna cuenta activa como titular o cotitular,
      * sigue en riesgo si este mes ha vuelto a salir y, si no, se
      * da por recuperado.
       SEGUIR-MES-ANTERIOR.
      *--------------------
           MOVE SPACES                          TO REG-FICHFUGA.
           WRITE REG-FICHFUGA.
           MOVE SPACES                          TO REG-FICHFUGA.
           STRING 'SEGUIMIENTO DE LOS SENALADOS EN [' WK-MES-ANT ']'
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

           EXEC SQL
                DECLARE CUR-SEGUIMIENTO CURSOR FOR
                SELECT A.id_cliente,
                       COALESCE(C.nif_cliente, ' '),
                       COALESCE(C.nom_cliente, ' '),
                       A.oficina_alerta, A.cod_gestor_alerta,
                       A.puntuacion_alerta, A.motivos_alerta,
                       (SELECT COUNT(*)
                        FROM   banco.cliente_rln_cuenta R,
                               banco.cuenta CT
                        WHERE  R.id_cliente     = A.id_cliente
                        AND    R.tip_rln        IN ('T','C')
                        AND    CT.id_medio      = R.id_medio
                        AND    CT.estado_cuenta = 'A'),
                       COALESCE((SELECT B.puntuacion_alerta
                                 FROM   banco.alerta_fuga B
                                 WHERE  B.mes_alerta = :WK-MES
                                 AND    B.id_cliente =
                                        A.id_cliente), 0)
                FROM   banco.alerta_fuga A
                LEFT JOIN banco.cliente C
                       ON C.id_cliente = A.id_cliente
                WHERE  A.mes_alerta = :WK-MES-ANT
                ORDER BY A.oficina_alerta, A.puntuacion_alerta DESC,
                         A.id_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-SEGUIMIENTO END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SEGUIR-MES-ANTERIOR'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-SEGUIR-MES-ANTERIOR
           END-IF.

           PERFORM LEER-SEGUIMIENTO             THRU
                   FIN-LEER-SEGUIMIENTO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-SEGUIMIENTO END-EXEC.

           IF   NOT STAT-OK
           THEN GO TO FIN-SEGUIR-MES-ANTERIOR
           END-IF.

           MOVE SPACES                          TO REG-FICHFUGA.
           IF   WK-CONTADOR-SEGUIDOS = 0
           THEN STRING '  SIN CLIENTES SENALADOS EN [' WK-MES-ANT ']'
                       DELIMITED BY SIZE        INTO REG-FICHFUGA
           ELSE STRING '  TOTAL SENALADOS [' WK-CONTADOR-SEGUIDOS
                       '] SE HAN IDO [' WK-CONTADOR-IDOS
                       '] SIGUEN EN RIESGO [' WK-CONTADOR-SIGUEN
                       '] RECUPERADOS [' WK-CONTADOR-RECUPERADOS ']'
                       DELIMITED BY SIZE        INTO REG-FICHFUGA
           END-IF.
           WRITE REG-FICHFUGA.

       FIN-SEGUIR-MES-ANTERIOR.
           EXIT.

       LEER-SEGUIMIENTO.
      *-----------------
           EXEC SQL
                FETCH CUR-SEGUIMIENTO
                INTO  :ALERTAFUGA-ID-CLIENTE, :WK-CLI-NIF,
                      :WK-CLI-NOM, :ALERTAFUGA-OFICINA,
                      :ALERTAFUGA-COD-GESTOR, :ALERTAFUGA-PUNTUACION,
                      :ALERTAFUGA-MOTIVOS, :WK-CUENTAS-ACTIVAS,
                      :WK-PUNTUACION-ACTUAL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-SEGUIMIENTO    THRU
                        FIN-ESCRIBIR-SEGUIMIENTO
           WHEN OTHER
                MOVE 'LEER-SEGUIMIENTO'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-SEGUIMIENTO.
           EXIT.

       ESCRIBIR-SEGUIMIENTO.
      *---------------------
           ADD  1                               TO WK-CONTADOR-SEGUIDOS.

           EVALUATE TRUE
           WHEN WK-CUENTAS-ACTIVAS = 0
                SET  SITUACION-IDO              TO TRUE
                ADD  1                          TO WK-CONTADOR-IDOS
           WHEN WK-PUNTUACION-ACTUAL > 0
                SET  SITUACION-SIGUE            TO TRUE
                ADD  1                          TO WK-CONTADOR-SIGUEN
           WHEN OTHER
                SET  SITUACION-RECUPERADO       TO TRUE
                ADD  1                          TO
                     WK-CONTADOR-RECUPERADOS
           END-EVALUATE.

           PERFORM COMPONER-MOTIVOS             THRU
                   FIN-COMPONER-MOTIVOS.

           MOVE SPACES                          TO REG-FICHFUGA.
           EVALUATE TRUE
           WHEN SITUACION-IDO
                STRING '  OFICINA [' ALERTAFUGA-OFICINA '] GESTOR ['
                       ALERTAFUGA-COD-GESTOR '] CLIENTE ['
                       ALERTAFUGA-ID-CLIENTE '] NIF [' WK-CLI-NIF
                       '] ' WK-CLI-NOM ' PUNTOS ['
                       ALERTAFUGA-PUNTUACION '] SE HA IDO'
                       DELIMITED BY SIZE        INTO REG-FICHFUGA
           WHEN SITUACION-SIGUE
                STRING '  OFICINA [' ALERTAFUGA-OFICINA '] GESTOR ['
                       ALERTAFUGA-COD-GESTOR '] CLIENTE ['
                       ALERTAFUGA-ID-CLIENTE '] NIF [' WK-CLI-NIF
                       '] ' WK-CLI-NOM ' PUNTOS ['
                       ALERTAFUGA-PUNTUACION '] SIGUE EN RIESGO ['
                       WK-PUNTUACION-ACTUAL ']'
                       DELIMITED BY SIZE        INTO REG-FICHFUGA
           WHEN OTHER
                STRING '  OFICINA [' ALERTAFUGA-OFICINA '] GESTOR ['
                       ALERTAFUGA-COD-GESTOR '] CLIENTE ['
                       ALERTAFUGA-ID-CLIENTE '] NIF [' WK-CLI-NIF
                       '] ' WK-CLI-NOM ' PUNTOS ['
                       ALERTAFUGA-PUNTUACION '] RECUPERADO'
                       DELIMITED BY SIZE        INTO REG-FICHFUGA
           END-EVALUATE.
           WRITE REG-FICHFUGA.

           MOVE SPACES                          TO REG-FICHFUGA.
           STRING '         MOTIVOS EN [' WK-MES-ANT ']: ' WK-MOTIVO
                  DELIMITED BY SIZE             INTO REG-FICHFUGA.
           WRITE REG-FICHFUGA.

       FIN-ESCRIBIR-SEGUIMIENTO.
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
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

      *    Deshace las alertas a medias y, si el fallo fue de base de
      *    datos, lo deja en LOGERR.
       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF   STAT-ERR-SQL
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa; el registro en LOGERR se hace después de
      *    deshacer (REGISTRAR-ERROR), porque LOGERR confirma su
      *    propia fila y no debe arrastrar con ella alertas a medias.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTFUGA ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'RPTFUGA'                       TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ALERTA TEMPRANA DE FUGA DE CLIENTES'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'MES DEL INFORME      [' WK-MES ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHFUGA-NOMBRE ']'.
           DISPLAY 'CLIENTES PUNTUADOS   [' WK-CONTADOR-CLIENTES ']'.
           DISPLAY 'CLIENTES SENALADOS   [' WK-CONTADOR-ALERTAS ']'.
           DISPLAY 'SEGUIDOS MES ANTER.  [' WK-CONTADOR-SEGUIDOS ']'.
           DISPLAY '  SE HAN IDO         [' WK-CONTADOR-IDOS ']'.
           DISPLAY '  SIGUEN EN RIESGO   [' WK-CONTADOR-SIGUEN ']'.
           DISPLAY '  RECUPERADOS        [' WK-CONTADOR-RECUPERADOS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
