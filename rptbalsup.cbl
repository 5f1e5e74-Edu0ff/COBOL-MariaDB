       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTBALSUP.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Estado mensual de balance para el supervisor: saldos de
      * cuentas, depósitos a plazo, préstamos y pólizas de crédito
      * clasificados por producto, sector del titular, residencia,
      * divisa y plazo residual, en el formato fijo que importa la
      * herramienta de declaración del Banco de España.
      *
      * Productos:
      *   DV  depósitos a la vista (cuentas con saldo acreedor);
      *   DP  depósitos a plazo vivos (su principal);
      *   PR  préstamos de alta o en mora (capital pendiente, con la
      *       misma regla que RPTLTV para los reestructurados);
      *   CL  crédito dispuesto en póliza (cuentas deudoras con una
      *       póliza vigente);
      *   DS  descubiertos (cuentas deudoras sin póliza);
      *   CD  crédito disponible de las pólizas vigentes.
      * Sector del primer titular: H hogares (personas físicas y
      * asociaciones, CNAE 94), O otros sectores (financieras, CNAE
      * 64 a 66, y administraciones públicas, CNAE 84, y las
      * operaciones sin titular), S sociedades no financieras (el
      * resto de personas jurídicas).
      * Plazo residual: V a la vista o sin vencimiento, C hasta un
      * año, M de uno a cinco años, L más de cinco años.
      * Los importes van en la divisa de la cuenta y en valor
      * absoluto; el lado lo da el producto.
      *
      * Las cuentas se toman de la foto de fin de mes de SALDOHIST
      * (la última de banco.saldo_historico dentro del mes), y el
      * registro de cuadre compara lo clasificado con la propia
      * foto: si no coinciden, el estado sale marcado como
      * descuadrado, no se cataloga y el lote termina con error.
      * Depósitos, préstamos y pólizas son los vivos al sacarlo,
      * por lo que el estado de un mes se saca al cerrarlo.
      *
      * RPTBALSUP_MES      Mes del estado (AAAAMM); por defecto, el
      *                    anterior al de la ejecución.
      * RPTBALSUP_ENTIDAD  Código de entidad de la cabecera; por
      *                    defecto, el de los números de cuenta.

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
      *    Estado de ancho fijo; su nombre lleva el mes declarado.
           SELECT FICHBALSUP ASSIGN TO WK-FICHBALSUP-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHBALSUP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * El primer carácter indica el tipo de registro: 0 cabecera,
      * 1 detalle, 8 total de un producto, 9 cuadre con la foto.
       FD FICHBALSUP RECORD CONTAINS 100 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-BALSUP.
           05  BALSUP-TIPO                   PIC X(01).
               88  BALSUP-TIPO-CABECERA      VALUE '0'.
               88  BALSUP-TIPO-DETALLE       VALUE '1'.
               88  BALSUP-TIPO-TOTAL         VALUE '8'.
               88  BALSUP-TIPO-CUADRE        VALUE '9'.
           05  BALSUP-DATOS                  PIC X(99).

      * Cabecera: entidad, mes declarado, fecha de la foto de saldos
      * y fecha de generación.
       01  REG-BALSUP-CABECERA.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  BALSUP-CAB-ENTIDAD            PIC X(04).
           05  FILLER                        PIC X(01).
           05  BALSUP-CAB-MES                PIC 9(06).
           05  FILLER                        PIC X(01).
           05  BALSUP-CAB-FEC-FOTO           PIC 9(08).
           05  FILLER                        PIC X(01).
           05  BALSUP-CAB-FEC-GEN            PIC 9(08).
           05  FILLER                        PIC X(01).
           05  BALSUP-CAB-PROGRAMA           PIC X(10).
           05  FILLER                        PIC X(58).

      * Detalle: un agregado por producto, sector, residencia (R
      * residente en España, N no residente, con su país), divisa y
      * plazo residual.
       01  REG-BALSUP-DETALLE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  BALSUP-DET-PRODUCTO           PIC X(02).
           05  FILLER                        PIC X(01).
           05  BALSUP-DET-SECTOR             PIC X(01).
           05  FILLER                        PIC X(01).
           05  BALSUP-DET-RESIDENCIA         PIC X(01).
           05  FILLER                        PIC X(01).
           05  BALSUP-DET-PAIS               PIC X(02).
           05  FILLER                        PIC X(01).
           05  BALSUP-DET-DIVISA             PIC X(03).
           05  FILLER                        PIC X(01).
           05  BALSUP-DET-PLAZO              PIC X(01).
           05  FILLER                        PIC X(01).
           05  BALSUP-DET-NUM-OPER           PIC 9(07).
           05  FILLER                        PIC X(01).
           05  BALSUP-DET-IMPORTE            PIC 9(14)V99.
           05  FILLER                        PIC X(58).

      * Total de un producto, todas las divisas juntas.
       01  REG-BALSUP-TOTAL.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  BALSUP-TOT-PRODUCTO           PIC X(02).
           05  FILLER                        PIC X(01).
           05  BALSUP-TOT-NUM-OPER           PIC 9(09).
           05  FILLER                        PIC X(01).
           05  BALSUP-TOT-IMPORTE            PIC 9(16)V99.
           05  FILLER                        PIC X(67).

      * Cuadre de las cuentas (DV menos CL y DS) con la foto de
      * banco.saldo_historico: número de cuentas y saldo neto de
      * cada lado, y S si coinciden.
       01  REG-BALSUP-CUADRE.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  BALSUP-CUA-FEC-FOTO           PIC 9(08).
           05  FILLER                        PIC X(01).
           05  BALSUP-CUA-NUM-FOTO           PIC 9(09).
           05  FILLER                        PIC X(01).
           05  BALSUP-CUA-SALDO-FOTO         PIC S9(16)V99
                                             SIGN LEADING SEPARATE.
           05  FILLER                        PIC X(01).
           05  BALSUP-CUA-NUM-ESTADO         PIC 9(09).
           05  FILLER                        PIC X(01).
           05  BALSUP-CUA-SALDO-ESTADO       PIC S9(16)V99
                                             SIGN LEADING SEPARATE.
           05  FILLER                        PIC X(01).
           05  BALSUP-CUA-CUADRA             PIC X(01).
           05  FILLER                        PIC X(28).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Primer y último día del mes declarado y fecha de su foto de
      * saldos (AAAAMMDD).
       01  WK-FEC-INI-MES                    PIC X(08).
       01  WK-FEC-FIN-MES                    PIC X(08).
       01  WK-FEC-FOTO                       PIC X(08).
       01  WK-FEC-FOTO-NULL                  PIC S9(04) COMP-5.

      * Cuentas de la foto y su saldo neto.
       01  WK-FOTO-NUM                       PIC 9(09).
       01  WK-FOTO-SALDO                     PIC S9(16)V99
                                             LEADING SEPARATE.

       01  WK-ENTIDAD                        PIC X(04).
       01  WK-ENTIDAD-NULL                   PIC S9(04) COMP-5.

      * Fila del cursor de clasificación.
       01  WK-PRODUCTO                       PIC X(02).
       01  WK-SECTOR                         PIC X(01).
       01  WK-PAIS                           PIC X(02).
       01  WK-DIVISA                         PIC X(03).
       01  WK-PLAZO                          PIC X(01).
       01  WK-NUM-OPER                       PIC 9(07).
       01  WK-IMPORTE                        PIC S9(14)V99
                                             LEADING SEPARATE.
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.
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
      *    Sin foto de saldos del mes, o el estado no cuadra con ella.
           88  STAT-ERR-DATOS                VALUE 03.

       01  WK-MES-ENV                        PIC X(06).
       01  WK-ENTIDAD-ENV                    PIC X(04).

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-R                 REDEFINES
           WK-FECHA-ACTUAL.
           05  WK-ACTUAL-ANIO                PIC 9(04).
           05  WK-ACTUAL-MES                 PIC 9(02).
           05  WK-ACTUAL-DIA                 PIC 9(02).

      * Año y mes declarados.
       01  WK-MES-9.
           05  WK-MES-ANIO                   PIC 9(04).
           05  WK-MES-MM                     PIC 9(02).
       01  WK-MES                            PIC X(06).

      * Días de cada mes; febrero se corrige en los bisiestos.
       01  WK-TABLA-DIAS                     PIC X(24) VALUE
                                             '312831303130313130313031'.
       01  WK-TABLA-DIAS-R                   REDEFINES WK-TABLA-DIAS.
           05  WK-DIAS-MES                   PIC 9(02) OCCURS 12 TIMES.
       01  WK-ULTIMO-DIA                     PIC 9(02).
       01  WK-COCIENTE                       PIC 9(04).
       01  WK-RESTO-4                        PIC 9(04).
       01  WK-RESTO-100                      PIC 9(04).
       01  WK-RESTO-400                      PIC 9(04).

      * Corte de control por producto.
       01  WK-PRODUCTO-ANT                   PIC X(02) VALUE SPACES.
       01  WK-TOT-NUM-OPER                   PIC 9(09) VALUE 0.
       01  WK-TOT-IMPORTE                    PIC S9(16)V99
                                             LEADING SEPARATE
                                             VALUE 0.

      * Lado del estado que se cuadra con la foto: cuentas
      * clasificadas y su saldo neto.
       01  WK-CUA-NUM                        PIC 9(09) VALUE 0.
       01  WK-CUA-SALDO                      PIC S9(16)V99
                                             LEADING SEPARATE
                                             VALUE 0.

       01  WK-FICHBALSUP-NOMBRE              PIC X(30).
       01  FS-FICHBALSUP                     PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Cuántos registros de detalle lleva el estado.
       01  WK-CONTADOR-DETALLE               PIC 9(06) VALUE 0.

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
           THEN PERFORM BUSCAR-FOTO             THRU FIN-BUSCAR-FOTO
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
                IF   STAT-OK
                THEN PERFORM CLASIFICAR-SALDOS  THRU
                             FIN-CLASIFICAR-SALDOS
                END-IF
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-CUADRE    THRU
                             FIN-ESCRIBIR-CUADRE
                END-IF
                PERFORM CERRAR-FICHERO          THRU FIN-CERRAR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   STAT-OK
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
           ACCEPT WK-FECHA-ACTUAL               FROM DATE YYYYMMDD.

           MOVE SPACES                          TO WK-MES-ENV.
           ACCEPT WK-MES-ENV                    FROM ENVIRONMENT
                                                'RPTBALSUP_MES'.

           IF   WK-MES-ENV IS NUMERIC
                AND WK-MES-ENV(5:2) >= '01'
                AND WK-MES-ENV(5:2) <= '12'
           THEN MOVE WK-MES-ENV                 TO WK-MES-9
           ELSE IF   WK-MES-ENV NOT = SPACES
                THEN DISPLAY '*** AVISO *** RPTBALSUP: MES NO VALIDO'
                     DISPLAY 'RPTBALSUP_MES [' WK-MES-ENV ']'
                END-IF
                IF   WK-ACTUAL-MES = 1
                THEN COMPUTE WK-MES-ANIO = WK-ACTUAL-ANIO - 1
                     MOVE 12                    TO WK-MES-MM
                ELSE MOVE WK-ACTUAL-ANIO        TO WK-MES-ANIO
                     COMPUTE WK-MES-MM = WK-ACTUAL-MES - 1
                END-IF
           END-IF.

           MOVE WK-MES-9                        TO WK-MES.

      *    Último día del mes: febrero tiene 29 en los años
      *    divisibles por 4, salvo los seculares no divisibles por
      *    400.
           MOVE WK-DIAS-MES(WK-MES-MM)          TO WK-ULTIMO-DIA.
           IF   WK-MES-MM = 2
           THEN DIVIDE WK-MES-ANIO BY 4   GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-4
                DIVIDE WK-MES-ANIO BY 100 GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-100
                DIVIDE WK-MES-ANIO BY 400 GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-400
                IF   (WK-RESTO-4 = 0 AND WK-RESTO-100 NOT = 0)
                     OR WK-RESTO-400 = 0
                THEN MOVE 29                    TO WK-ULTIMO-DIA
                END-IF
           END-IF.

           STRING WK-MES '01'
                  DELIMITED BY SIZE        INTO WK-FEC-INI-MES.
           STRING WK-MES WK-ULTIMO-DIA
                  DELIMITED BY SIZE        INTO WK-FEC-FIN-MES.

           STRING 'balance-supervisor-' WK-MES '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHBALSUP-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTBALSUP CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTBALSUP'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTBALSUP'                     TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Umbrales y plazos del proceso, de banco.parametro_batch
      *    salvo que la variable de entorno del mismo nombre los
      *    sustituya; el valor usado queda anotado contra la
      *    ejecución.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'RPTBALSUP'                     TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTBALSUP_ENTIDAD'             TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'N'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 0                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE SPACES                          TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-ENTIDAD-ENV.
           MOVE WK-ENTIDAD-ENV                  TO WK-ENTIDAD.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTBALSUP LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTBALSUP'                  TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-DETALLE             TO
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


      *    Da de alta en el catálogo de informes el estado, como
      *    confidencial, con el mes declarado como periodo.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTBALSUP'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHBALSUP-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.
           MOVE WK-FEC-INI-MES                  TO
                RPTCATAL-E-PERIODO-DESDE.
           MOVE WK-FEC-FIN-MES                  TO
                RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTBALSUP REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHBALSUP-NOMBRE ']'
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
           MOVE 'BDE-BALSUP'                    TO ENVIO-E-INTERFAZ.
           MOVE 'RPTBALSUP'                     TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHBALSUP-NOMBRE            TO ENVIO-E-FICHERO.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** RPTBALSUP REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHBALSUP-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** RPTBALSUP REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ BDE-BALSUP SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** RPTBALSUP REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHBALSUP-NOMBRE '] ENVIO-STAT ['
                        ENVIO-STAT ']'
           END-EVALUATE.

       FIN-REGISTRAR-ENVIO.
           EXIT.

      *    Fecha de la última foto de cuentas del mes, con el número
      *    de cuentas y el saldo neto que recoge; y, si no viene en
      *    el entorno, el código de entidad de los números de cuenta
      *    (sus cuatro primeras posiciones).
       BUSCAR-FOTO.
      *------------
           EXEC SQL
                SELECT DATE_FORMAT(MAX(fec_snapshot), '%Y%m%d')
                INTO   :WK-FEC-FOTO :WK-FEC-FOTO-NULL
                FROM   banco.saldo_historico
                WHERE  tip_med       = 'C'
                AND    fec_snapshot >=
                       STR_TO_DATE(:WK-FEC-INI-MES, '%Y%m%d')
                AND    fec_snapshot <=
                       STR_TO_DATE(:WK-FEC-FIN-MES, '%Y%m%d')
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'BUSCAR-FOTO'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-BUSCAR-FOTO
           END-IF.

           IF   WK-FEC-FOTO-NULL < 0
           THEN SET STAT-ERR-DATOS              TO TRUE
                MOVE SPACES                     TO WK-FEC-FOTO
                DISPLAY '*** FATAL *** RPTBALSUP BUSCAR-FOTO: NO HAY'
                DISPLAY 'FOTO DE SALDOS DE CUENTAS DEL MES [' WK-MES
                        ']; HAY QUE PASAR ANTES SALDOHIST'
                GO TO FIN-BUSCAR-FOTO
           END-IF.

           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(saldo), 0)
                INTO   :WK-FOTO-NUM, :WK-FOTO-SALDO
                FROM   banco.saldo_historico
                WHERE  tip_med      = 'C'
                AND    fec_snapshot =
                       STR_TO_DATE(:WK-FEC-FOTO, '%Y%m%d')
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'BUSCAR-FOTO'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-BUSCAR-FOTO
           END-IF.

           IF   WK-ENTIDAD NOT = SPACES
           THEN GO TO FIN-BUSCAR-FOTO
           END-IF.

           EXEC SQL
                SELECT MIN(SUBSTR(num_cuenta, 1, 4))
                INTO   :WK-ENTIDAD :WK-ENTIDAD-NULL
                FROM   banco.cuenta
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'BUSCAR-FOTO'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-BUSCAR-FOTO
           END-IF.

           IF   WK-ENTIDAD-NULL < 0
           THEN MOVE ZEROS                      TO WK-ENTIDAD
           END-IF.

       FIN-BUSCAR-FOTO.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHBALSUP.

           IF   FS-FICHBALSUP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTBALSUP ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHBALSUP-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHBALSUP ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-BALSUP-CABECERA.
           SET  BALSUP-TIPO-CABECERA            TO TRUE.
           MOVE WK-ENTIDAD                      TO BALSUP-CAB-ENTIDAD.
           MOVE WK-MES                          TO BALSUP-CAB-MES.
           MOVE WK-FEC-FOTO                     TO BALSUP-CAB-FEC-FOTO.
           MOVE WK-FECHA-ACTUAL                 TO BALSUP-CAB-FEC-GEN.
           MOVE 'RPTBALSUP'                     TO BALSUP-CAB-PROGRAMA.

           PERFORM GRABAR-REGISTRO              THRU
                   FIN-GRABAR-REGISTRO.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHBALSUP.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Cada operación sale de la subconsulta X con su producto, la
      * cuenta a la que está ligada, su plazo residual y su importe;
      * de la cuenta se toman la divisa y el primer titular, y del
      * titular el sector (clase y CNAE) y el país de residencia.
       CLASIFICAR-SALDOS.
      *------------------
           EXEC SQL
                DECLARE CUR-BALSUP CURSOR FOR
                SELECT X.producto,
                       CASE WHEN C.id_cliente IS NULL THEN 'O'
                            WHEN C.clase_cliente = 'F' THEN 'H'
                            WHEN SUBSTR(COALESCE(C.cnae_cliente, ' '),
                                        1, 2) = '94' THEN 'H'
                            WHEN SUBSTR(COALESCE(C.cnae_cliente, ' '),
                                        1, 2) IN ('64', '65', '66',
                                                  '84') THEN 'O'
                            ELSE 'S' END,
                       COALESCE(NULLIF(C.pais_residencia_cliente,
                                       ''), 'ES'),
                       COALESCE(CT.divisa_cuenta, 'EUR'),
                       X.plazo,
                       COUNT(*),
                       SUM(X.importe)
                FROM  (SELECT CASE WHEN H.saldo >= 0 THEN 'DV'
                                   WHEN EXISTS
                                        (SELECT 1
                                         FROM banco.poliza_credito PC
                                         WHERE PC.id_medio_cuenta =
                                               H.id_medio
                                         AND PC.fec_apertura <=
                                             H.fec_snapshot
                                         AND PC.fec_vencimiento >=
                                             H.fec_snapshot
                                         AND (PC.fec_cancelacion
                                              IS NULL
                                              OR PC.fec_cancelacion >
                                                 H.fec_snapshot))
                                   THEN 'CL'
                                   ELSE 'DS' END AS producto,
                              H.id_medio AS id_cta,
                              CASE WHEN H.saldo >= 0 THEN 'V'
                                   ELSE 'C' END AS plazo,
                              ABS(H.saldo) AS importe
                       FROM   banco.saldo_historico H
                       WHERE  H.tip_med      = 'C'
                       AND    H.fec_snapshot =
                              STR_TO_DATE(:WK-FEC-FOTO, '%Y%m%d')
                       UNION ALL
                       SELECT 'DP', P.id_medio_cuenta,
                              CASE WHEN P.fecha_vencimiento_plazo IS
                                        NULL THEN 'V'
                                   WHEN P.fecha_vencimiento_plazo <=
                                        DATE_ADD(STR_TO_DATE(
                                        :WK-FEC-FOTO, '%Y%m%d'),
                                        INTERVAL 1 YEAR) THEN 'C'
                                   WHEN P.fecha_vencimiento_plazo <=
                                        DATE_ADD(STR_TO_DATE(
                                        :WK-FEC-FOTO, '%Y%m%d'),
                                        INTERVAL 5 YEAR) THEN 'M'
                                   ELSE 'L' END,
                              P.principal_plazo
                       FROM   banco.plazo_fijo P
                       WHERE  P.estado_plazo = 'A'
                       AND    P.fecha_apertura_plazo <=
                              STR_TO_DATE(:WK-FEC-FOTO, '%Y%m%d')
                       UNION ALL
                       SELECT 'PR', PR.id_medio_cuenta,
                              CASE WHEN DATE_ADD(
                                        PR.fecha_proxima_cuota_prestamo,
                                        INTERVAL GREATEST(
                                        PR.plazo_meses_prestamo -
                                        PR.cuotas_pagadas_prestamo - 1,
                                        0) MONTH) <=
                                        DATE_ADD(STR_TO_DATE(
                                        :WK-FEC-FOTO, '%Y%m%d'),
                                        INTERVAL 1 YEAR) THEN 'C'
                                   WHEN DATE_ADD(
                                        PR.fecha_proxima_cuota_prestamo,
                                        INTERVAL GREATEST(
                                        PR.plazo_meses_prestamo -
                                        PR.cuotas_pagadas_prestamo - 1,
                                        0) MONTH) <=
                                        DATE_ADD(STR_TO_DATE(
                                        :WK-FEC-FOTO, '%Y%m%d'),
                                        INTERVAL 5 YEAR) THEN 'M'
                                   ELSE 'L' END,
                              GREATEST(PR.principal_prestamo -
                              COALESCE((SELECT
                                        SUM(Q.importe_amort_cuota)
                                 FROM   banco.prestamo_cuota Q
                                 WHERE  Q.id_prestamo =
                                        PR.id_prestamo
                                 AND    (PR.fec_reestructura_prestamo
                                         IS NULL
                                         OR (Q.fecha_cargo_cuota >
                                            PR.fec_reestructura_prestamo
                                             AND Q.num_cuota > 0))), 0),
                                       0)
                       FROM   banco.prestamo PR
                       WHERE  PR.estado_prestamo IN ('A', 'M')
                       AND    PR.fecha_alta_prestamo <=
                              STR_TO_DATE(:WK-FEC-FOTO, '%Y%m%d')
                       UNION ALL
                       SELECT 'CD', PC.id_medio_cuenta,
                              CASE WHEN PC.fec_vencimiento <=
                                        DATE_ADD(STR_TO_DATE(
                                        :WK-FEC-FOTO, '%Y%m%d'),
                                        INTERVAL 1 YEAR) THEN 'C'
                                   WHEN PC.fec_vencimiento <=
                                        DATE_ADD(STR_TO_DATE(
                                        :WK-FEC-FOTO, '%Y%m%d'),
                                        INTERVAL 5 YEAR) THEN 'M'
                                   ELSE 'L' END,
                              GREATEST(PC.limite_poliza -
                                       GREATEST(0 -
                                       COALESCE(HP.saldo, 0), 0), 0)
                       FROM   banco.poliza_credito PC
                       LEFT   JOIN banco.saldo_historico HP
                              ON   HP.id_medio     = PC.id_medio_cuenta
                              AND  HP.tip_med      = 'C'
                              AND  HP.fec_snapshot =
                                   STR_TO_DATE(:WK-FEC-FOTO, '%Y%m%d')
                       WHERE  PC.fec_apertura <=
                              STR_TO_DATE(:WK-FEC-FOTO, '%Y%m%d')
                       AND    PC.fec_vencimiento >=
                              STR_TO_DATE(:WK-FEC-FOTO, '%Y%m%d')
                       AND   (PC.fec_cancelacion IS NULL
                              OR PC.fec_cancelacion >
                                 STR_TO_DATE(:WK-FEC-FOTO, '%Y%m%d'))
                      ) X
                LEFT   JOIN banco.cuenta CT
                       ON   CT.id_medio = X.id_cta
                LEFT   JOIN banco.cliente C
                       ON   C.id_cliente =
                            (SELECT MIN(R.id_cliente)
                             FROM   banco.cliente_rln_cuenta R
                             WHERE  R.id_medio = X.id_cta
                             AND    R.tip_rln  = 'T')
                GROUP BY 1, 2, 3, 4, 5
                ORDER BY 1, 2, 3, 4, 5
           END-EXEC.

           EXEC SQL OPEN CUR-BALSUP END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CLASIFICAR-SALDOS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CLASIFICAR-SALDOS
           END-IF.

           PERFORM LEER-AGREGADO                THRU FIN-LEER-AGREGADO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-BALSUP END-EXEC.

      *    Total del último producto.
           IF   STAT-OK
                AND WK-PRODUCTO-ANT NOT = SPACES
           THEN PERFORM ESCRIBIR-TOTAL          THRU
                        FIN-ESCRIBIR-TOTAL
           END-IF.

       FIN-CLASIFICAR-SALDOS.
           EXIT.

       LEER-AGREGADO.
      *--------------
           EXEC SQL
                FETCH CUR-BALSUP
                INTO  :WK-PRODUCTO, :WK-SECTOR, :WK-PAIS, :WK-DIVISA,
                      :WK-PLAZO, :WK-NUM-OPER, :WK-IMPORTE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-DETALLE        THRU
                        FIN-ESCRIBIR-DETALLE
           WHEN OTHER
                MOVE 'LEER-AGREGADO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-AGREGADO.
           EXIT.

       ESCRIBIR-DETALLE.
      *-----------------
           IF   WK-PRODUCTO NOT = WK-PRODUCTO-ANT
                AND WK-PRODUCTO-ANT NOT = SPACES
           THEN PERFORM ESCRIBIR-TOTAL          THRU
                        FIN-ESCRIBIR-TOTAL
           END-IF.

           MOVE WK-PRODUCTO                     TO WK-PRODUCTO-ANT.
           ADD  WK-NUM-OPER                     TO WK-TOT-NUM-OPER.
           ADD  WK-IMPORTE                      TO WK-TOT-IMPORTE.

      *    Lo que sale de la foto de cuentas se acumula con su signo
      *    para el cuadre.
           EVALUATE WK-PRODUCTO
           WHEN 'DV'
                ADD      WK-NUM-OPER            TO WK-CUA-NUM
                ADD      WK-IMPORTE             TO WK-CUA-SALDO
           WHEN 'CL'
           WHEN 'DS'
                ADD      WK-NUM-OPER            TO WK-CUA-NUM
                SUBTRACT WK-IMPORTE             FROM WK-CUA-SALDO
           END-EVALUATE.

           MOVE SPACES                          TO REG-BALSUP-DETALLE.
           SET  BALSUP-TIPO-DETALLE             TO TRUE.
           MOVE WK-PRODUCTO                     TO BALSUP-DET-PRODUCTO.
           MOVE WK-SECTOR                       TO BALSUP-DET-SECTOR.
           IF   WK-PAIS = 'ES'
           THEN MOVE 'R'                        TO BALSUP-DET-RESIDENCIA
           ELSE MOVE 'N'                        TO BALSUP-DET-RESIDENCIA
           END-IF.
           MOVE WK-PAIS                         TO BALSUP-DET-PAIS.
           MOVE WK-DIVISA                       TO BALSUP-DET-DIVISA.
           MOVE WK-PLAZO                        TO BALSUP-DET-PLAZO.
           MOVE WK-NUM-OPER                     TO BALSUP-DET-NUM-OPER.
           MOVE WK-IMPORTE                      TO BALSUP-DET-IMPORTE.

           PERFORM GRABAR-REGISTRO              THRU
                   FIN-GRABAR-REGISTRO.

           IF   STAT-OK
           THEN ADD 1                           TO WK-CONTADOR-DETALLE
           END-IF.

       FIN-ESCRIBIR-DETALLE.
           EXIT.

       ESCRIBIR-TOTAL.
      *---------------
           MOVE SPACES                          TO REG-BALSUP-TOTAL.
           SET  BALSUP-TIPO-TOTAL               TO TRUE.
           MOVE WK-PRODUCTO-ANT                 TO BALSUP-TOT-PRODUCTO.
           MOVE WK-TOT-NUM-OPER                 TO BALSUP-TOT-NUM-OPER.
           MOVE WK-TOT-IMPORTE                  TO BALSUP-TOT-IMPORTE.

           PERFORM GRABAR-REGISTRO              THRU
                   FIN-GRABAR-REGISTRO.

           MOVE 0                               TO WK-TOT-NUM-OPER.
           MOVE 0                               TO WK-TOT-IMPORTE.

       FIN-ESCRIBIR-TOTAL.
           EXIT.

      *    Lo clasificado de las cuentas tiene que ser exactamente la
      *    foto: mismo número de cuentas y mismo saldo neto.
       ESCRIBIR-CUADRE.
      *----------------
           MOVE SPACES                          TO REG-BALSUP-CUADRE.
           SET  BALSUP-TIPO-CUADRE              TO TRUE.
           MOVE WK-FEC-FOTO                     TO BALSUP-CUA-FEC-FOTO.
           MOVE WK-FOTO-NUM                     TO BALSUP-CUA-NUM-FOTO.
           MOVE WK-FOTO-SALDO                   TO
                BALSUP-CUA-SALDO-FOTO.
           MOVE WK-CUA-NUM                      TO
                BALSUP-CUA-NUM-ESTADO.
           MOVE WK-CUA-SALDO                    TO
                BALSUP-CUA-SALDO-ESTADO.

           IF   WK-CUA-NUM   = WK-FOTO-NUM
                AND WK-CUA-SALDO = WK-FOTO-SALDO
           THEN MOVE 'S'                        TO BALSUP-CUA-CUADRA
           ELSE MOVE 'N'                        TO BALSUP-CUA-CUADRA
           END-IF.

           PERFORM GRABAR-REGISTRO              THRU
                   FIN-GRABAR-REGISTRO.

           IF   STAT-OK
                AND BALSUP-CUA-CUADRA = 'N'
           THEN SET STAT-ERR-DATOS              TO TRUE
                DISPLAY '*** FATAL *** RPTBALSUP ESCRIBIR-CUADRE: EL'
                DISPLAY 'ESTADO NO CUADRA CON LA FOTO DE SALDOS ['
                        WK-FEC-FOTO ']'
                DISPLAY 'CUENTAS FOTO [' WK-FOTO-NUM '] ESTADO ['
                        WK-CUA-NUM ']'
                DISPLAY 'SALDO   FOTO [' WK-FOTO-SALDO '] ESTADO ['
                        WK-CUA-SALDO ']'
           END-IF.

       FIN-ESCRIBIR-CUADRE.
           EXIT.

       GRABAR-REGISTRO.
      *----------------
           WRITE REG-BALSUP.

           IF   FS-FICHBALSUP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTBALSUP GRABAR-REGISTRO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHBALSUP ']'
           END-IF.

       FIN-GRABAR-REGISTRO.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTBALSUP ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'RPTBALSUP'                     TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'BALANCE SUPERVISOR POR SECTOR Y PRODUCTO'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'MES DECLARADO        [' WK-MES ']'.
           DISPLAY 'FOTO DE SALDOS       [' WK-FEC-FOTO ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHBALSUP-NOMBRE ']'.
           DISPLAY 'REGISTROS DE DETALLE [' WK-CONTADOR-DETALLE ']'.
           DISPLAY 'CUENTAS EN LA FOTO   [' WK-FOTO-NUM ']'.
           DISPLAY 'CUENTAS CLASIFICADAS [' WK-CUA-NUM ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
