       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTGAPLIQ.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Escalera de vencimientos y gap de liquidez para Tesorería:
      * los flujos contractuales de entrada y salida de cada divisa
      * repartidos en tramos de plazo contados desde hoy, con el gap
      * de cada tramo y el acumulado.
      *
      * Entradas:
      *   - cuotas futuras de los préstamos de alta o en mora,
      *     separadas en capital e interés con la misma matemática
      *     francesa (y la misma carencia) que CUADROPRES;
      *   - lo dispuesto de las pólizas de crédito activas, a su
      *     vencimiento.
      * Salidas:
      *   - principal de los plazos fijos abiertos a su vencimiento
      *     (el de los que tienen renovación pactada se muestra
      *     además aparte) y sus cupones pendientes, con la regla de
      *     CUPONPLAZO repartida en los cupones que quedan;
      *   - saldos acreedores a la vista, con una hipótesis de
      *     comportamiento: la parte volátil sale en el primer
      *     tramo y la estable en el tramo que se indique.
      * La vista de sensibilidad a tipos reparte el capital vivo de
      * los préstamos a tipo variable por su próxima revisión.
      *
      * RPTGAPLIQ_PCT_VOLATIL    % volátil de la vista (por defecto
      *                          20).
      * RPTGAPLIQ_TRAMO_ESTABLE  Tramo (1 a 8) de la parte estable de
      *                          la vista (por defecto 7).

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
      *    Fichero de salida: por cada divisa, un renglón por tramo
      *    con sus flujos y el gap, y los de sensibilidad. Su nombre
      *    lleva la fecha de la ejecución.
           SELECT FICHGAP ASSIGN TO WK-FICHGAP-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHGAP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHGAP RECORD CONTAINS 300 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHGAP                      PIC X(300).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Límites superiores de los siete primeros tramos (AAAAMMDD):
      * mañana, un mes, tres, seis, doce, veinticuatro y sesenta
      * meses desde hoy; lo que pasa del último va al octavo.
       01  WK-LIMITES.
           05  WK-LIM-1                      PIC X(08).
           05  WK-LIM-2                      PIC X(08).
           05  WK-LIM-3                      PIC X(08).
           05  WK-LIM-4                      PIC X(08).
           05  WK-LIM-5                      PIC X(08).
           05  WK-LIM-6                      PIC X(08).
           05  WK-LIM-7                      PIC X(08).
       01  WK-LIMITES-R                      REDEFINES WK-LIMITES.
           05  WK-LIMITE                     PIC X(08) OCCURS 7 TIMES.

      * Préstamo vivo.
       01  WK-PRE-ID                         PIC 9(10).
       01  WK-PRE-DIVISA                     PIC X(03).
       01  WK-PRE-TASA                       PIC 9(01)V9(04).
       01  WK-PRE-CUOTA                      PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-PRE-PLAZO-MESES                PIC 9(03).
       01  WK-PRE-CUOTAS-PAGADAS             PIC 9(03).
       01  WK-PRE-FEC-PROX                   PIC X(08).
       01  WK-PRE-MESES-CARENCIA             PIC 9(03).
       01  WK-PRE-TIPO-CARENCIA              PIC X(01).
       01  WK-PRE-INDICE                     PIC X(10).
       01  WK-PRE-FEC-REVISION               PIC X(08).

      * Plazo fijo abierto: fechas de vencimiento y del último cupón
      * (o de apertura), días que le quedan y días totales, y meses
      * que faltan para vencer.
       01  WK-PLA-ID                         PIC 9(10).
       01  WK-PLA-DIVISA                     PIC X(03).
       01  WK-PLA-PRINCIPAL                  PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-PLA-TASA                       PIC 9(01)V9(04).
       01  WK-PLA-PERIODICIDAD               PIC X(01).
       01  WK-PLA-RENOVAR                    PIC X(01).
       01  WK-PLA-FEC-VENC                   PIC X(08).
       01  WK-PLA-FEC-BASE                   PIC X(08).
       01  WK-PLA-DIAS-RESTO                 PIC S9(05).
       01  WK-PLA-DIAS-TOTAL                 PIC S9(05).
       01  WK-PLA-MESES                      PIC S9(05).

      * Agregados de vista y pólizas.
       01  WK-AGR-DIVISA                     PIC X(03).
       01  WK-AGR-FECHA                      PIC X(08).
       01  WK-AGR-IMPORTE                    PIC S9(13)V99
                                             LEADING SEPARATE.
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
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

      * Hipótesis de la vista.
       01  WK-PCT-VOLATIL                    PIC 9(02) VALUE 20.
       01  WK-PCT-VOLATIL-ENV                PIC X(02).
       01  WK-TRAMO-ESTABLE                  PIC 9(01) VALUE 7.
       01  WK-TRAMO-ESTABLE-ENV              PIC X(01).

      * Nombre de cada tramo para el informe.
       01  WK-TABLA-TRAMOS.
           05  FILLER                        PIC X(14) VALUE
                                             'OVERNIGHT'.
           05  FILLER                        PIC X(14) VALUE
                                             'HASTA 1 MES'.
           05  FILLER                        PIC X(14) VALUE
                                             '1 A 3 MESES'.
           05  FILLER                        PIC X(14) VALUE
                                             '3 A 6 MESES'.
           05  FILLER                        PIC X(14) VALUE
                                             '6 A 12 MESES'.
           05  FILLER                        PIC X(14) VALUE
                                             '1 A 2 ANOS'.
           05  FILLER                        PIC X(14) VALUE
                                             '2 A 5 ANOS'.
           05  FILLER                        PIC X(14) VALUE
                                             'MAS DE 5 ANOS'.
       01  WK-TABLA-TRAMOS-R                 REDEFINES WK-TABLA-TRAMOS.
           05  WK-NOMBRE-TRAMO               PIC X(14) OCCURS 8 TIMES.

      * Flujos acumulados por divisa y tramo, en la divisa. Cada
      * tramo lleva ocho importes:
      *   1 capital de préstamos       (entrada)
      *   2 intereses de préstamos     (entrada)
      *   3 dispuesto de pólizas       (entrada)
      *   4 principal de plazos        (salida)
      *   5 cupones de plazos          (salida)
      *   6 vista según la hipótesis   (salida)
      *   7 capital variable que revisa (sensibilidad)
      *   8 principal de plazos con renovación pactada (memoria)
       01  WK-TABLA-DIVISAS.
           05  WK-DIV-ENT                    OCCURS 20 TIMES.
               10  WK-DIV-COD                PIC X(03).
               10  WK-DIV-TRAMO              OCCURS 8 TIMES.
                   15  WK-DIV-IMPORTE        PIC S9(13)V99
                                             OCCURS 8 TIMES.
       01  WK-DIVISAS-CONTADOR               PIC 9(02) VALUE 0.
       01  WK-I                              PIC 9(02).
       01  WK-T                              PIC 9(02).
       01  WK-K                              PIC 9(02).
       01  SW-DIVISA                         PIC 9(01) VALUE 0.
           88  DIVISA-ENCONTRADA             VALUE 1.
           88  DIVISA-NO-ENCONTRADA          VALUE 0.

      * Flujo que se está acumulando: divisa, fecha, columna e
      * importe.
       01  WK-FLU-DIVISA                     PIC X(03).
       01  WK-FLU-FECHA                      PIC X(08).
       01  WK-FLU-COLUMNA                    PIC 9(01).
       01  WK-FLU-IMPORTE                    PIC S9(13)V99.

      * Suma de meses a una fecha AAAAMMDD; si el día no existe en el
      * mes de destino se toma el último del mes.
       01  WK-FEC-BASE                       PIC 9(08).
       01  WK-FEC-BASE-R                     REDEFINES WK-FEC-BASE.
           05  WK-BASE-ANIO                  PIC 9(04).
           05  WK-BASE-MM                    PIC 9(02).
           05  WK-BASE-DD                    PIC 9(02).
       01  WK-FEC-RES                        PIC 9(08).
       01  WK-FEC-RES-R                      REDEFINES WK-FEC-RES.
           05  WK-RES-ANIO                   PIC 9(04).
           05  WK-RES-MM                     PIC 9(02).
           05  WK-RES-DD                     PIC 9(02).
       01  WK-MESES-SUMAR                    PIC 9(04).
       01  WK-TOTAL-MESES                    PIC 9(06).
       01  WK-MES-CERO                       PIC 9(02).
       01  WK-TABLA-DIAS                     PIC X(24) VALUE
                                             '312831303130313130313031'.
       01  WK-TABLA-DIAS-R                   REDEFINES WK-TABLA-DIAS.
           05  WK-DIAS-MES                   PIC 9(02) OCCURS 12 TIMES.
       01  WK-ULTIMO-DIA                     PIC 9(02).
       01  WK-COCIENTE                       PIC 9(04).
       01  WK-RESTO-4                        PIC 9(04).
       01  WK-RESTO-100                      PIC 9(04).
       01  WK-RESTO-400                      PIC 9(04).

      * Descomposición francesa de las cuotas, como en CUADROPRES.
       01  WK-INTERES-MENSUAL                PIC 9(01)V9(08).
       01  WK-FACTOR-CAPITAL                 PIC 9(09)V9(08).
       01  WK-MESES-RESTANTES                PIC 9(03).
       01  WK-CAPITAL-VIVO                   PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-INTERES-MES                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-AMORT-MES                      PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-M                              PIC 9(03).
       01  WK-MESES-DESPLAZA                 PIC 9(03).

      * Cupones pendientes de un plazo fijo.
       01  WK-CUP-PERIODO                    PIC 9(01).
       01  WK-CUP-NUMERO                     PIC 9(04).
       01  WK-CUP-RESTO                      PIC 9(04).
       01  WK-CUP-INTERES                    PIC S9(10)V99.
       01  WK-CUP-IMPORTE                    PIC S9(10)V99.
       01  WK-CUP-PAGADO                     PIC S9(10)V99.

      * Renglón del informe.
       01  WK-TOT-ENTRADAS                   PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-TOT-SALIDAS                    PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-GAP                            PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-GAP-ACUMULADO                  PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-EDI-1                          PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-EDI-2                          PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-EDI-3                          PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-EDI-4                          PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-EDI-5                          PIC S9(13)V99
                                             LEADING SEPARATE.
       01  WK-EDI-6                          PIC S9(13)V99
                                             LEADING SEPARATE.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FICHGAP-NOMBRE                 PIC X(30).
       01  FS-FICHGAP                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Operaciones tratadas y flujos que no cupieron por haber más
      * divisas que entradas en la tabla.
       01  WK-CONTADOR-OPERACIONES           PIC 9(07) VALUE 0.
       01  WK-CONTADOR-SIN-DIVISA            PIC 9(07) VALUE 0.

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
           THEN PERFORM CALCULAR-LIMITES        THRU
                        FIN-CALCULAR-LIMITES
           END-IF.

           IF   STAT-OK
           THEN PERFORM FLUJOS-PRESTAMOS        THRU
                        FIN-FLUJOS-PRESTAMOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM FLUJOS-PLAZOS           THRU
                        FIN-FLUJOS-PLAZOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM FLUJOS-POLIZAS          THRU
                        FIN-FLUJOS-POLIZAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM FLUJOS-VISTA            THRU
                        FIN-FLUJOS-VISTA
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-DIVISA    THRU
                             FIN-ESCRIBIR-DIVISA
                     VARYING WK-I FROM 1 BY 1
                     UNTIL   WK-I > WK-DIVISAS-CONTADOR
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
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.

           INITIALIZE                           WK-TABLA-DIVISAS.

           STRING 'gap-liquidez-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHGAP-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTGAPLIQ CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTGAPLIQ'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTGAPLIQ'                     TO BATLOG-E-PROGRAMA.

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
           MOVE 'RPTGAPLIQ'                     TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTGAPLIQ_PCT_VOLATIL'         TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '20'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-PCT-VOLATIL-ENV.
           IF   WK-PCT-VOLATIL-ENV IS NUMERIC
           THEN MOVE WK-PCT-VOLATIL-ENV         TO WK-PCT-VOLATIL
           END-IF.

           MOVE 'RPTGAPLIQ_TRAMO_ESTABLE'       TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 1                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '7'                             TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-TRAMO-ESTABLE-ENV.
           IF   WK-TRAMO-ESTABLE-ENV IS NUMERIC
                AND WK-TRAMO-ESTABLE-ENV >= '1'
                AND WK-TRAMO-ESTABLE-ENV <= '8'
           THEN MOVE WK-TRAMO-ESTABLE-ENV       TO WK-TRAMO-ESTABLE
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTGAPLIQ LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTGAPLIQ'                  TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-OPERACIONES         TO
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
      *    confidencial.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTGAPLIQ'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHGAP-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTGAPLIQ REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHGAP-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    Las fechas límite de los tramos las resuelve la base de
      *    datos, que sabe de meses cortos y años bisiestos.
       CALCULAR-LIMITES.
      *-----------------
           EXEC SQL
                SELECT DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL 1 DAY), '%Y%m%d'),
                       DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL 1 MONTH), '%Y%m%d'),
                       DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL 3 MONTH), '%Y%m%d'),
                       DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL 6 MONTH), '%Y%m%d'),
                       DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL 12 MONTH), '%Y%m%d'),
                       DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL 24 MONTH), '%Y%m%d'),
                       DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL 60 MONTH), '%Y%m%d')
                INTO   :WK-LIM-1, :WK-LIM-2, :WK-LIM-3, :WK-LIM-4,
                       :WK-LIM-5, :WK-LIM-6, :WK-LIM-7
                FROM   DUAL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CALCULAR-LIMITES'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CALCULAR-LIMITES.
           EXIT.

      * Préstamos de alta o en mora: cada cuota futura entra en el
      * tramo de su fecha, separada en capital e interés; y, si el
      * préstamo es a tipo variable, su capital vivo entra en la
      * vista de sensibilidad en el tramo de su próxima revisión.
       FLUJOS-PRESTAMOS.
      *-----------------
           EXEC SQL
                DECLARE CUR-GAPPRE CURSOR FOR
                SELECT P.id_prestamo,
                       COALESCE(CT.divisa_cuenta, 'EUR'),
                       P.tasa_prestamo, P.cuota_mensual_prestamo,
                       P.plazo_meses_prestamo,
                       P.cuotas_pagadas_prestamo,
                       DATE_FORMAT(P.fecha_proxima_cuota_prestamo,
                                   '%Y%m%d'),
                       COALESCE(P.meses_carencia_prestamo, 0),
                       COALESCE(P.tipo_carencia_prestamo, ' '),
                       COALESCE(P.indice_prestamo, ' '),
                       DATE_FORMAT(COALESCE(P.fecha_revision_prestamo,
                                   P.fecha_proxima_cuota_prestamo),
                                   '%Y%m%d')
                FROM   banco.prestamo P
                LEFT   JOIN banco.cuenta CT
                       ON   CT.id_medio = P.id_medio_cuenta
                WHERE  P.estado_prestamo IN ('A', 'M')
                ORDER BY P.id_prestamo
           END-EXEC.

           EXEC SQL OPEN CUR-GAPPRE END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'FLUJOS-PRESTAMOS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-FLUJOS-PRESTAMOS
           END-IF.

           PERFORM LEER-PRESTAMO                THRU FIN-LEER-PRESTAMO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-GAPPRE END-EXEC.

       FIN-FLUJOS-PRESTAMOS.
           EXIT.

       LEER-PRESTAMO.
      *--------------
           EXEC SQL
                FETCH CUR-GAPPRE
                INTO  :WK-PRE-ID, :WK-PRE-DIVISA, :WK-PRE-TASA,
                      :WK-PRE-CUOTA, :WK-PRE-PLAZO-MESES,
                      :WK-PRE-CUOTAS-PAGADAS, :WK-PRE-FEC-PROX,
                      :WK-PRE-MESES-CARENCIA, :WK-PRE-TIPO-CARENCIA,
                      :WK-PRE-INDICE, :WK-PRE-FEC-REVISION
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     WK-CONTADOR-OPERACIONES
                PERFORM CUOTAS-PRESTAMO         THRU
                        FIN-CUOTAS-PRESTAMO
           WHEN OTHER
                MOVE 'LEER-PRESTAMO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-PRESTAMO.
           EXIT.

       CUOTAS-PRESTAMO.
      *----------------
           COMPUTE WK-MESES-RESTANTES = WK-PRE-PLAZO-MESES
                                       - WK-PRE-CUOTAS-PAGADAS.

           IF   WK-MESES-RESTANTES = ZERO
           THEN GO TO FIN-CUOTAS-PRESTAMO
           END-IF.

      *    Capital vivo de partida: el valor actual de las cuotas
      *    pendientes al interés mensual pactado.
           IF   WK-PRE-TASA = ZERO
           THEN MOVE ZERO                       TO WK-INTERES-MENSUAL
                COMPUTE WK-CAPITAL-VIVO ROUNDED =
                        WK-PRE-CUOTA * WK-MESES-RESTANTES
           ELSE COMPUTE WK-INTERES-MENSUAL ROUNDED =
                        WK-PRE-TASA / 12
                COMPUTE WK-FACTOR-CAPITAL ROUNDED =
                        (1 + WK-INTERES-MENSUAL)
                        ** WK-MESES-RESTANTES
                COMPUTE WK-CAPITAL-VIVO ROUNDED =
                        WK-PRE-CUOTA * (WK-FACTOR-CAPITAL - 1)
                        / (WK-INTERES-MENSUAL * WK-FACTOR-CAPITAL)
           END-IF.

      *    En la carencia total los intereses se capitalizan: hoy se
      *    debe el capital que, capitalizado, amortizan las cuotas.
           IF   WK-PRE-MESES-CARENCIA > ZERO
                AND WK-PRE-TIPO-CARENCIA = 'T'
                AND WK-PRE-TASA NOT = ZERO
           THEN COMPUTE WK-FACTOR-CAPITAL ROUNDED =
                        (1 + WK-INTERES-MENSUAL)
                        ** WK-PRE-MESES-CARENCIA
                COMPUTE WK-CAPITAL-VIVO ROUNDED =
                        WK-CAPITAL-VIVO / WK-FACTOR-CAPITAL
           END-IF.

           MOVE WK-PRE-DIVISA                   TO WK-FLU-DIVISA.

      *    Sensibilidad: el capital vivo de un préstamo referenciado
      *    a un índice se reprecia en su próxima revisión.
           IF   WK-PRE-INDICE NOT = SPACES
           THEN MOVE WK-PRE-FEC-REVISION        TO WK-FLU-FECHA
                MOVE 7                          TO WK-FLU-COLUMNA
                MOVE WK-CAPITAL-VIVO            TO WK-FLU-IMPORTE
                PERFORM ACUMULAR-FLUJO          THRU
                        FIN-ACUMULAR-FLUJO
           END-IF.

           MOVE ZERO                            TO WK-MESES-DESPLAZA.
           PERFORM MES-CARENCIA                 THRU FIN-MES-CARENCIA
           VARYING WK-M FROM 1 BY 1
           UNTIL   WK-M > WK-PRE-MESES-CARENCIA.

           MOVE WK-PRE-MESES-CARENCIA           TO WK-MESES-DESPLAZA.
           PERFORM UNA-CUOTA                    THRU FIN-UNA-CUOTA
           VARYING WK-M FROM 1 BY 1
           UNTIL   WK-M > WK-MESES-RESTANTES.

       FIN-CUOTAS-PRESTAMO.
           EXIT.

      * Un mes de carencia sólo de intereses cobra los del mes; con
      * carencia total no se cobra nada y se capitalizan.
       MES-CARENCIA.
      *-------------
           COMPUTE WK-INTERES-MES ROUNDED =
                   WK-CAPITAL-VIVO * WK-INTERES-MENSUAL.

           IF   WK-PRE-TIPO-CARENCIA = 'T'
           THEN ADD  WK-INTERES-MES             TO WK-CAPITAL-VIVO
                GO TO FIN-MES-CARENCIA
           END-IF.

           PERFORM FECHA-CUOTA                  THRU FIN-FECHA-CUOTA.

           MOVE 2                               TO WK-FLU-COLUMNA.
           MOVE WK-INTERES-MES                  TO WK-FLU-IMPORTE.
           PERFORM ACUMULAR-FLUJO               THRU
                   FIN-ACUMULAR-FLUJO.

       FIN-MES-CARENCIA.
           EXIT.

      * Cada cuota: interés del mes sobre el capital vivo y el resto
      * amortiza; la última amortiza exactamente lo que queda.
       UNA-CUOTA.
      *----------
           COMPUTE WK-INTERES-MES ROUNDED =
                   WK-CAPITAL-VIVO * WK-INTERES-MENSUAL.

           IF   WK-M = WK-MESES-RESTANTES
           THEN MOVE WK-CAPITAL-VIVO            TO WK-AMORT-MES
           ELSE COMPUTE WK-AMORT-MES = WK-PRE-CUOTA - WK-INTERES-MES
           END-IF.

           SUBTRACT WK-AMORT-MES                FROM WK-CAPITAL-VIVO.

           PERFORM FECHA-CUOTA                  THRU FIN-FECHA-CUOTA.

           MOVE 1                               TO WK-FLU-COLUMNA.
           MOVE WK-AMORT-MES                    TO WK-FLU-IMPORTE.
           PERFORM ACUMULAR-FLUJO               THRU
                   FIN-ACUMULAR-FLUJO.

           MOVE 2                               TO WK-FLU-COLUMNA.
           MOVE WK-INTERES-MES                  TO WK-FLU-IMPORTE.
           PERFORM ACUMULAR-FLUJO               THRU
                   FIN-ACUMULAR-FLUJO.

       FIN-UNA-CUOTA.
           EXIT.

      *    Fecha de la cuota en curso: la próxima más los meses ya
      *    recorridos.
       FECHA-CUOTA.
      *------------
           MOVE WK-PRE-FEC-PROX                 TO WK-FEC-BASE.
           COMPUTE WK-MESES-SUMAR = WK-MESES-DESPLAZA + WK-M - 1.

           PERFORM SUMAR-MESES                  THRU FIN-SUMAR-MESES.

           MOVE WK-FEC-RES                      TO WK-FLU-FECHA.

       FIN-FECHA-CUOTA.
           EXIT.

      * Plazos fijos abiertos que aún no han vencido: el principal a
      * su vencimiento y el interés que queda por pagar, con la regla
      * de CUPONPLAZO (principal por tasa por días sobre días del
      * plazo), en un pago al vencimiento o repartido en los cupones
      * mensuales o trimestrales que faltan.
       FLUJOS-PLAZOS.
      *--------------
           EXEC SQL
                DECLARE CUR-GAPPLA CURSOR FOR
                SELECT P.id_plazo,
                       COALESCE(CT.divisa_cuenta, 'EUR'),
                       P.principal_plazo, P.tasa_plazo,
                       P.periodicidad_plazo,
                       COALESCE(P.renovar_plazo, 'N'),
                       DATE_FORMAT(P.fecha_vencimiento_plazo,
                                   '%Y%m%d'),
                       DATE_FORMAT(COALESCE(P.fecha_ult_cupon_plazo,
                                            P.fecha_apertura_plazo),
                                   '%Y%m%d'),
                       DATEDIFF(P.fecha_vencimiento_plazo,
                                COALESCE(P.fecha_ult_cupon_plazo,
                                         P.fecha_apertura_plazo)),
                       DATEDIFF(P.fecha_vencimiento_plazo,
                                P.fecha_apertura_plazo),
                       TIMESTAMPDIFF(MONTH,
                                COALESCE(P.fecha_ult_cupon_plazo,
                                         P.fecha_apertura_plazo),
                                P.fecha_vencimiento_plazo)
                FROM   banco.plazo_fijo P
                LEFT   JOIN banco.cuenta CT
                       ON   CT.id_medio = P.id_medio_cuenta
                WHERE  P.estado_plazo = 'A'
                AND    P.fecha_vencimiento_plazo >= CURDATE()
                ORDER BY P.id_plazo
           END-EXEC.

           EXEC SQL OPEN CUR-GAPPLA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'FLUJOS-PLAZOS'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-FLUJOS-PLAZOS
           END-IF.

           PERFORM LEER-PLAZO                   THRU FIN-LEER-PLAZO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-GAPPLA END-EXEC.

       FIN-FLUJOS-PLAZOS.
           EXIT.

       LEER-PLAZO.
      *-----------
           EXEC SQL
                FETCH CUR-GAPPLA
                INTO  :WK-PLA-ID, :WK-PLA-DIVISA, :WK-PLA-PRINCIPAL,
                      :WK-PLA-TASA, :WK-PLA-PERIODICIDAD,
                      :WK-PLA-RENOVAR, :WK-PLA-FEC-VENC,
                      :WK-PLA-FEC-BASE, :WK-PLA-DIAS-RESTO,
                      :WK-PLA-DIAS-TOTAL, :WK-PLA-MESES
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     WK-CONTADOR-OPERACIONES
                PERFORM FLUJOS-UN-PLAZO         THRU
                        FIN-FLUJOS-UN-PLAZO
           WHEN OTHER
                MOVE 'LEER-PLAZO'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-PLAZO.
           EXIT.

       FLUJOS-UN-PLAZO.
      *----------------
           MOVE WK-PLA-DIVISA                   TO WK-FLU-DIVISA.
           MOVE WK-PLA-FEC-VENC                 TO WK-FLU-FECHA.

           MOVE 4                               TO WK-FLU-COLUMNA.
           MOVE WK-PLA-PRINCIPAL                TO WK-FLU-IMPORTE.
           PERFORM ACUMULAR-FLUJO               THRU
                   FIN-ACUMULAR-FLUJO.

           IF   WK-PLA-RENOVAR = 'S'
           THEN MOVE 8                          TO WK-FLU-COLUMNA
                PERFORM ACUMULAR-FLUJO          THRU
                        FIN-ACUMULAR-FLUJO
           END-IF.

           IF   WK-PLA-DIAS-TOTAL > ZERO
                AND WK-PLA-DIAS-RESTO > ZERO
           THEN COMPUTE WK-CUP-INTERES ROUNDED =
                        WK-PLA-PRINCIPAL * WK-PLA-TASA
                        * WK-PLA-DIAS-RESTO / WK-PLA-DIAS-TOTAL
           ELSE MOVE ZERO                       TO WK-CUP-INTERES
           END-IF.

           IF   WK-CUP-INTERES NOT > ZERO
           THEN GO TO FIN-FLUJOS-UN-PLAZO
           END-IF.

      *    Número de cupones que quedan: uno por periodo entero o
      *    empezado hasta el vencimiento; al vencimiento, uno.
           EVALUATE WK-PLA-PERIODICIDAD
           WHEN 'M'
                MOVE 1                          TO WK-CUP-PERIODO
           WHEN 'T'
                MOVE 3                          TO WK-CUP-PERIODO
           WHEN OTHER
                MOVE 0                          TO WK-CUP-PERIODO
           END-EVALUATE.

           IF   WK-CUP-PERIODO = 0
                OR WK-PLA-MESES NOT > 0
           THEN MOVE 1                          TO WK-CUP-NUMERO
           ELSE DIVIDE WK-PLA-MESES BY WK-CUP-PERIODO
                       GIVING WK-CUP-NUMERO REMAINDER WK-CUP-RESTO
                IF   WK-CUP-RESTO > 0
                     OR WK-CUP-NUMERO = 0
                THEN ADD 1                      TO WK-CUP-NUMERO
                END-IF
           END-IF.

           COMPUTE WK-CUP-IMPORTE ROUNDED =
                   WK-CUP-INTERES / WK-CUP-NUMERO.
           MOVE ZERO                            TO WK-CUP-PAGADO.
           MOVE 5                               TO WK-FLU-COLUMNA.

           PERFORM UN-CUPON                     THRU FIN-UN-CUPON
           VARYING WK-M FROM 1 BY 1
           UNTIL   WK-M > WK-CUP-NUMERO.

       FIN-FLUJOS-UN-PLAZO.
           EXIT.

      *    El último cupón cae en el vencimiento y se lleva el resto
      *    del interés, para que los cupones sumen exactamente lo
      *    pendiente.
       UN-CUPON.
      *---------
           IF   WK-M = WK-CUP-NUMERO
           THEN MOVE WK-PLA-FEC-VENC            TO WK-FLU-FECHA
                COMPUTE WK-FLU-IMPORTE = WK-CUP-INTERES
                                       - WK-CUP-PAGADO
           ELSE MOVE WK-PLA-FEC-BASE            TO WK-FEC-BASE
                COMPUTE WK-MESES-SUMAR = WK-M * WK-CUP-PERIODO
                PERFORM SUMAR-MESES             THRU FIN-SUMAR-MESES
                MOVE WK-FEC-RES                 TO WK-FLU-FECHA
                MOVE WK-CUP-IMPORTE             TO WK-FLU-IMPORTE
           END-IF.

           ADD  WK-FLU-IMPORTE                  TO WK-CUP-PAGADO.

           PERFORM ACUMULAR-FLUJO               THRU
                   FIN-ACUMULAR-FLUJO.

       FIN-UN-CUPON.
           EXIT.

      * Pólizas de crédito activas con la cuenta en negativo: lo
      * dispuesto vuelve a su vencimiento.
       FLUJOS-POLIZAS.
      *---------------
           EXEC SQL
                DECLARE CUR-GAPPOL CURSOR FOR
                SELECT COALESCE(CT.divisa_cuenta, 'EUR'),
                       DATE_FORMAT(PC.fec_vencimiento, '%Y%m%d'),
                       0 - CT.saldo_cuenta
                FROM   banco.poliza_credito PC, banco.cuenta CT
                WHERE  CT.id_medio      = PC.id_medio_cuenta
                AND    PC.estado_poliza = 'A'
                AND    CT.saldo_cuenta  < 0
                ORDER BY PC.id_poliza
           END-EXEC.

           EXEC SQL OPEN CUR-GAPPOL END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'FLUJOS-POLIZAS'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-FLUJOS-POLIZAS
           END-IF.

           MOVE 3                               TO WK-FLU-COLUMNA.

           PERFORM LEER-POLIZA                  THRU FIN-LEER-POLIZA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-GAPPOL END-EXEC.

       FIN-FLUJOS-POLIZAS.
           EXIT.

       LEER-POLIZA.
      *------------
           EXEC SQL
                FETCH CUR-GAPPOL
                INTO  :WK-AGR-DIVISA, :WK-AGR-FECHA, :WK-AGR-IMPORTE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     WK-CONTADOR-OPERACIONES
                MOVE WK-AGR-DIVISA              TO WK-FLU-DIVISA
                MOVE WK-AGR-FECHA               TO WK-FLU-FECHA
                MOVE WK-AGR-IMPORTE             TO WK-FLU-IMPORTE
                PERFORM ACUMULAR-FLUJO          THRU
                        FIN-ACUMULAR-FLUJO
           WHEN OTHER
                MOVE 'LEER-POLIZA'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-POLIZA.
           EXIT.

      * Saldos acreedores de las cuentas activas por divisa: la parte
      * volátil va al primer tramo y el resto al tramo estable.
       FLUJOS-VISTA.
      *-------------
           EXEC SQL
                DECLARE CUR-GAPVIS CURSOR FOR
                SELECT COALESCE(divisa_cuenta, 'EUR'),
                       SUM(saldo_cuenta)
                FROM   banco.cuenta
                WHERE  estado_cuenta = 'A'
                AND    saldo_cuenta  > 0
                GROUP BY 1
                ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CUR-GAPVIS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'FLUJOS-VISTA'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-FLUJOS-VISTA
           END-IF.

           MOVE 6                               TO WK-FLU-COLUMNA.

           PERFORM LEER-VISTA                   THRU FIN-LEER-VISTA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-GAPVIS END-EXEC.

       FIN-FLUJOS-VISTA.
           EXIT.

       LEER-VISTA.
      *-----------
           EXEC SQL
                FETCH CUR-GAPVIS
                INTO  :WK-AGR-DIVISA, :WK-AGR-IMPORTE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE WK-AGR-DIVISA              TO WK-FLU-DIVISA
                MOVE WK-LIM-1                   TO WK-FLU-FECHA
                COMPUTE WK-FLU-IMPORTE ROUNDED =
                        WK-AGR-IMPORTE * WK-PCT-VOLATIL / 100
                PERFORM ACUMULAR-FLUJO          THRU
                        FIN-ACUMULAR-FLUJO
                PERFORM ACUMULAR-VISTA-ESTABLE  THRU
                        FIN-ACUMULAR-VISTA-ESTABLE
           WHEN OTHER
                MOVE 'LEER-VISTA'               TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-VISTA.
           EXIT.

      *    La parte estable no tiene fecha: va directamente al tramo
      *    de la hipótesis, en la entrada de la divisa que acaba de
      *    dejar ACUMULAR-FLUJO.
       ACUMULAR-VISTA-ESTABLE.
      *-----------------------
           IF   DIVISA-NO-ENCONTRADA
           THEN GO TO FIN-ACUMULAR-VISTA-ESTABLE
           END-IF.

           COMPUTE WK-FLU-IMPORTE = WK-AGR-IMPORTE - WK-FLU-IMPORTE.
           ADD  WK-FLU-IMPORTE                  TO
                WK-DIV-IMPORTE(WK-I, WK-TRAMO-ESTABLE, 6).

       FIN-ACUMULAR-VISTA-ESTABLE.
           EXIT.

      * Suma WK-FLU-IMPORTE en la columna WK-FLU-COLUMNA del tramo
      * de WK-FLU-FECHA de la divisa WK-FLU-DIVISA, dándola de alta
      * en la tabla la primera vez.
       ACUMULAR-FLUJO.
      *---------------
           SET  DIVISA-NO-ENCONTRADA            TO TRUE.
           MOVE 1                               TO WK-I.

           PERFORM PROBAR-UNA-DIVISA            THRU
                   FIN-PROBAR-UNA-DIVISA
           UNTIL  DIVISA-ENCONTRADA
           OR     WK-I > WK-DIVISAS-CONTADOR.

           IF   DIVISA-NO-ENCONTRADA
                AND WK-DIVISAS-CONTADOR < 20
           THEN ADD  1                          TO WK-DIVISAS-CONTADOR
                MOVE WK-DIVISAS-CONTADOR        TO WK-I
                MOVE WK-FLU-DIVISA              TO WK-DIV-COD(WK-I)
                SET  DIVISA-ENCONTRADA          TO TRUE
           END-IF.

           IF   DIVISA-NO-ENCONTRADA
           THEN ADD  1                          TO
                     WK-CONTADOR-SIN-DIVISA
                GO TO FIN-ACUMULAR-FLUJO
           END-IF.

           MOVE 1                               TO WK-T.
           PERFORM PROBAR-UN-TRAMO              THRU
                   FIN-PROBAR-UN-TRAMO
           UNTIL  WK-T > 7
           OR     WK-FLU-FECHA NOT > WK-LIMITE(WK-T).

           ADD  WK-FLU-IMPORTE                  TO
                WK-DIV-IMPORTE(WK-I, WK-T, WK-FLU-COLUMNA).

       FIN-ACUMULAR-FLUJO.
           EXIT.

       PROBAR-UNA-DIVISA.
      *------------------
           IF   WK-DIV-COD(WK-I) = WK-FLU-DIVISA
           THEN SET DIVISA-ENCONTRADA           TO TRUE
           ELSE ADD 1                           TO WK-I
           END-IF.

       FIN-PROBAR-UNA-DIVISA.
           EXIT.

       PROBAR-UN-TRAMO.
      *----------------
           ADD  1                               TO WK-T.

       FIN-PROBAR-UN-TRAMO.
           EXIT.

      * Suma WK-MESES-SUMAR meses a WK-FEC-BASE y deja el resultado
      * en WK-FEC-RES; el día se recorta al último del mes.
       SUMAR-MESES.
      *------------
           COMPUTE WK-TOTAL-MESES = WK-BASE-ANIO * 12
                                  + WK-BASE-MM - 1
                                  + WK-MESES-SUMAR.
           DIVIDE WK-TOTAL-MESES BY 12 GIVING WK-RES-ANIO
                                       REMAINDER WK-MES-CERO.
           COMPUTE WK-RES-MM = WK-MES-CERO + 1.

           MOVE WK-DIAS-MES(WK-RES-MM)          TO WK-ULTIMO-DIA.
           IF   WK-RES-MM = 2
           THEN DIVIDE WK-RES-ANIO BY 4   GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-4
                DIVIDE WK-RES-ANIO BY 100 GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-100
                DIVIDE WK-RES-ANIO BY 400 GIVING WK-COCIENTE
                                          REMAINDER WK-RESTO-400
                IF   (WK-RESTO-4 = 0 AND WK-RESTO-100 NOT = 0)
                     OR WK-RESTO-400 = 0
                THEN MOVE 29                    TO WK-ULTIMO-DIA
                END-IF
           END-IF.

           IF   WK-BASE-DD > WK-ULTIMO-DIA
           THEN MOVE WK-ULTIMO-DIA              TO WK-RES-DD
           ELSE MOVE WK-BASE-DD                 TO WK-RES-DD
           END-IF.

       FIN-SUMAR-MESES.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHGAP.

           IF   FS-FICHGAP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTGAPLIQ ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHGAP-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHGAP ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHGAP.
           STRING 'ESCALERA DE VENCIMIENTOS A [' WK-FECHA-ACTUAL-8
                  '] VISTA VOLATIL [' WK-PCT-VOLATIL
                  '%] TRAMO ESTABLE ['
                  WK-NOMBRE-TRAMO(WK-TRAMO-ESTABLE) ']'
                  DELIMITED BY SIZE             INTO REG-FICHGAP.
           WRITE REG-FICHGAP.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHGAP.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Una divisa: los ocho tramos con entradas, salidas, gap y gap
      * acumulado, y después la vista de sensibilidad.
       ESCRIBIR-DIVISA.
      *----------------
           MOVE SPACES                          TO REG-FICHGAP.
           WRITE REG-FICHGAP.
           MOVE SPACES                          TO REG-FICHGAP.
           STRING '===== DIVISA [' WK-DIV-COD(WK-I) '] ====='
                  DELIMITED BY SIZE             INTO REG-FICHGAP.
           WRITE REG-FICHGAP.

           MOVE ZERO                            TO WK-GAP-ACUMULADO.

           PERFORM ESCRIBIR-TRAMO               THRU
                   FIN-ESCRIBIR-TRAMO
           VARYING WK-T FROM 1 BY 1
           UNTIL   WK-T > 8.

           MOVE SPACES                          TO REG-FICHGAP.
           STRING '  SENSIBILIDAD A TIPOS: CAPITAL A TIPO VARIABLE '
                  'POR TRAMO DE SU PROXIMA REVISION'
                  DELIMITED BY SIZE             INTO REG-FICHGAP.
           WRITE REG-FICHGAP.

           PERFORM ESCRIBIR-SENSIBILIDAD        THRU
                   FIN-ESCRIBIR-SENSIBILIDAD
           VARYING WK-T FROM 1 BY 1
           UNTIL   WK-T > 8.

       FIN-ESCRIBIR-DIVISA.
           EXIT.

       ESCRIBIR-TRAMO.
      *---------------
           COMPUTE WK-TOT-ENTRADAS = WK-DIV-IMPORTE(WK-I, WK-T, 1)
                                   + WK-DIV-IMPORTE(WK-I, WK-T, 2)
                                   + WK-DIV-IMPORTE(WK-I, WK-T, 3).
           COMPUTE WK-TOT-SALIDAS  = WK-DIV-IMPORTE(WK-I, WK-T, 4)
                                   + WK-DIV-IMPORTE(WK-I, WK-T, 5)
                                   + WK-DIV-IMPORTE(WK-I, WK-T, 6).
           COMPUTE WK-GAP = WK-TOT-ENTRADAS - WK-TOT-SALIDAS.
           ADD  WK-GAP                          TO WK-GAP-ACUMULADO.

           MOVE WK-DIV-IMPORTE(WK-I, WK-T, 1)   TO WK-EDI-1.
           MOVE WK-DIV-IMPORTE(WK-I, WK-T, 2)   TO WK-EDI-2.
           MOVE WK-DIV-IMPORTE(WK-I, WK-T, 3)   TO WK-EDI-3.
           MOVE WK-DIV-IMPORTE(WK-I, WK-T, 4)   TO WK-EDI-4.
           MOVE WK-DIV-IMPORTE(WK-I, WK-T, 5)   TO WK-EDI-5.
           MOVE WK-DIV-IMPORTE(WK-I, WK-T, 6)   TO WK-EDI-6.

           MOVE SPACES                          TO REG-FICHGAP.
           STRING '  TRAMO [' WK-NOMBRE-TRAMO(WK-T)
                  '] ENT CAPITAL [' WK-EDI-1
                  '] ENT INTERES [' WK-EDI-2
                  '] ENT POLIZAS [' WK-EDI-3
                  '] SAL PLAZOS [' WK-EDI-4
                  '] SAL CUPONES [' WK-EDI-5
                  '] SAL VISTA [' WK-EDI-6
                  '] GAP [' WK-GAP
                  '] GAP ACUMULADO [' WK-GAP-ACUMULADO ']'
                  DELIMITED BY SIZE             INTO REG-FICHGAP.
           WRITE REG-FICHGAP.

       FIN-ESCRIBIR-TRAMO.
           EXIT.

       ESCRIBIR-SENSIBILIDAD.
      *----------------------
           MOVE WK-DIV-IMPORTE(WK-I, WK-T, 7)   TO WK-EDI-1.
           MOVE WK-DIV-IMPORTE(WK-I, WK-T, 8)   TO WK-EDI-2.

           MOVE SPACES                          TO REG-FICHGAP.
           STRING '  TRAMO [' WK-NOMBRE-TRAMO(WK-T)
                  '] CAPITAL QUE REVISA [' WK-EDI-1
                  '] PLAZOS CON RENOVACION PACTADA [' WK-EDI-2 ']'
                  DELIMITED BY SIZE             INTO REG-FICHGAP.
           WRITE REG-FICHGAP.

       FIN-ESCRIBIR-SENSIBILIDAD.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTGAPLIQ ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'RPTGAPLIQ'                     TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ESCALERA DE VENCIMIENTOS Y GAP DE LIQUIDEZ'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHGAP-NOMBRE ']'.
           DISPLAY 'OPERACIONES          [' WK-CONTADOR-OPERACIONES
                   ']'.
           DISPLAY 'DIVISAS              [' WK-DIVISAS-CONTADOR ']'.
           IF   WK-CONTADOR-SIN-DIVISA > 0
           THEN DISPLAY '*** AVISO *** FLUJOS FUERA DE LA TABLA DE '
                        'DIVISAS [' WK-CONTADOR-SIN-DIVISA ']'
           END-IF.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
