       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTCARTERA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe mensual de cartera por gestor comercial. Para cada
      * gestor, con los clientes que tenía asignados el último día
      * del mes en banco.cliente_gestor:
      *   - número de clientes;
      *   - saldos de sus cuentas activas como titular o cotitular,
      *     con la misma definición que RPTSALNIF;
      *   - préstamos vivos (en curso o en mora) y su principal;
      *   - ingresos del mes con las patas de RPTRENTCLI (intereses y
      *     cuotas de tarjeta, comisiones de cuenta, intereses y
      *     demora de cuotas de préstamo, descuento de las ventas con
      *     TPV de sus comercios) y el neto después de los
      *     intereses pagados en depósitos.
      * Las cifras de cada gestor se guardan en
      * banco.cartera_gestor_mes, y el informe saca su variación
      * contra las del mes anterior. Los saldos y los préstamos son
      * los del día de la ejecución, por lo que el informe de un mes
      * se saca al cerrarlo; volver a sacarlo sustituye la foto.

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
      *    Fichero de salida: dos renglones por gestor, ordenados por
      *    oficina, y los totales. Su nombre lleva el mes del informe.
           SELECT FICHCART ASSIGN TO WK-FICHCART-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCART.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHCART RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCART                     PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE gestor           END-EXEC.

      * Mes del informe (AAAAMM), el anterior y sus días primero y
      * último (AAAAMMDD).
       01  WK-MES                            PIC X(06).
       01  WK-MES-ANT                        PIC X(06).
       01  WK-FEC-INI-MES                    PIC X(08).
       01  WK-FEC-FIN-MES                    PIC X(08).
       01  WK-ID-EJEC                        PIC 9(10).

      * Cifras del gestor en curso.
       01  WK-NUM-CLIENTES                   PIC 9(07).
       01  WK-SALDO                          PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-NUM-PRESTAMOS                  PIC 9(07).
       01  WK-PRINCIPAL                      PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-ING-TARJETA                    PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-ING-COMISIONES                 PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-ING-PRESTAMOS                  PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-ING-TPV                        PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-GTO-DEPOSITOS                  PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-INGRESOS                       PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-NETO                           PIC S9(12)V99
                                             LEADING SEPARATE.

      * Cifras del mismo gestor el mes anterior.
       01  WK-ANT-NUM-CLIENTES               PIC 9(07).
       01  WK-ANT-SALDO                      PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-ANT-NUM-PRESTAMOS              PIC 9(07).
       01  WK-ANT-PRINCIPAL                  PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-ANT-NETO                       PIC S9(12)V99
                                             LEADING SEPARATE.

      * Clientes sin gestor asignado al cierre del mes.
       01  WK-SIN-GESTOR                     PIC 9(07).
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


      * Con RPTCARTERA_MES (AAAAMM) se saca ese mes; sin ella, el
      * mes anterior al de la ejecución.
       01  WK-MES-ENV                        PIC X(06).

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-R                 REDEFINES
           WK-FECHA-ACTUAL.
           05  WK-ACTUAL-ANIO                PIC 9(04).
           05  WK-ACTUAL-MES                 PIC 9(02).
           05  WK-ACTUAL-DIA                 PIC 9(02).

      * Año y mes del informe y del mes anterior, para calcularlos.
       01  WK-MES-9.
           05  WK-MES-ANIO                   PIC 9(04).
           05  WK-MES-MM                     PIC 9(02).
       01  WK-MES-ANT-9.
           05  WK-MES-ANT-ANIO               PIC 9(04).
           05  WK-MES-ANT-MM                 PIC 9(02).

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

       01  SW-MES-ANTERIOR                   PIC 9(01) VALUE 0.
           88  MES-ANTERIOR-SI               VALUE 1.
           88  MES-ANTERIOR-NO               VALUE 0.

      * Variaciones sobre el mes anterior.
       01  WK-VAR-CLIENTES                   PIC S9(07)
                                             LEADING SEPARATE.
       01  WK-VAR-SALDO                      PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-VAR-PRESTAMOS                  PIC S9(07)
                                             LEADING SEPARATE.
       01  WK-VAR-PRINCIPAL                  PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-VAR-NETO                       PIC S9(12)V99
                                             LEADING SEPARATE.

      * Totales de la entidad.
       01  WK-TOT-CLIENTES                   PIC 9(09) VALUE 0.
       01  WK-TOT-SALDO                      PIC S9(16)V99
                                             LEADING SEPARATE
                                             VALUE 0.
       01  WK-TOT-PRESTAMOS                  PIC 9(09) VALUE 0.
       01  WK-TOT-PRINCIPAL                  PIC S9(16)V99
                                             LEADING SEPARATE
                                             VALUE 0.
       01  WK-TOT-NETO                       PIC S9(14)V99
                                             LEADING SEPARATE
                                             VALUE 0.

       01  WK-FICHCART-NOMBRE                PIC X(30).
       01  FS-FICHCART                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Cuántos gestores salen en el informe.
       01  WK-CONTADOR-GESTORES              PIC 9(06) VALUE 0.

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
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM CALCULAR-CARTERAS       THRU
                        FIN-CALCULAR-CARTERAS
                IF   STAT-OK
                THEN PERFORM CONTAR-SIN-GESTOR  THRU
                             FIN-CONTAR-SIN-GESTOR
                END-IF
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-TOTALES   THRU
                             FIN-ESCRIBIR-TOTALES
                END-IF
                PERFORM CERRAR-FICHERO          THRU FIN-CERRAR-FICHERO
           END-IF.

      *    Las fotos del mes sólo se confirman si el informe salió
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
                                                'RPTCARTERA_MES'.

           IF   WK-MES-ENV IS NUMERIC
                AND WK-MES-ENV(5:2) >= '01'
                AND WK-MES-ENV(5:2) <= '12'
           THEN MOVE WK-MES-ENV                 TO WK-MES-9
           ELSE IF   WK-MES-ENV NOT = SPACES
                THEN DISPLAY '*** AVISO *** RPTCARTERA: MES NO VALIDO'
                     DISPLAY 'RPTCARTERA_MES [' WK-MES-ENV ']'
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

           STRING 'cartera-gestor-' WK-MES '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCART-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTCARTERA CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTCARTERA'                TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTCARTERA'                    TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-GESTORES            TO
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
      *    confidencial: lleva cifras de negocio por empleado. El
      *    periodo es el mes del informe.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTCARTERA'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCART-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.
           MOVE WK-FEC-INI-MES                  TO
                RPTCATAL-E-PERIODO-DESDE.
           MOVE WK-FEC-FIN-MES                  TO
                RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTCARTERA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCART-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHCART.

           IF   FS-FICHCART NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTCARTERA ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHCART-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHCART ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHCART.
           STRING 'CARTERA POR GESTOR DEL MES [' WK-MES
                  '] COMPARADA CON [' WK-MES-ANT ']'
                  DELIMITED BY SIZE             INTO REG-FICHCART.
           WRITE REG-FICHCART.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCART.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Un gestor por fila: los activos y los que se dieron de baja
      * dentro del mes. La cartera es la que tenía asignada el último
      * día del mes; las cuentas, las de sus clientes como titulares
      * o cotitulares, contadas una sola vez aunque dos clientes de
      * la cartera las compartan.
       CALCULAR-CARTERAS.
      *------------------
           EXEC SQL
                DECLARE CUR-CARTERA CURSOR FOR
                SELECT G.cod_gestor, G.nom_gestor, G.oficina_gestor,
                       G.tipo_cartera_gestor,
                       (SELECT COUNT(*)
                        FROM   banco.cliente_gestor A
                        WHERE  A.cod_gestor   = G.cod_gestor
                        AND    A.fec_ini_asig <=
                               STR_TO_DATE(:WK-FEC-FIN-MES, '%Y%m%d')
                        AND   (A.fec_fin_asig IS NULL
                               OR A.fec_fin_asig >
                               STR_TO_DATE(:WK-FEC-FIN-MES,
                                           '%Y%m%d'))),
                       COALESCE((SELECT SUM(CT.saldo_cuenta)
                                 FROM banco.cuenta CT
                                 WHERE CT.estado_cuenta = 'A'
                                 AND   CT.id_medio IN
                                 (SELECT R.id_medio
                                  FROM banco.cliente_gestor A,
                                       banco.cliente_rln_cuenta R
                                  WHERE A.cod_gestor = G.cod_gestor
                                  AND   A.fec_ini_asig <=
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')
                                  AND  (A.fec_fin_asig IS NULL
                                        OR A.fec_fin_asig >
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'))
                                  AND   R.id_cliente = A.id_cliente
                                  AND   R.tip_rln    IN ('T','C'))),
                                0),
                       (SELECT COUNT(*)
                        FROM   banco.prestamo P
                        WHERE  P.estado_prestamo IN ('A', 'M')
                        AND    P.id_medio_cuenta IN
                               (SELECT R.id_medio
                                FROM banco.cliente_gestor A,
                                     banco.cliente_rln_cuenta R
                                WHERE A.cod_gestor = G.cod_gestor
                                AND   A.fec_ini_asig <=
                                      STR_TO_DATE(:WK-FEC-FIN-MES,
                                                  '%Y%m%d')
                                AND  (A.fec_fin_asig IS NULL
                                      OR A.fec_fin_asig >
                                      STR_TO_DATE(:WK-FEC-FIN-MES,
                                                  '%Y%m%d'))
                                AND   R.id_cliente = A.id_cliente
                                AND   R.tip_rln    IN ('T','C'))),
                       COALESCE((SELECT SUM(P.principal_prestamo)
                                 FROM banco.prestamo P
                                 WHERE P.estado_prestamo IN ('A', 'M')
                                 AND   P.id_medio_cuenta IN
                                 (SELECT R.id_medio
                                  FROM banco.cliente_gestor A,
                                       banco.cliente_rln_cuenta R
                                  WHERE A.cod_gestor = G.cod_gestor
                                  AND   A.fec_ini_asig <=
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')
                                  AND  (A.fec_fin_asig IS NULL
                                        OR A.fec_fin_asig >
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'))
                                  AND   R.id_cliente = A.id_cliente
                                  AND   R.tip_rln    IN ('T','C'))),
                                0),
                       COALESCE((SELECT SUM(0 - M.importe_mov)
                                 FROM banco.tarjeta T,
                                      banco.movimiento M
                                 WHERE T.id_cliente IN
                                 (SELECT A.id_cliente
                                  FROM banco.cliente_gestor A
                                  WHERE A.cod_gestor = G.cod_gestor
                                  AND   A.fec_ini_asig <=
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')
                                  AND  (A.fec_fin_asig IS NULL
                                        OR A.fec_fin_asig >
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')))
                                 AND   M.id_medio   = T.id_medio
                                 AND   M.importe_mov < 0
                                 AND   M.cod_cnpt_mov IN ('INT','COM')
                                 AND   M.fec_mov >=
                                       STR_TO_DATE(:WK-FEC-INI-MES,
                                                   '%Y%m%d')
                                 AND   M.fec_mov <
                                       DATE_ADD(
                                       STR_TO_DATE(:WK-FEC-FIN-MES,
                                                   '%Y%m%d'),
                                       INTERVAL 1 DAY)),
                                0),
                       COALESCE((SELECT SUM(0 - M2.importe_mov)
                                 FROM banco.movimiento M2
                                 WHERE M2.id_medio IN
                                 (SELECT R.id_medio
                                  FROM banco.cliente_gestor A,
                                       banco.cliente_rln_cuenta R
                                  WHERE A.cod_gestor = G.cod_gestor
                                  AND   A.fec_ini_asig <=
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')
                                  AND  (A.fec_fin_asig IS NULL
                                        OR A.fec_fin_asig >
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'))
                                  AND   R.id_cliente = A.id_cliente
                                  AND   R.tip_rln    IN ('T','C'))
                                 AND   M2.importe_mov < 0
                                 AND   M2.cod_cnpt_mov = 'COM'
                                 AND   M2.fec_mov >=
                                       STR_TO_DATE(:WK-FEC-INI-MES,
                                                   '%Y%m%d')
                                 AND   M2.fec_mov <
                                       DATE_ADD(
                                       STR_TO_DATE(:WK-FEC-FIN-MES,
                                                   '%Y%m%d'),
                                       INTERVAL 1 DAY)),
                                0),
                       COALESCE((SELECT SUM(Q.importe_interes_cuota
                                            + Q.importe_mora_cuota)
                                 FROM banco.prestamo P,
                                      banco.prestamo_cuota Q
                                 WHERE P.id_medio_cuenta IN
                                 (SELECT R.id_medio
                                  FROM banco.cliente_gestor A,
                                       banco.cliente_rln_cuenta R
                                  WHERE A.cod_gestor = G.cod_gestor
                                  AND   A.fec_ini_asig <=
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')
                                  AND  (A.fec_fin_asig IS NULL
                                        OR A.fec_fin_asig >
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'))
                                  AND   R.id_cliente = A.id_cliente
                                  AND   R.tip_rln    IN ('T','C'))
                                 AND   Q.id_prestamo = P.id_prestamo
                                 AND   Q.fecha_cargo_cuota >=
                                       STR_TO_DATE(:WK-FEC-INI-MES,
                                                   '%Y%m%d')
                                 AND   Q.fecha_cargo_cuota <=
                                       STR_TO_DATE(:WK-FEC-FIN-MES,
                                                   '%Y%m%d')),
                                0),
                       COALESCE((SELECT SUM(L.importe_descuento)
                                 FROM banco.comercio        K,
                                      banco.liquidacion_tpv L
                                 WHERE K.id_cliente IN
                                 (SELECT A.id_cliente
                                  FROM banco.cliente_gestor A
                                  WHERE A.cod_gestor = G.cod_gestor
                                  AND   A.fec_ini_asig <=
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')
                                  AND  (A.fec_fin_asig IS NULL
                                        OR A.fec_fin_asig >
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')))
                                 AND   L.id_comercio = K.id_comercio
                                 AND   L.fec_liquidacion >=
                                       STR_TO_DATE(:WK-FEC-INI-MES,
                                                   '%Y%m%d')
                                 AND   L.fec_liquidacion <
                                       DATE_ADD(
                                       STR_TO_DATE(:WK-FEC-FIN-MES,
                                                   '%Y%m%d'),
                                       INTERVAL 1 DAY)),
                                0),
                       COALESCE((SELECT SUM(M3.importe_mov)
                                 FROM banco.movimiento M3
                                 WHERE M3.id_medio IN
                                 (SELECT R.id_medio
                                  FROM banco.cliente_gestor A,
                                       banco.cliente_rln_cuenta R
                                  WHERE A.cod_gestor = G.cod_gestor
                                  AND   A.fec_ini_asig <=
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d')
                                  AND  (A.fec_fin_asig IS NULL
                                        OR A.fec_fin_asig >
                                        STR_TO_DATE(:WK-FEC-FIN-MES,
                                                    '%Y%m%d'))
                                  AND   R.id_cliente = A.id_cliente
                                  AND   R.tip_rln    IN ('T','C'))
                                 AND   M3.importe_mov > 0
                                 AND   M3.cod_cnpt_mov = 'INT'
                                 AND   M3.fec_mov >=
                                       STR_TO_DATE(:WK-FEC-INI-MES,
                                                   '%Y%m%d')
                                 AND   M3.fec_mov <
                                       DATE_ADD(
                                       STR_TO_DATE(:WK-FEC-FIN-MES,
                                                   '%Y%m%d'),
                                       INTERVAL 1 DAY)),
                                0)
                FROM   banco.gestor G
                WHERE  G.estado_gestor = 'A'
                OR     G.fec_baja_gestor >=
                       STR_TO_DATE(:WK-FEC-INI-MES, '%Y%m%d')
                ORDER BY G.oficina_gestor, G.cod_gestor
           END-EXEC.

           EXEC SQL OPEN CUR-CARTERA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CALCULAR-CARTERAS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CALCULAR-CARTERAS
           END-IF.

           PERFORM LEER-CARTERA                 THRU FIN-LEER-CARTERA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CARTERA END-EXEC.

       FIN-CALCULAR-CARTERAS.
           EXIT.

       LEER-CARTERA.
      *-------------
           EXEC SQL
                FETCH CUR-CARTERA
                INTO  :GESTOR-COD, :GESTOR-NOM, :GESTOR-OFICINA,
                      :GESTOR-TIPO-CARTERA, :WK-NUM-CLIENTES,
                      :WK-SALDO, :WK-NUM-PRESTAMOS, :WK-PRINCIPAL,
                      :WK-ING-TARJETA, :WK-ING-COMISIONES,
                      :WK-ING-PRESTAMOS, :WK-ING-TPV,
                      :WK-GTO-DEPOSITOS
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM TRATAR-GESTOR           THRU
                        FIN-TRATAR-GESTOR
           WHEN OTHER
                MOVE 'LEER-CARTERA'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-CARTERA.
           EXIT.

      *    Cifras del gestor, comparación con el mes anterior, foto
      *    del mes y sus dos renglones del informe.
       TRATAR-GESTOR.
      *--------------
           COMPUTE WK-INGRESOS = WK-ING-TARJETA
                               + WK-ING-COMISIONES
                               + WK-ING-PRESTAMOS
                               + WK-ING-TPV.
           COMPUTE WK-NETO     = WK-INGRESOS - WK-GTO-DEPOSITOS.

           PERFORM LEER-MES-ANTERIOR            THRU
                   FIN-LEER-MES-ANTERIOR.

           IF   STAT-OK
           THEN PERFORM GRABAR-FOTO             THRU FIN-GRABAR-FOTO
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-TRATAR-GESTOR
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-GESTORES.
           ADD  WK-NUM-CLIENTES                 TO WK-TOT-CLIENTES.
           ADD  WK-SALDO                        TO WK-TOT-SALDO.
           ADD  WK-NUM-PRESTAMOS                TO WK-TOT-PRESTAMOS.
           ADD  WK-PRINCIPAL                    TO WK-TOT-PRINCIPAL.
           ADD  WK-NETO                         TO WK-TOT-NETO.

           MOVE SPACES                          TO REG-FICHCART.
           STRING 'OFICINA [' GESTOR-OFICINA '] GESTOR ['
                  GESTOR-COD '] ' GESTOR-NOM ' CARTERA ['
                  GESTOR-TIPO-CARTERA '] CLIENTES [' WK-NUM-CLIENTES
                  '] SALDOS [' WK-SALDO '] PRESTAMOS ['
                  WK-NUM-PRESTAMOS '] PRINCIPAL [' WK-PRINCIPAL
                  '] INGRESOS [' WK-INGRESOS '] NETO [' WK-NETO ']'
                  DELIMITED BY SIZE             INTO REG-FICHCART.
           WRITE REG-FICHCART.

           MOVE SPACES                          TO REG-FICHCART.
           IF   MES-ANTERIOR-SI
           THEN COMPUTE WK-VAR-CLIENTES  = WK-NUM-CLIENTES
                                         - WK-ANT-NUM-CLIENTES
                COMPUTE WK-VAR-SALDO     = WK-SALDO - WK-ANT-SALDO
                COMPUTE WK-VAR-PRESTAMOS = WK-NUM-PRESTAMOS
                                         - WK-ANT-NUM-PRESTAMOS
                COMPUTE WK-VAR-PRINCIPAL = WK-PRINCIPAL
                                         - WK-ANT-PRINCIPAL
                COMPUTE WK-VAR-NETO      = WK-NETO - WK-ANT-NETO
                STRING '    VARIACION SOBRE [' WK-MES-ANT
                       '] CLIENTES [' WK-VAR-CLIENTES
                       '] SALDOS [' WK-VAR-SALDO
                       '] PRESTAMOS [' WK-VAR-PRESTAMOS
                       '] PRINCIPAL [' WK-VAR-PRINCIPAL
                       '] NETO [' WK-VAR-NETO ']'
                       DELIMITED BY SIZE        INTO REG-FICHCART
           ELSE STRING '    SIN CIFRAS DE [' WK-MES-ANT
                       '] CON LAS QUE COMPARAR'
                       DELIMITED BY SIZE        INTO REG-FICHCART
           END-IF.
           WRITE REG-FICHCART.

       FIN-TRATAR-GESTOR.
           EXIT.

       LEER-MES-ANTERIOR.
      *------------------
           SET  MES-ANTERIOR-NO                 TO TRUE.

           EXEC SQL
                SELECT num_clientes_cart, saldo_cart,
                       num_prestamos_cart, principal_cart, neto_cart
                INTO   :WK-ANT-NUM-CLIENTES, :WK-ANT-SALDO,
                       :WK-ANT-NUM-PRESTAMOS, :WK-ANT-PRINCIPAL,
                       :WK-ANT-NETO
                FROM   banco.cartera_gestor_mes
                WHERE  cod_gestor = :GESTOR-COD
                AND    mes_cart   = :WK-MES-ANT
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET  MES-ANTERIOR-SI            TO TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                MOVE 'LEER-MES-ANTERIOR'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-MES-ANTERIOR.
           EXIT.

      *    La foto del gestor para el mes; si el mes ya se había
      *    sacado, se sustituye.
       GRABAR-FOTO.
      *------------
           MOVE WK-BATLOG-ID-EJEC               TO WK-ID-EJEC.

           EXEC SQL
                INSERT INTO banco.cartera_gestor_mes(
                    cod_gestor,
                    mes_cart,
                    oficina_cart,
                    tipo_cartera_cart,
                    num_clientes_cart,
                    saldo_cart,
                    num_prestamos_cart,
                    principal_cart,
                    ingresos_cart,
                    neto_cart,
                    id_ejec_cart,
                    fec_cart
                )
                VALUES(
                    :GESTOR-COD,
                    :WK-MES,
                    :GESTOR-OFICINA,
                    :GESTOR-TIPO-CARTERA,
                    :WK-NUM-CLIENTES,
                    :WK-SALDO,
                    :WK-NUM-PRESTAMOS,
                    :WK-PRINCIPAL,
                    :WK-INGRESOS,
                    :WK-NETO,
                    :WK-ID-EJEC,
                    now()
                )
                ON DUPLICATE KEY UPDATE
                    oficina_cart       = :GESTOR-OFICINA,
                    tipo_cartera_cart  = :GESTOR-TIPO-CARTERA,
                    num_clientes_cart  = :WK-NUM-CLIENTES,
                    saldo_cart         = :WK-SALDO,
                    num_prestamos_cart = :WK-NUM-PRESTAMOS,
                    principal_cart     = :WK-PRINCIPAL,
                    ingresos_cart      = :WK-INGRESOS,
                    neto_cart          = :WK-NETO,
                    id_ejec_cart       = :WK-ID-EJEC,
                    fec_cart           = now()
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-FOTO'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-FOTO.
           EXIT.

      *    Clientes que al cierre del mes no tenían gestor asignado.
       CONTAR-SIN-GESTOR.
      *------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-SIN-GESTOR
                FROM   banco.cliente C
                WHERE  NOT EXISTS
                       (SELECT 1
                        FROM   banco.cliente_gestor A
                        WHERE  A.id_cliente   = C.id_cliente
                        AND    A.fec_ini_asig <=
                               STR_TO_DATE(:WK-FEC-FIN-MES, '%Y%m%d')
                        AND   (A.fec_fin_asig IS NULL
                               OR A.fec_fin_asig >
                               STR_TO_DATE(:WK-FEC-FIN-MES,
                                           '%Y%m%d')))
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONTAR-SIN-GESTOR'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CONTAR-SIN-GESTOR.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHCART.
           STRING 'TOTAL GESTORES [' WK-CONTADOR-GESTORES
                  '] CLIENTES [' WK-TOT-CLIENTES
                  '] SALDOS [' WK-TOT-SALDO
                  '] PRESTAMOS [' WK-TOT-PRESTAMOS
                  '] PRINCIPAL [' WK-TOT-PRINCIPAL
                  '] NETO [' WK-TOT-NETO ']'
                  DELIMITED BY SIZE             INTO REG-FICHCART.
           WRITE REG-FICHCART.

           MOVE SPACES                          TO REG-FICHCART.
           STRING 'CLIENTES SIN GESTOR ASIGNADO [' WK-SIN-GESTOR ']'
                  DELIMITED BY SIZE             INTO REG-FICHCART.
           WRITE REG-FICHCART.

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
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

      *    Deshace las fotos a medias y, si el fallo fue de base de
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
      *    propia fila y no debe arrastrar con ella fotos a medias.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RPTCARTERA ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'RPTCARTERA'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CARTERA MENSUAL POR GESTOR COMERCIAL'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'MES DEL INFORME      [' WK-MES ']'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHCART-NOMBRE ']'.
           DISPLAY 'GESTORES             [' WK-CONTADOR-GESTORES ']'.
           DISPLAY 'CLIENTES SIN GESTOR  [' WK-SIN-GESTOR ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
