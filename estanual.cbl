       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. ESTANUAL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Estado anual de comisiones e intereses que la normativa de
      * transparencia obliga a mandar a cada cliente en enero: por
      * cada producto suyo, lo que se le cobró en comisiones y lo que
      * pagó y percibió en intereses durante el ejercicio anterior.
      * Se suma, por cliente y producto:
      *   - cuentas (titular o cotitular): comisiones (COM) de todo el
      *     subsistema de cobros (transferencias, cajas, pólizas...),
      *     intereses deudores e intereses abonados (INT), mirando
      *     banco.movimiento y el archivo histórico de PURGAMOV;
      *   - tarjetas propias: cuotas y comisiones, e intereses, los
      *     posteos de DEVENGOTAR;
      *   - préstamos: interés y demora de banco.prestamo_cuota;
      *   - plazos fijos: el interés devengado y aún no liquidado al
      *     cierre, con la misma fórmula de DEVENGOMES.
      * Cada cifra se compara con la tarifa vigente al cierre del
      * ejercicio (banco.tarifa_tarjeta, banco.tarifa_transferencia,
      * tipo del préstamo): la carta muestra la tarifa de referencia
      * y lo que la supera sale como DESCUADRE en el fichero de
      * control para que se revise de oficio.
      *
      * La carta sale con la plantilla ESTANUAL en el idioma del
      * cliente y se deja en banco.estado_anual/estado_anual_linea
      * pendiente de ensobrar: ENSOBRADO la mete en el sobre del
      * hogar del cliente en el siguiente lote mensual. Un cliente
      * con estado ya emitido para el ejercicio no se repite, así
      * que el lote se puede relanzar.
      *
      * ESTANUAL_EJERCICIO  Ejercicio a emitir (AAAA); por omisión el
      *                     año anterior al de la ejecución.

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
      *    Fichero de control de la emisión: un renglón por cliente
      *    con sus totales, los descuadres contra tarifa y el cuadre
      *    con el devengo contable. Su nombre lleva la fecha de la
      *    ejecución para no pisar el de ejecuciones anteriores.
           SELECT FICHESTAN ASSIGN TO WK-FICHESTAN-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHESTAN.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHESTAN RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHESTAN                    PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Ejercicio que se emite y sus fechas de inicio y cierre
      * (AAAAMMDD), y el mes contable de cierre (AAAAMM).
       01  WK-EJERCICIO                     PIC 9(04).
       01  WK-FEC-INI                       PIC X(08).
       01  WK-FEC-FIN                       PIC X(08).
       01  WK-MES-CIERRE                    PIC X(06).

      * Cliente en curso, su idioma y su domicilio de envío (el que
      * da DOMENVIO; a cero si su correo queda retenido).
       01  WK-CLI-ID                        PIC 9(10).
       01  WK-CLI-NIF                       PIC X(10).
       01  WK-CLI-NOM                       PIC X(57).
       01  WK-CLI-IDIOMA                    PIC X(02).
       01  WK-DOM-ID                        PIC 9(10).

      * Fila de cada cursor de productos: el producto, la relación
      * del cliente con él y las sumas del ejercicio.
       01  WK-PRD-ID                        PIC 9(10).
       01  WK-PRD-NUM                       PIC X(20).
       01  WK-PRD-RLN                       PIC X(01).
       01  WK-PRD-PRINCIPAL                 PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-PRD-TASA                      PIC 9(01)V9(04).
       01  WK-IMP-COMISIONES                PIC S9(10)V99
                                            LEADING SEPARATE.
       01  WK-IMP-INT-PAGADO                PIC S9(10)V99
                                            LEADING SEPARATE.
       01  WK-IMP-INT-PERCIBIDO             PIC S9(10)V99
                                            LEADING SEPARATE.
       01  WK-IMP-MORA                      PIC S9(10)V99
                                            LEADING SEPARATE.
       01  WK-IMP-EFECTIVO                  PIC S9(10)V99
                                            LEADING SEPARATE.
       01  WK-IMP-DEVENGO                   PIC S9(10)V99
                                            LEADING SEPARATE.
       01  WK-NUM-TRANSF                    PIC 9(05).
       01  WK-IMP-COM-TRANSF                PIC S9(10)V99
                                            LEADING SEPARATE.

      * Tarifas vigentes al cierre del ejercicio.
       01  WK-TARIFA-CUOTA                  PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-TARIFA-INTERES                PIC 9(01)V9(04).
       01  WK-TARIFA-COM-EFE                PIC 9(01)V9(04).
       01  WK-TARIFA-TRF-MAXIMO             PIC S9(08)V99
                                            LEADING SEPARATE.

      * Línea de la carta que se graba y su número de orden.
       01  WK-LIN-NUM                       PIC 9(03).
       01  WK-LIN-TEXTO                     PIC X(200).
       01  WK-NUM-LINEAS                    PIC 9(03).
       01  WK-REVISAR                       PIC X(01).

      * Devengo contable de plazos del mes de cierre.
       01  WK-DEVENGO-CONTABLE              PIC S9(10)V99
                                            LEADING SEPARATE.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'plantilla.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'domenvio.cpy'.

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

      * Los clientes a emitir se cargan en memoria y se cierra el
      * cursor antes de recorrerlos: cada uno abre a su vez los
      * cursores de sus productos. Los que no quepan salen en la
      * siguiente ejecución, porque los ya emitidos se saltan.
       01  WK-CLIENTES-MAX                   PIC 9(05) VALUE 5000.
       01  WK-CLIENTES.
           05  WK-CLIENTES-CONTADOR          PIC 9(05) VALUE 0.
           05  WK-CLIENTE                    OCCURS 5000 TIMES
                                             PIC 9(10).
       01  WK-CLIENTES-OMITIDOS              PIC 9(06) VALUE 0.

      * Carta del cliente en curso, renglón a renglón, hasta que se
      * graba entera.
       01  WK-CARTA-MAX                      PIC 9(03) VALUE 80.
       01  WK-CARTA.
           05  WK-CARTA-CONTADOR             PIC 9(03) VALUE 0.
           05  WK-CARTA-LINEA                OCCURS 80 TIMES
                                             PIC X(200).
       01  WK-LINEA                          PIC X(200).
       01  WK-I                              PIC 9(05).
       01  WK-J                              PIC 9(03).

      * Tarifas por omisión si no hay fila vigente al cierre: las
      * mismas de DEVENGOTAR y TRFSWIFT.
       01  WK-CUOTA-MENSUAL                  PIC S9(08)V99
                                             LEADING SEPARATE
                                             VALUE 2,50.
       01  WK-TASA-INTERES-MENSUAL           PIC 9(01)V9(04)
                                             VALUE 0,025.
       01  WK-PCT-COMISION-EFECTIVO          PIC 9(01)V9(04)
                                             VALUE 0,0300.
       01  WK-COMISION-TRF-MAXIMA            PIC S9(08)V99
                                             LEADING SEPARATE
                                             VALUE 150.

      * Textos fijos de la carta: plantilla ESTANUAL en el idioma
      * del cliente si legal la ha cargado (título, presentación y
      * pie), y el literal de siempre si no.
       01  WK-TXT-TITULO                     PIC X(80).
       01  WK-TXT-PRESENTACION               PIC X(200).
       01  WK-TXT-PIE                        PIC X(200).

      * Tope que permite la tarifa para la cifra que se compara.
       01  WK-TOPE                           PIC S9(10)V99
                                             LEADING SEPARATE.

      * Totales del cliente en curso.
       01  WK-CLI-PRODUCTOS                  PIC 9(03).
       01  WK-CLI-COMISIONES                 PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-CLI-INT-PAGADOS                PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-CLI-INT-PERCIBIDOS             PIC S9(10)V99
                                             LEADING SEPARATE.

       01  WK-EJERCICIO-ENV                  PIC X(04).
       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FICHESTAN-NOMBRE               PIC X(30).
       01  FS-FICHESTAN                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Estados emitidos, los que llevan algún descuadre, los
      * retenidos para la oficina, renglones que no cupieron y
      * devengo de plazos de los titulares.
       01  WK-CONTADOR-ESTADOS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DESCUADRES            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-DOMICILIO         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDOS             PIC 9(06) VALUE 0.
       01  WK-LINEAS-OMITIDAS                PIC 9(06) VALUE 0.
       01  WK-DEVENGO-ESTADOS                PIC S9(10)V99
                                             LEADING SEPARATE
                                             VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
                IF   STAT-OK
                THEN PERFORM CONSULTAR-TARIFAS  THRU
                             FIN-CONSULTAR-TARIFAS
                END-IF
                IF   STAT-OK
                THEN PERFORM CARGAR-CLIENTES    THRU
                             FIN-CARGAR-CLIENTES
                END-IF
                IF   STAT-OK
                THEN PERFORM EMITIR-ESTADOS     THRU
                             FIN-EMITIR-ESTADOS
                END-IF
                IF   STAT-OK
                THEN PERFORM CUADRAR-DEVENGO    THRU
                             FIN-CUADRAR-DEVENGO
                END-IF
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
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
           ACCEPT WK-FECHA-ACTUAL               FROM DATE.
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.

           STRING 'estado-anual-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHESTAN-NOMBRE.

           COMPUTE WK-EJERCICIO = WK-FECHA-ACTUAL-8 / 10000 - 1.

           MOVE SPACES                          TO WK-EJERCICIO-ENV.
           ACCEPT WK-EJERCICIO-ENV              FROM ENVIRONMENT
                                                 'ESTANUAL_EJERCICIO'.
           IF   WK-EJERCICIO-ENV IS NUMERIC
                AND WK-EJERCICIO-ENV NOT = ZEROS
           THEN MOVE WK-EJERCICIO-ENV           TO WK-EJERCICIO
           END-IF.

           STRING WK-EJERCICIO '0101'
                  DELIMITED BY SIZE        INTO WK-FEC-INI.
           STRING WK-EJERCICIO '1231'
                  DELIMITED BY SIZE        INTO WK-FEC-FIN.
           STRING WK-EJERCICIO '12'
                  DELIMITED BY SIZE        INTO WK-MES-CIERRE.

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
                DISPLAY '*** FATAL *** ESTANUAL CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'ESTANUAL'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'ESTANUAL'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-ESTADOS             TO
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

      *    Da de alta en el catálogo de informes el fichero de
      *    control, como confidencial: lleva importes de clientes con
      *    nombre.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'ESTANUAL'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHESTAN-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ESTANUAL REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHESTAN-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHESTAN.

           IF   FS-FICHESTAN NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** ESTANUAL ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHESTAN-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHESTAN ']'
                GO TO FIN-ABRIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHESTAN.
           STRING 'ESTADO ANUAL DE COMISIONES E INTERESES EJERCICIO ['
                  WK-EJERCICIO '] EMITIDO EL [' WK-FECHA-ACTUAL-8 ']'
                  DELIMITED BY SIZE             INTO REG-FICHESTAN.
           WRITE REG-FICHESTAN.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHESTAN.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Tarifas vigentes el último día del ejercicio, con el mismo
      *    criterio de vigencia que DEVENGOTAR y TRFSWIFT; sin fila
      *    vigente se quedan los valores por omisión. A cero en la
      *    tarifa de tarjetas la comisión de efectivo se entiende no
      *    informada, igual que en DEVENGOTAR.
       CONSULTAR-TARIFAS.
      *------------------
           EXEC SQL
                SELECT cuota_tarifa, interes_tarifa,
                       COALESCE(comision_efectivo_tarifa, 0)
                INTO   :WK-TARIFA-CUOTA, :WK-TARIFA-INTERES,
                       :WK-TARIFA-COM-EFE
                FROM   banco.tarifa_tarjeta
                WHERE  fec_ini_tarifa <= :WK-FEC-FIN
                AND   (fec_fin_tarifa IS NULL
                       OR fec_fin_tarifa >= :WK-FEC-FIN)
                ORDER BY fec_ini_tarifa DESC
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE WK-TARIFA-CUOTA            TO WK-CUOTA-MENSUAL
                MOVE WK-TARIFA-INTERES          TO
                     WK-TASA-INTERES-MENSUAL
                IF   WK-TARIFA-COM-EFE NOT = ZERO
                THEN MOVE WK-TARIFA-COM-EFE     TO
                          WK-PCT-COMISION-EFECTIVO
                END-IF
           WHEN OTHER
                MOVE 'CONSULTAR-TARIFAS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONSULTAR-TARIFAS
           END-EVALUATE.

           EXEC SQL
                SELECT comision_max_tarifa
                INTO   :WK-TARIFA-TRF-MAXIMO
                FROM   banco.tarifa_transferencia
                WHERE  fec_ini_tarifa <= :WK-FEC-FIN
                AND   (fec_fin_tarifa IS NULL
                       OR fec_fin_tarifa >= :WK-FEC-FIN)
                ORDER BY fec_ini_tarifa DESC
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE WK-TARIFA-TRF-MAXIMO       TO
                     WK-COMISION-TRF-MAXIMA
           WHEN OTHER
                MOVE 'CONSULTAR-TARIFAS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-CONSULTAR-TARIFAS.
           EXIT.

      *    Clientes con algún domicilio que son titulares o
      *    cotitulares de alguna cuenta o tienen alguna tarjeta, y a
      *    los que aún no se ha emitido el estado del ejercicio. El
      *    domicilio al que va, o si queda retenido para la oficina
      *    porque Correos ha devuelto todos los suyos, lo da
      *    DOMENVIO al emitirlo.
       CARGAR-CLIENTES.
      *----------------
           EXEC SQL
                DECLARE CUR-ESTCLI CURSOR FOR
                SELECT DISTINCT C.id_cliente
                FROM   banco.cliente C, banco.cliente_rln_dom RD
                WHERE  RD.id_cliente = C.id_cliente
                AND   (EXISTS (SELECT 1
                               FROM   banco.cliente_rln_cuenta R
                               WHERE  R.id_cliente = C.id_cliente
                               AND    R.tip_rln    IN ('T', 'C'))
                       OR EXISTS (SELECT 1
                                  FROM   banco.tarjeta T
                                  WHERE  T.id_cliente = C.id_cliente))
                AND    NOT EXISTS (
                           SELECT 1
                           FROM   banco.estado_anual E
                           WHERE  E.id_cliente       = C.id_cliente
                           AND    E.ejercicio_estado = :WK-EJERCICIO
                       )
                ORDER BY C.id_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-ESTCLI END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CARGAR-CLIENTES'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CARGAR-CLIENTES
           END-IF.

           PERFORM LEER-UN-CLIENTE              THRU
                   FIN-LEER-UN-CLIENTE
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTCLI END-EXEC.

           IF   WK-CLIENTES-OMITIDOS > 0
           THEN DISPLAY '*** AVISO *** ESTANUAL: ['
                        WK-CLIENTES-OMITIDOS
                        '] CLIENTES NO CUPIERON EN EL LOTE DE ['
                        WK-CLIENTES-MAX ']; SALDRAN EN LA SIGUIENTE'
                        ' EJECUCION'
           END-IF.

       FIN-CARGAR-CLIENTES.
           EXIT.

       LEER-UN-CLIENTE.
      *----------------
           EXEC SQL
                FETCH CUR-ESTCLI
                INTO  :WK-CLI-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                IF   WK-CLIENTES-CONTADOR < WK-CLIENTES-MAX
                THEN ADD  1                     TO WK-CLIENTES-CONTADOR
                     MOVE WK-CLI-ID             TO
                          WK-CLIENTE(WK-CLIENTES-CONTADOR)
                ELSE ADD  1                     TO WK-CLIENTES-OMITIDOS
                END-IF
           WHEN OTHER
                MOVE 'LEER-UN-CLIENTE'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-UN-CLIENTE.
           EXIT.

       EMITIR-ESTADOS.
      *---------------
           PERFORM EMITIR-UN-ESTADO             THRU
                   FIN-EMITIR-UN-ESTADO
           VARYING WK-I FROM 1 BY 1
           UNTIL   WK-I > WK-CLIENTES-CONTADOR
           OR      NOT STAT-OK.

       FIN-EMITIR-ESTADOS.
           EXIT.

      *    Un cliente: cabecera de la carta con sus datos y los
      *    textos de la plantilla, un renglón por producto con
      *    movimiento en el ejercicio, los totales y el pie; después
      *    se graba la carta pendiente de ensobrar y se deja su
      *    renglón en el fichero de control.
       EMITIR-UN-ESTADO.
      *-----------------
           MOVE WK-CLIENTE(WK-I)                TO WK-CLI-ID.

           EXEC SQL
                SELECT C.nif_cliente, C.nom_cliente,
                       COALESCE(C.idioma_cliente, 'ES')
                INTO   :WK-CLI-NIF, :WK-CLI-NOM, :WK-CLI-IDIOMA
                FROM   banco.cliente C
                WHERE  C.id_cliente  = :WK-CLI-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                ADD  1                          TO
                     WK-CONTADOR-SIN-DOMICILIO
                GO TO FIN-EMITIR-UN-ESTADO
           WHEN OTHER
                MOVE 'EMITIR-UN-ESTADO'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EMITIR-UN-ESTADO
           END-EVALUATE.

           INITIALIZE                           AREA-DOMENVIO.
           MOVE WK-CLI-ID                       TO DOMENVIO-E-ID-CLI.

           CALL "DOMENVIO"                      USING AREA-DOMENVIO.

           EVALUATE TRUE
           WHEN DOMENVIO-STAT-OK
           WHEN DOMENVIO-STAT-RETENER
                MOVE DOMENVIO-S-ID-DOM          TO WK-DOM-ID
           WHEN DOMENVIO-STAT-ENC-NO
                ADD  1                          TO
                     WK-CONTADOR-SIN-DOMICILIO
                GO TO FIN-EMITIR-UN-ESTADO
           WHEN OTHER
                MOVE DOMENVIO-SQLCODE           TO WK-SQLCODE
                MOVE 'EMITIR-UN-ESTADO'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EMITIR-UN-ESTADO
           END-EVALUATE.

           MOVE ZERO                            TO WK-CARTA-CONTADOR.
           MOVE ZERO                            TO WK-CLI-PRODUCTOS.
           MOVE ZERO                            TO WK-CLI-COMISIONES.
           MOVE ZERO                            TO WK-CLI-INT-PAGADOS.
           MOVE ZERO                            TO
                WK-CLI-INT-PERCIBIDOS.
           MOVE 'N'                             TO WK-REVISAR.

           PERFORM OBTENER-PLANTILLA            THRU
                   FIN-OBTENER-PLANTILLA.

           MOVE SPACES                          TO WK-LINEA.
           STRING WK-TXT-TITULO DELIMITED BY '  '
                  ' [' WK-EJERCICIO ']'
                  DELIMITED BY SIZE             INTO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           MOVE SPACES                          TO WK-LINEA.
           STRING 'NIF [' WK-CLI-NIF '] ' WK-CLI-NOM
                  DELIMITED BY SIZE             INTO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

      *    Sin domicilio entregable el estado se emite igual, pero
      *    retenido para la oficina.
           MOVE SPACES                          TO WK-LINEA.
           IF   DOMENVIO-STAT-RETENER
           THEN STRING 'RETENIDA EN OFICINA [' DOMENVIO-S-OFICINA ']'
                       DELIMITED BY SIZE        INTO WK-LINEA
                ADD  1                          TO
                     WK-CONTADOR-RETENIDOS
           ELSE STRING 'DOMICILIO [' DOMENVIO-S-CALLE ' '
                       DOMENVIO-S-NUM ' ' DOMENVIO-S-COD-POS ' '
                       DOMENVIO-S-POBL ']'
                       DELIMITED BY SIZE        INTO WK-LINEA
           END-IF.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           MOVE WK-TXT-PRESENTACION             TO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           PERFORM ESTADO-CUENTAS               THRU
                   FIN-ESTADO-CUENTAS.
           IF   STAT-OK
           THEN PERFORM ESTADO-TARJETAS         THRU
                        FIN-ESTADO-TARJETAS
           END-IF.
           IF   STAT-OK
           THEN PERFORM ESTADO-PRESTAMOS        THRU
                        FIN-ESTADO-PRESTAMOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM ESTADO-PLAZOS           THRU
                        FIN-ESTADO-PLAZOS
           END-IF.
           IF   NOT STAT-OK
           THEN GO TO FIN-EMITIR-UN-ESTADO
           END-IF.

           IF   WK-CLI-PRODUCTOS = ZERO
           THEN MOVE 'SIN COMISIONES NI INTERESES EN EL EJERCICIO'
                                                TO WK-LINEA
                PERFORM ANADIR-LINEA            THRU FIN-ANADIR-LINEA
           END-IF.

           MOVE SPACES                          TO WK-LINEA.
           STRING 'TOTAL COMISIONES [' WK-CLI-COMISIONES
                  '] INTERESES PAGADOS [' WK-CLI-INT-PAGADOS
                  '] INTERESES PERCIBIDOS [' WK-CLI-INT-PERCIBIDOS
                  ']'
                  DELIMITED BY SIZE             INTO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           MOVE WK-TXT-PIE                      TO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           PERFORM GRABAR-ESTADO                THRU
                   FIN-GRABAR-ESTADO.
           IF   NOT STAT-OK
           THEN GO TO FIN-EMITIR-UN-ESTADO
           END-IF.

           ADD  1                               TO WK-CONTADOR-ESTADOS.
           IF   WK-REVISAR = 'S'
           THEN ADD  1                          TO
                     WK-CONTADOR-DESCUADRES
           END-IF.

           MOVE SPACES                          TO REG-FICHESTAN.
           STRING 'NIF [' WK-CLI-NIF '] ' WK-CLI-NOM
                  ' PRODUCTOS [' WK-CLI-PRODUCTOS
                  '] COMISIONES [' WK-CLI-COMISIONES
                  '] INT. PAGADOS [' WK-CLI-INT-PAGADOS
                  '] INT. PERCIBIDOS [' WK-CLI-INT-PERCIBIDOS
                  '] IDIOMA [' WK-CLI-IDIOMA
                  '] REVISAR [' WK-REVISAR ']'
                  DELIMITED BY SIZE             INTO REG-FICHESTAN.
           WRITE REG-FICHESTAN.

       FIN-EMITIR-UN-ESTADO.
           EXIT.

      *    Textos de la carta en el idioma del cliente (PLANTILLA cae
      *    al castellano si falta): párrafo 1 el título, 2 la
      *    presentación y 3 el pie. Sin plantilla cargada se quedan
      *    los literales de siempre.
       OBTENER-PLANTILLA.
      *------------------
           MOVE 'ESTADO ANUAL DE COMISIONES E INTERESES DEL EJERCICIO'
                                                TO WK-TXT-TITULO.
           MOVE SPACES                          TO WK-TXT-PRESENTACION.
           STRING 'LE DETALLAMOS, PRODUCTO A PRODUCTO, LAS COMISIONES '
                  'QUE LE HEMOS COBRADO Y LOS INTERESES QUE HA PAGADO '
                  'Y PERCIBIDO DURANTE EL EJERCICIO, CON LA TARIFA '
                  'VIGENTE AL CIERRE.'
                  DELIMITED BY SIZE        INTO WK-TXT-PRESENTACION.
           MOVE SPACES                          TO WK-TXT-PIE.
           STRING 'PARA CUALQUIER ACLARACION DIRIJASE A SU OFICINA O '
                  'AL SERVICIO DE ATENCION AL CLIENTE.'
                  DELIMITED BY SIZE             INTO WK-TXT-PIE.

           INITIALIZE                           AREA-PLANTILLA.
           MOVE 'ESTANUAL'                      TO
                PLANTILLA-E-TIPO-DOC.
           MOVE WK-CLI-IDIOMA                   TO
                PLANTILLA-E-IDIOMA.

           CALL "PLANTILLA"                     USING AREA-PLANTILLA.

           IF   PLANTILLA-STAT-OK
           THEN IF   PLANTILLA-PARRAFO-CONTADOR >= 1
                THEN MOVE PLANTILLA-PARRAFO(1)  TO WK-TXT-TITULO
                END-IF
                IF   PLANTILLA-PARRAFO-CONTADOR >= 2
                THEN MOVE PLANTILLA-PARRAFO(2)  TO
                          WK-TXT-PRESENTACION
                END-IF
                IF   PLANTILLA-PARRAFO-CONTADOR >= 3
                THEN MOVE PLANTILLA-PARRAFO(3)  TO WK-TXT-PIE
                END-IF
           END-IF.

       FIN-OBTENER-PLANTILLA.
           EXIT.

       ANADIR-LINEA.
      *-------------
           IF   WK-CARTA-CONTADOR < WK-CARTA-MAX
           THEN ADD  1                          TO WK-CARTA-CONTADOR
                MOVE WK-LINEA                   TO
                     WK-CARTA-LINEA(WK-CARTA-CONTADOR)
           ELSE ADD  1                          TO WK-LINEAS-OMITIDAS
           END-IF.

       FIN-ANADIR-LINEA.
           EXIT.

      *    Cuentas de las que es titular o cotitular, con lo movido
      *    en el ejercicio en comisiones e intereses, en la tabla
      *    viva y en el archivo histórico. Las comisiones de las
      *    transferencias internacionales de la cuenta se comparan
      *    con la comisión máxima por orden de la tarifa vigente.
       ESTADO-CUENTAS.
      *---------------
           EXEC SQL
                DECLARE CUR-ESTCTA CURSOR FOR
                SELECT CT.id_medio, CT.num_cuenta,
                       SUM(CASE WHEN M.cod_cnpt_mov = 'COM'
                                AND  M.importe_mov  < 0
                                THEN 0 - M.importe_mov
                                ELSE 0 END),
                       SUM(CASE WHEN M.cod_cnpt_mov = 'INT'
                                AND  M.importe_mov  < 0
                                THEN 0 - M.importe_mov
                                ELSE 0 END),
                       SUM(CASE WHEN M.cod_cnpt_mov = 'INT'
                                AND  M.importe_mov  > 0
                                THEN M.importe_mov
                                ELSE 0 END),
                       (SELECT COUNT(*)
                        FROM   banco.transferencia_swift S
                        WHERE  S.id_medio_cta = CT.id_medio
                        AND    YEAR(S.fec_alta_trf) = :WK-EJERCICIO),
                       (SELECT COALESCE(SUM(S2.comision_trf), 0)
                        FROM   banco.transferencia_swift S2
                        WHERE  S2.id_medio_cta = CT.id_medio
                        AND    YEAR(S2.fec_alta_trf) = :WK-EJERCICIO)
                FROM   banco.cliente_rln_cuenta R, banco.cuenta CT,
                      (SELECT id_medio, cod_cnpt_mov, importe_mov
                       FROM   banco.movimiento
                       WHERE  YEAR(fec_mov) = :WK-EJERCICIO
                       AND    cod_cnpt_mov IN ('COM', 'INT')
                       UNION ALL
                       SELECT id_medio, cod_cnpt_mov, importe_mov
                       FROM   banco.movimiento_hist
                       WHERE  YEAR(fec_mov) = :WK-EJERCICIO
                       AND    cod_cnpt_mov IN ('COM', 'INT')) M
                WHERE  R.id_cliente = :WK-CLI-ID
                AND    R.tip_rln    IN ('T', 'C')
                AND    CT.id_medio  = R.id_medio
                AND    M.id_medio   = CT.id_medio
                GROUP BY CT.id_medio, CT.num_cuenta
                ORDER BY CT.id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-ESTCTA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ESTADO-CUENTAS'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESTADO-CUENTAS
           END-IF.

           PERFORM ESTADO-UNA-CUENTA            THRU
                   FIN-ESTADO-UNA-CUENTA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTCTA END-EXEC.

       FIN-ESTADO-CUENTAS.
           EXIT.

       ESTADO-UNA-CUENTA.
      *------------------
           EXEC SQL
                FETCH CUR-ESTCTA
                INTO  :WK-PRD-ID, :WK-PRD-NUM,
                      :WK-IMP-COMISIONES, :WK-IMP-INT-PAGADO,
                      :WK-IMP-INT-PERCIBIDO,
                      :WK-NUM-TRANSF, :WK-IMP-COM-TRANSF
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-ESTADO-UNA-CUENTA
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'ESTADO-UNA-CUENTA'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESTADO-UNA-CUENTA
           END-EVALUATE.

           ADD  1                               TO WK-CLI-PRODUCTOS.
           ADD  WK-IMP-COMISIONES               TO WK-CLI-COMISIONES.
           ADD  WK-IMP-INT-PAGADO               TO WK-CLI-INT-PAGADOS.
           ADD  WK-IMP-INT-PERCIBIDO            TO
                WK-CLI-INT-PERCIBIDOS.

           MOVE SPACES                          TO WK-LINEA.
           STRING 'CUENTA [' WK-PRD-NUM '] COMISIONES ['
                  WK-IMP-COMISIONES '] INTERESES DEUDORES ['
                  WK-IMP-INT-PAGADO '] INTERESES ABONADOS ['
                  WK-IMP-INT-PERCIBIDO ']'
                  DELIMITED BY SIZE             INTO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           IF   WK-NUM-TRANSF = ZERO
           THEN GO TO FIN-ESTADO-UNA-CUENTA
           END-IF.

           MOVE SPACES                          TO WK-LINEA.
           STRING '  DE ELLAS TRANSFERENCIAS INTERNACIONALES ['
                  WK-NUM-TRANSF '] COMISION [' WK-IMP-COM-TRANSF
                  '] TARIFA MAXIMA POR ORDEN ['
                  WK-COMISION-TRF-MAXIMA ']'
                  DELIMITED BY SIZE             INTO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           COMPUTE WK-TOPE = WK-NUM-TRANSF * WK-COMISION-TRF-MAXIMA.
           IF   WK-IMP-COM-TRANSF > WK-TOPE
           THEN MOVE SPACES                     TO REG-FICHESTAN
                STRING 'DESCUADRE NIF [' WK-CLI-NIF '] CUENTA ['
                       WK-PRD-NUM '] COMISION TRANSFERENCIAS ['
                       WK-IMP-COM-TRANSF '] TOPE TARIFA ['
                       WK-TOPE ']'
                       DELIMITED BY SIZE        INTO REG-FICHESTAN
                WRITE REG-FICHESTAN
                MOVE 'S'                        TO WK-REVISAR
           END-IF.

       FIN-ESTADO-UNA-CUENTA.
           EXIT.

      *    Tarjetas del cliente: cuotas y comisiones, e intereses, de
      *    los posteos de DEVENGOTAR en el ejercicio. Lo cobrado en
      *    cuotas y comisiones no puede pasar de doce cuotas de la
      *    tarifa más la comisión de disposición sobre el efectivo
      *    (EFE) dispuesto en el año. El número sale enmascarado.
       ESTADO-TARJETAS.
      *----------------
           EXEC SQL
                DECLARE CUR-ESTTAR CURSOR FOR
                SELECT T.id_medio,
                       CONCAT(LEFT(T.num_tarjeta, 6), '******',
                              RIGHT(T.num_tarjeta, 4)),
                       SUM(CASE WHEN M.cod_cnpt_mov = 'COM'
                                THEN 0 - M.importe_mov
                                ELSE 0 END),
                       SUM(CASE WHEN M.cod_cnpt_mov = 'INT'
                                THEN 0 - M.importe_mov
                                ELSE 0 END),
                       SUM(CASE WHEN M.cod_cnpt_mov = 'EFE'
                                THEN 0 - M.importe_mov
                                ELSE 0 END)
                FROM   banco.tarjeta T,
                      (SELECT id_medio, cod_cnpt_mov, importe_mov
                       FROM   banco.movimiento
                       WHERE  YEAR(fec_mov) = :WK-EJERCICIO
                       AND    cod_cnpt_mov IN ('COM', 'INT', 'EFE')
                       AND    importe_mov  < 0
                       UNION ALL
                       SELECT id_medio, cod_cnpt_mov, importe_mov
                       FROM   banco.movimiento_hist
                       WHERE  YEAR(fec_mov) = :WK-EJERCICIO
                       AND    cod_cnpt_mov IN ('COM', 'INT', 'EFE')
                       AND    importe_mov  < 0) M
                WHERE  T.id_cliente = :WK-CLI-ID
                AND    M.id_medio   = T.id_medio
                GROUP BY T.id_medio, T.num_tarjeta
                ORDER BY T.id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-ESTTAR END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ESTADO-TARJETAS'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESTADO-TARJETAS
           END-IF.

           PERFORM ESTADO-UNA-TARJETA           THRU
                   FIN-ESTADO-UNA-TARJETA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTTAR END-EXEC.

       FIN-ESTADO-TARJETAS.
           EXIT.

       ESTADO-UNA-TARJETA.
      *-------------------
           EXEC SQL
                FETCH CUR-ESTTAR
                INTO  :WK-PRD-ID, :WK-PRD-NUM,
                      :WK-IMP-COMISIONES, :WK-IMP-INT-PAGADO,
                      :WK-IMP-EFECTIVO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-ESTADO-UNA-TARJETA
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'ESTADO-UNA-TARJETA'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESTADO-UNA-TARJETA
           END-EVALUATE.

      *    Una tarjeta con sólo disposiciones de efectivo no tiene
      *    nada que declarar.
           IF   WK-IMP-COMISIONES = ZERO
                AND WK-IMP-INT-PAGADO = ZERO
           THEN GO TO FIN-ESTADO-UNA-TARJETA
           END-IF.

           ADD  1                               TO WK-CLI-PRODUCTOS.
           ADD  WK-IMP-COMISIONES               TO WK-CLI-COMISIONES.
           ADD  WK-IMP-INT-PAGADO               TO WK-CLI-INT-PAGADOS.

           MOVE SPACES                          TO WK-LINEA.
           STRING 'TARJETA [' WK-PRD-NUM '] CUOTAS Y COMISIONES ['
                  WK-IMP-COMISIONES '] INTERESES ['
                  WK-IMP-INT-PAGADO '] TARIFA: CUOTA MENSUAL ['
                  WK-CUOTA-MENSUAL '] TIPO MENSUAL ['
                  WK-TASA-INTERES-MENSUAL '] COMISION EFECTIVO ['
                  WK-PCT-COMISION-EFECTIVO ']'
                  DELIMITED BY SIZE             INTO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           COMPUTE WK-TOPE ROUNDED =
                   12 * WK-CUOTA-MENSUAL
                   + WK-IMP-EFECTIVO * WK-PCT-COMISION-EFECTIVO.
           IF   WK-IMP-COMISIONES > WK-TOPE
           THEN MOVE SPACES                     TO REG-FICHESTAN
                STRING 'DESCUADRE NIF [' WK-CLI-NIF '] TARJETA ['
                       WK-PRD-NUM '] CUOTAS Y COMISIONES ['
                       WK-IMP-COMISIONES '] TOPE TARIFA ['
                       WK-TOPE ']'
                       DELIMITED BY SIZE        INTO REG-FICHESTAN
                WRITE REG-FICHESTAN
                MOVE 'S'                        TO WK-REVISAR
           END-IF.

       FIN-ESTADO-UNA-TARJETA.
           EXIT.

      *    Préstamos de sus cuentas: interés y demora de las cuotas
      *    cargadas en el ejercicio. El interés de un año no puede
      *    pasar del principal contratado por el tipo del préstamo,
      *    porque el capital vivo nunca es mayor que el principal.
       ESTADO-PRESTAMOS.
      *-----------------
           EXEC SQL
                DECLARE CUR-ESTPRE CURSOR FOR
                SELECT P.id_prestamo, P.principal_prestamo,
                       P.tasa_prestamo,
                       SUM(Q.importe_interes_cuota),
                       SUM(Q.importe_mora_cuota)
                FROM   banco.prestamo P, banco.prestamo_cuota Q
                WHERE  P.id_medio_cuenta IN
                       (SELECT R.id_medio
                        FROM   banco.cliente_rln_cuenta R
                        WHERE  R.id_cliente = :WK-CLI-ID
                        AND    R.tip_rln    IN ('T', 'C'))
                AND    Q.id_prestamo = P.id_prestamo
                AND    YEAR(Q.fecha_cargo_cuota) = :WK-EJERCICIO
                GROUP BY P.id_prestamo, P.principal_prestamo,
                         P.tasa_prestamo
                ORDER BY P.id_prestamo
           END-EXEC.

           EXEC SQL OPEN CUR-ESTPRE END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ESTADO-PRESTAMOS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESTADO-PRESTAMOS
           END-IF.

           PERFORM ESTADO-UN-PRESTAMO           THRU
                   FIN-ESTADO-UN-PRESTAMO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTPRE END-EXEC.

       FIN-ESTADO-PRESTAMOS.
           EXIT.

       ESTADO-UN-PRESTAMO.
      *-------------------
           EXEC SQL
                FETCH CUR-ESTPRE
                INTO  :WK-PRD-ID, :WK-PRD-PRINCIPAL, :WK-PRD-TASA,
                      :WK-IMP-INT-PAGADO, :WK-IMP-MORA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-ESTADO-UN-PRESTAMO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'ESTADO-UN-PRESTAMO'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESTADO-UN-PRESTAMO
           END-EVALUATE.

           ADD  1                               TO WK-CLI-PRODUCTOS.
           ADD  WK-IMP-INT-PAGADO               TO WK-CLI-INT-PAGADOS.
           ADD  WK-IMP-MORA                     TO WK-CLI-INT-PAGADOS.

           MOVE SPACES                          TO WK-LINEA.
           STRING 'PRESTAMO [' WK-PRD-ID '] INTERESES ['
                  WK-IMP-INT-PAGADO '] INTERESES DE DEMORA ['
                  WK-IMP-MORA '] TIPO NOMINAL ANUAL ['
                  WK-PRD-TASA ']'
                  DELIMITED BY SIZE             INTO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

           COMPUTE WK-TOPE ROUNDED = WK-PRD-PRINCIPAL * WK-PRD-TASA.
           IF   WK-IMP-INT-PAGADO > WK-TOPE
           THEN MOVE SPACES                     TO REG-FICHESTAN
                STRING 'DESCUADRE NIF [' WK-CLI-NIF '] PRESTAMO ['
                       WK-PRD-ID '] INTERESES [' WK-IMP-INT-PAGADO
                       '] TOPE TARIFA [' WK-TOPE ']'
                       DELIMITED BY SIZE        INTO REG-FICHESTAN
                WRITE REG-FICHESTAN
                MOVE 'S'                        TO WK-REVISAR
           END-IF.

       FIN-ESTADO-UN-PRESTAMO.
           EXIT.

      *    Plazos fijos de sus cuentas vivos en algún momento del
      *    ejercicio, con su tipo y el interés devengado y aún no
      *    liquidado al cierre (la fórmula de DEVENGOMES a la fecha
      *    de cierre en vez de a hoy); lo ya liquidado va en los
      *    intereses abonados de la cuenta. El devengo de los plazos
      *    de los que es titular se acumula para cuadrar con el
      *    devengo contable del mes de cierre.
       ESTADO-PLAZOS.
      *--------------
           EXEC SQL
                DECLARE CUR-ESTPLA CURSOR FOR
                SELECT P.id_plazo, MAX(R.tip_rln), P.principal_plazo,
                       P.tasa_plazo,
                       CASE WHEN P.fecha_vencimiento_plazo >
                                 STR_TO_DATE(:WK-FEC-FIN, '%Y%m%d')
                            AND  P.estado_plazo = 'A'
                            THEN P.principal_plazo * P.tasa_plazo
                                 * GREATEST(DATEDIFF(
                                     STR_TO_DATE(:WK-FEC-FIN,
                                                 '%Y%m%d'),
                                     COALESCE(P.fecha_ult_cupon_plazo,
                                              P.fecha_apertura_plazo)),
                                     0)
                                 / DATEDIFF(P.fecha_vencimiento_plazo,
                                            P.fecha_apertura_plazo)
                            ELSE 0 END
                FROM   banco.plazo_fijo P, banco.cliente_rln_cuenta R
                WHERE  R.id_cliente = :WK-CLI-ID
                AND    R.tip_rln    IN ('T', 'C')
                AND    P.id_medio_cuenta = R.id_medio
                AND    P.fecha_apertura_plazo <=
                       STR_TO_DATE(:WK-FEC-FIN, '%Y%m%d')
                AND    P.fecha_vencimiento_plazo >=
                       STR_TO_DATE(:WK-FEC-INI, '%Y%m%d')
                GROUP BY P.id_plazo
                ORDER BY P.id_plazo
           END-EXEC.

           EXEC SQL OPEN CUR-ESTPLA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ESTADO-PLAZOS'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESTADO-PLAZOS
           END-IF.

           PERFORM ESTADO-UN-PLAZO              THRU
                   FIN-ESTADO-UN-PLAZO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTPLA END-EXEC.

       FIN-ESTADO-PLAZOS.
           EXIT.

       ESTADO-UN-PLAZO.
      *----------------
           EXEC SQL
                FETCH CUR-ESTPLA
                INTO  :WK-PRD-ID, :WK-PRD-RLN, :WK-PRD-PRINCIPAL,
                      :WK-PRD-TASA, :WK-IMP-DEVENGO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-ESTADO-UN-PLAZO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'ESTADO-UN-PLAZO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESTADO-UN-PLAZO
           END-EVALUATE.

           ADD  1                               TO WK-CLI-PRODUCTOS.
           IF   WK-PRD-RLN = 'T'
           THEN ADD  WK-IMP-DEVENGO             TO WK-DEVENGO-ESTADOS
           END-IF.

           MOVE SPACES                          TO WK-LINEA.
           STRING 'PLAZO FIJO [' WK-PRD-ID '] PRINCIPAL ['
                  WK-PRD-PRINCIPAL '] TIPO PACTADO ['
                  WK-PRD-TASA '] INTERES DEVENGADO PENDIENTE AL '
                  'CIERRE [' WK-IMP-DEVENGO ']'
                  DELIMITED BY SIZE             INTO WK-LINEA.
           PERFORM ANADIR-LINEA                 THRU FIN-ANADIR-LINEA.

       FIN-ESTADO-UN-PLAZO.
           EXIT.

      *    La carta se deja en banco.estado_anual_linea y su cabecera
      *    en banco.estado_anual, pendiente de ensobrar (P) en el
      *    domicilio de envío. Se borran antes los renglones que
      *    hubiera dejado una ejecución caída a medias, y la
      *    cabecera va la última: sin ella el cliente vuelve a salir
      *    en la siguiente ejecución.
       GRABAR-ESTADO.
      *--------------
           EXEC SQL
                DELETE FROM banco.estado_anual_linea
                WHERE  id_cliente       = :WK-CLI-ID
                AND    ejercicio_estado = :WK-EJERCICIO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS AND NOT SQL-NODATA
           THEN MOVE 'GRABAR-ESTADO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-GRABAR-ESTADO
           END-IF.

           PERFORM GRABAR-LINEA                 THRU
                   FIN-GRABAR-LINEA
           VARYING WK-J FROM 1 BY 1
           UNTIL   WK-J > WK-CARTA-CONTADOR
           OR      NOT STAT-OK.

           IF   NOT STAT-OK
           THEN GO TO FIN-GRABAR-ESTADO
           END-IF.

           MOVE WK-CARTA-CONTADOR               TO WK-NUM-LINEAS.

           EXEC SQL
                INSERT INTO banco.estado_anual(
                    id_cliente,
                    ejercicio_estado,
                    id_dom,
                    num_lineas_estado,
                    revisar_estado,
                    envio_estado,
                    fec_emision_estado
                )
                VALUES(
                    :WK-CLI-ID,
                    :WK-EJERCICIO,
                    :WK-DOM-ID,
                    :WK-NUM-LINEAS,
                    :WK-REVISAR,
                    'P',
                    now()
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-ESTADO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-ESTADO.
           EXIT.

       GRABAR-LINEA.
      *-------------
           MOVE WK-J                            TO WK-LIN-NUM.
           MOVE WK-CARTA-LINEA(WK-J)            TO WK-LIN-TEXTO.

           EXEC SQL
                INSERT INTO banco.estado_anual_linea(
                    id_cliente,
                    ejercicio_estado,
                    num_linea,
                    texto_linea
                )
                VALUES(
                    :WK-CLI-ID,
                    :WK-EJERCICIO,
                    :WK-LIN-NUM,
                    :WK-LIN-TEXTO
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-LINEA'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-LINEA.
           EXIT.

      *    banco.devengo_mensual sólo guarda el devengo por producto,
      *    no por cliente: el de plazos del mes de cierre se deja en
      *    el fichero de control junto a la suma de lo devengado en
      *    los plazos de los titulares emitidos en esta ejecución,
      *    para que contabilidad cuadre las cartas con el balance.
       CUADRAR-DEVENGO.
      *----------------
           EXEC SQL
                SELECT COALESCE(SUM(importe_devengo), 0)
                INTO   :WK-DEVENGO-CONTABLE
                FROM   banco.devengo_mensual
                WHERE  mes_devengo      = :WK-MES-CIERRE
                AND    producto_devengo = 'PLAZO'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CUADRAR-DEVENGO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CUADRAR-DEVENGO
           END-IF.

           MOVE SPACES                          TO REG-FICHESTAN.
           STRING 'DEVENGO DE PLAZOS AL CIERRE: CONTABLE ['
                  WK-DEVENGO-CONTABLE '] MES [' WK-MES-CIERRE
                  '] EN LOS ESTADOS DE ESTA EJECUCION ['
                  WK-DEVENGO-ESTADOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHESTAN.
           WRITE REG-FICHESTAN.

           MOVE SPACES                          TO REG-FICHESTAN.
           STRING 'ESTADOS EMITIDOS [' WK-CONTADOR-ESTADOS
                  '] CON DESCUADRE [' WK-CONTADOR-DESCUADRES
                  '] SIN DOMICILIO [' WK-CONTADOR-SIN-DOMICILIO
                  '] RETENIDOS EN OFICINA [' WK-CONTADOR-RETENIDOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHESTAN.
           WRITE REG-FICHESTAN.

       FIN-CUADRAR-DEVENGO.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** ESTANUAL ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'ESTANUAL'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ESTADO ANUAL DE COMISIONES E INTERESES'.
           DISPLAY 'EJERCICIO              [' WK-EJERCICIO ']'.
           DISPLAY 'FICHERO DE CONTROL     [' WK-FICHESTAN-NOMBRE ']'.
           DISPLAY 'ESTADOS EMITIDOS       [' WK-CONTADOR-ESTADOS ']'.
           DISPLAY 'CON DESCUADRE          ['
                   WK-CONTADOR-DESCUADRES ']'.
           DISPLAY 'SIN DOMICILIO          ['
                   WK-CONTADOR-SIN-DOMICILIO ']'.
           DISPLAY 'RETENIDOS EN OFICINA   ['
                   WK-CONTADOR-RETENIDOS ']'.
           IF   WK-LINEAS-OMITIDAS > 0
           THEN DISPLAY 'RENGLONES NO CABIDOS   ['
                        WK-LINEAS-OMITIDAS ']'
           END-IF.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
