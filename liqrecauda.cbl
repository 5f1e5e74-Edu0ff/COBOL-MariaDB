       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LIQRECAUDA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Cierre diario de la recaudación del cuaderno 60. Por cada
      * emisora con cobros pendientes de enviar (RECAUDA):
      *   1. Se marcan sus cobros pendientes con una liquidación
      *      nueva y se suman según el registro de cobros y según lo
      *      abonado en su cuenta restringida de recaudación.
      *   2. Se carga en la cuenta restringida lo cobrado, que es lo
      *      que se le liquida al organismo. Si el cargo no se admite
      *      la emisora queda pendiente para la siguiente ejecución,
      *      sin fichero.
      *   3. Se escribe el fichero de cobros a la emisora
      *      (recaudacion-EEEEEE-AAAAMMDD.dat: cabecera, un registro
      *      por cobro y registro de totales).
      *   4. Se comparan los totales del registro, del fichero y de
      *      los abonos: la liquidación queda cuadrada o descuadrada
      *      (se liquida igual lo registrado y el descuadre se avisa
      *      para revisarlo).
      *   5. Se graba la liquidación y se añade al fichero de
      *      liquidaciones del día (liquidacion-recaudacion-AAAAMMDD
      *      .dat) la orden de pago a la cuenta del organismo.
      * Cada emisora se confirma por separado; los ficheros se
      * catalogan como confidenciales.

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
      *    Fichero de cobros de una emisora; se abre y se cierra para
      *    cada una.
           SELECT FICHREC ASSIGN TO WK-FICHREC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHREC.

      *    Liquidaciones del día: órdenes de pago a los organismos,
      *    emisoras pendientes y totales.
           SELECT FICHLIQ ASSIGN TO WK-FICHLIQ-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHLIQ.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas: una cabecera, los
      * cobros y un registro de totales.
       FD FICHREC RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHREC.
           05  FICHREC-TIPO                  PIC X(03).
               88  FICHREC-TIPO-CAB          VALUE 'CAB'.
               88  FICHREC-TIPO-DET          VALUE 'DET'.
               88  FICHREC-TIPO-TOT          VALUE 'TOT'.
           05  FICHREC-DATOS                 PIC X(147).
      *    Cabecera: emisora, fecha de los cobros y número de la
      *    liquidación.
           05  FICHREC-CAB                   REDEFINES FICHREC-DATOS.
               10  FICHREC-CAB-EMISORA       PIC 9(06).
               10  FICHREC-CAB-NOMBRE        PIC X(40).
               10  FICHREC-CAB-FEC           PIC X(08).
               10  FICHREC-CAB-ID-LIQ        PIC 9(10).
               10  FILLER                    PIC X(83).
      *    Cobro: importe con dos decimales implícitos; NRC en blanco
      *    en los recibos.
           05  FICHREC-DET                   REDEFINES FICHREC-DATOS.
               10  FICHREC-DET-ID-COBRO      PIC 9(10).
               10  FICHREC-DET-MODALIDAD     PIC X(01).
               10  FICHREC-DET-REFERENCIA    PIC X(13).
               10  FICHREC-DET-IDENTIFICACION
                                             PIC X(10).
               10  FICHREC-DET-IMPORTE       PIC 9(08)V99.
               10  FICHREC-DET-FEC           PIC X(08).
               10  FICHREC-DET-HORA          PIC X(06).
               10  FICHREC-DET-OFICINA       PIC X(04).
               10  FICHREC-DET-CANAL         PIC X(01).
               10  FICHREC-DET-NRC           PIC X(22).
               10  FILLER                    PIC X(62).
      *    Totales: número de cobros y suma de sus importes.
           05  FICHREC-TOT                   REDEFINES FICHREC-DATOS.
               10  FICHREC-TOT-REGISTROS     PIC 9(06).
               10  FICHREC-TOT-IMPORTE       PIC 9(11)V99.
               10  FILLER                    PIC X(128).

       FD FICHLIQ RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHLIQ                      PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE recauda          END-EXEC.

       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

      * Última emisora tratada; la siguiente se busca a partir de
      * ella.
       01  WK-ULT-EMISORA                    PIC 9(06).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.

       01  SW-FIN-EMISORAS                   PIC 9(01) VALUE 0.
           88  FIN-EMISORAS-NO               VALUE 0.
           88  FIN-EMISORAS-SI               VALUE 1.

      * Fichero de la emisora abierto, por si hay que cerrarlo tras
      * un error.
       01  SW-FICHREC                        PIC 9(01) VALUE 0.
           88  FICHREC-CERRADO               VALUE 0.
           88  FICHREC-ABIERTO               VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-HORA-ACTUAL                    PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHREC-NOMBRE                 PIC X(40).
       01  FS-FICHREC                        PIC X(02).
       01  WK-FICHLIQ-NOMBRE                 PIC X(40).
       01  FS-FICHLIQ                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Fichero que se cataloga.
       01  WK-INFORME-NOMBRE                 PIC X(40).

      * Motivo por el que una emisora queda pendiente; en blanco, se
      * liquida.
       01  WK-MOTIVO                         PIC X(40).

      * Importes editados para el fichero de liquidaciones.
       01  WK-IMPORTE-EDIT                   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WK-IMPORTE-2-EDIT                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WK-IMPORTE-3-EDIT                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      * Emisoras liquidadas, descuadradas y pendientes, y totales.
       01  WK-CONTADOR-LIQUIDADAS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DESCUADRADAS          PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PENDIENTES            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-COBROS                PIC 9(08) VALUE 0.
       01  WK-TOTAL-LIQUIDADO                PIC 9(13)V99 VALUE 0.

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
           THEN PERFORM ABRIR-FICHLIQ           THRU
                        FIN-ABRIR-FICHLIQ
           END-IF.

           IF   STAT-OK
           THEN PERFORM LIQUIDAR-EMISORAS       THRU
                        FIN-LIQUIDAR-EMISORAS
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
                CLOSE FICHLIQ
           END-IF.

           IF   STAT-OK
           THEN MOVE WK-FICHLIQ-NOMBRE          TO WK-INFORME-NOMBRE
                PERFORM REGISTRAR-INFORME       THRU
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
           STRING 'liquidacion-recaudacion-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHLIQ-NOMBRE.

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
                DISPLAY '*** FATAL *** LIQRECAUDA CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'LIQRECAUDA'                TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'               TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      *    Da de alta la fila de control del lote en banco.batch_log
      *    y se queda con su identificador para poder cerrarla al
      *    terminar; es también la marca de lote de las liquidaciones
      *    grabadas.
       REGISTRAR-INICIO-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-INICIAR            TO TRUE.
           MOVE 'LIQRECAUDA'                    TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de emisoras liquidadas y el estado
      *    final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-LIQUIDADAS          TO
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

      *    Da de alta en el catálogo de informes un fichero, como
      *    confidencial: lleva los cobros de los clientes y lo que se
      *    paga a los organismos.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'LIQRECAUDA'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-INFORME-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** LIQRECAUDA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-INFORME-NOMBRE ']'
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
           MOVE 'RECAUDA'                       TO ENVIO-E-INTERFAZ.
           MOVE 'LIQRECAUDA'                    TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE LIQREC-FICHERO                  TO ENVIO-E-FICHERO.
           MOVE LIQREC-IMPORTE-ENVIADO          TO
                ENVIO-E-TOTAL-CONTROL.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** LIQRECAUDA REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        LIQREC-FICHERO ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** LIQRECAUDA REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ RECAUDA SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** LIQRECAUDA REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        LIQREC-FICHERO '] ENVIO-STAT ['
                        ENVIO-STAT ']'
           END-EVALUATE.

       FIN-REGISTRAR-ENVIO.
           EXIT.

       ABRIR-FICHLIQ.
      *--------------
           OPEN OUTPUT FICHLIQ.

           IF   FS-FICHLIQ NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** LIQRECAUDA ABRIR-FICHLIQ: ERR'
                DISPLAY 'FICHERO [' WK-FICHLIQ-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHLIQ ']'
           END-IF.

       FIN-ABRIR-FICHLIQ.
           EXIT.

      *    Recorre las emisoras con cobros pendientes de una en una,
      *    sin cursor abierto: cada liquidación confirma por separado
      *    y cambia las filas que se buscan.
       LIQUIDAR-EMISORAS.
      *------------------
           MOVE ZERO                            TO WK-ULT-EMISORA.
           SET  FIN-EMISORAS-NO                 TO TRUE.

           PERFORM LIQUIDAR-EMISORA             THRU
                   FIN-LIQUIDAR-EMISORA
           UNTIL   FIN-EMISORAS-SI
           OR      NOT STAT-OK.

       FIN-LIQUIDAR-EMISORAS.
           EXIT.

       LIQUIDAR-EMISORA.
      *-----------------
           INITIALIZE                           REG-EMISORA
                                                REG-LIQREC.

           EXEC SQL
                SELECT id_emisora
                INTO   :EMISORA-ID
                FROM   banco.cobro_recaudacion
                WHERE  id_liquidacion IS NULL
                AND    id_emisora     > :WK-ULT-EMISORA
                AND    fec_cobro     <= now()
                ORDER  BY id_emisora
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE EMISORA-ID                 TO WK-ULT-EMISORA
           WHEN SQL-NODATA
                SET  FIN-EMISORAS-SI            TO TRUE
                GO TO FIN-LIQUIDAR-EMISORA
           WHEN OTHER
                MOVE 'LIQUIDAR-EMISORA'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-LIQUIDAR-EMISORA
           END-EVALUATE.

           MOVE SPACES                          TO WK-MOTIVO.
           MOVE EMISORA-ID                      TO LIQREC-ID-EMISORA.
           MOVE WK-FECHA-ACTUAL                 TO LIQREC-FEC.
           MOVE WK-BATLOG-ID-EJEC               TO LIQREC-ID-EJEC.

           PERFORM MARCAR-COBROS                THRU FIN-MARCAR-COBROS.

           IF   STAT-OK
           THEN PERFORM CARGAR-LIQUIDACION      THRU
                        FIN-CARGAR-LIQUIDACION
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM ESCRIBIR-FICHERO        THRU
                        FIN-ESCRIBIR-FICHERO
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM GRABAR-LIQUIDACION      THRU
                        FIN-GRABAR-LIQUIDACION
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           ELSE PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-LIQUIDAR-EMISORA
           END-IF.

           IF   WK-MOTIVO = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-LIQUIDADAS
                ADD  LIQREC-NUM-COBROS          TO WK-CONTADOR-COBROS
                ADD  LIQREC-IMPORTE-COBROS      TO WK-TOTAL-LIQUIDADO
                IF   LIQREC-ESTADO-DESCUADRADA
                THEN ADD 1                      TO
                         WK-CONTADOR-DESCUADRADAS
                END-IF
                MOVE LIQREC-FICHERO             TO WK-INFORME-NOMBRE
                PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
                PERFORM REGISTRAR-ENVIO         THRU
                        FIN-REGISTRAR-ENVIO
           ELSE ADD  1                          TO
                     WK-CONTADOR-PENDIENTES
           END-IF.

           PERFORM ESCRIBIR-LIQUIDACION         THRU
                   FIN-ESCRIBIR-LIQUIDACION.

       FIN-LIQUIDAR-EMISORA.
           EXIT.

      *    Número de la liquidación, datos de la emisora y marca de
      *    los cobros que recoge, con sus totales según el registro y
      *    según los abonos en la cuenta restringida.
       MARCAR-COBROS.
      *--------------
           EXEC SQL
                SELECT nombre_emisora, id_medio_cta, iban_liquidacion
                INTO   :EMISORA-NOMBRE, :EMISORA-ID-CTA, :EMISORA-IBAN
                FROM   banco.emisora_recaudacion
                WHERE  id_emisora = :EMISORA-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'MARCAR-COBROS EMISORA'    TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-MARCAR-COBROS
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.liquidacion_recaudacion_id_liquidacion_seq
                INTO   :LIQREC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'MARCAR-COBROS SECUENCIA'  TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-MARCAR-COBROS
           END-IF.

           EXEC SQL
                UPDATE banco.cobro_recaudacion
                SET    id_liquidacion = :LIQREC-ID
                WHERE  id_emisora     = :EMISORA-ID
                AND    id_liquidacion IS NULL
                AND    fec_cobro     <= now()
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'MARCAR-COBROS'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-MARCAR-COBROS
           END-IF.

           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(importe_cobro), 0)
                INTO   :LIQREC-NUM-COBROS, :LIQREC-IMPORTE-COBROS
                FROM   banco.cobro_recaudacion
                WHERE  id_liquidacion = :LIQREC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'MARCAR-COBROS SUMA'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-MARCAR-COBROS
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(M.importe_mov), 0)
                INTO   :LIQREC-IMPORTE-ABONOS
                FROM   banco.cobro_recaudacion C
                JOIN   banco.movimiento M
                ON     M.ref_mov  = C.ref_mov_abono
                AND    M.id_medio = :EMISORA-ID-CTA
                WHERE  C.id_liquidacion = :LIQREC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'MARCAR-COBROS ABONOS'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-MARCAR-COBROS.
           EXIT.

      *    Cargo en la cuenta restringida de lo que se liquida al
      *    organismo. Un cargo que INSMOV o ACTCTA no admiten deja la
      *    emisora pendiente, con su motivo en el resultado.
       CARGAR-LIQUIDACION.
      *-------------------
           IF   LIQREC-IMPORTE-COBROS > 99999999,99
           THEN MOVE 'IMPORTE FUERA DE RANGO'   TO WK-MOTIVO
                GO TO FIN-CARGAR-LIQUIDACION
           END-IF.

           ACCEPT WK-HORA-ACTUAL                FROM TIME.
           STRING WK-FECHA-ACTUAL WK-HORA-ACTUAL '0000'
                  DELIMITED BY SIZE        INTO WK-MOV-FEC.

           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE EMISORA-ID-CTA                  TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           STRING 'LIQUIDACION C60 ' EMISORA-ID
                  ' ' LIQREC-FEC
                  DELIMITED BY SIZE        INTO INSMOV-E-CPT.
           MOVE 'C60'                           TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - LIQREC-IMPORTE-COBROS.

           CALL "INSMOV"                        USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                CONTINUE
           WHEN INSMOV-STAT-ERR-SQL
                MOVE INSMOV-S-SQLCODE           TO WK-SQLCODE
                MOVE 'CARGAR-LIQUIDACION INSMOV' TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CARGAR-LIQUIDACION
           WHEN OTHER
                DISPLAY '*** AVISO *** LIQRECAUDA CARGAR-LIQUIDACION: '
                        'EMISORA [' EMISORA-ID ']'
                DISPLAY 'INSMOV-STAT [' INSMOV-STAT ']'
                MOVE 'CARGO RECHAZADO POR INSMOV' TO WK-MOTIVO
                GO TO FIN-CARGAR-LIQUIDACION
           END-EVALUATE.

           MOVE INSMOV-S-REF                    TO LIQREC-REF-MOV.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE EMISORA-ID-CTA                  TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           EVALUATE TRUE
           WHEN ACTCTA-STAT-OK
                CONTINUE
           WHEN ACTCTA-STAT-ERR-SQL
                MOVE ACTCTA-SQLCODE             TO WK-SQLCODE
                MOVE 'CARGAR-LIQUIDACION ACTCTA' TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                DISPLAY '*** AVISO *** LIQRECAUDA CARGAR-LIQUIDACION: '
                        'EMISORA [' EMISORA-ID ']'
                DISPLAY 'ACTCTA-STAT [' ACTCTA-STAT ']'
                MOVE 'SALDO NO ACTUALIZADO POR ACTCTA' TO WK-MOTIVO
           END-EVALUATE.

       FIN-CARGAR-LIQUIDACION.
           EXIT.

      *    Fichero de cobros a la emisora: cabecera, un registro por
      *    cobro de la liquidación y totales de lo escrito.
       ESCRIBIR-FICHERO.
      *-----------------
           MOVE SPACES                          TO WK-FICHREC-NOMBRE.
           STRING 'recaudacion-' EMISORA-ID '-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHREC-NOMBRE.
           MOVE WK-FICHREC-NOMBRE               TO LIQREC-FICHERO.

           OPEN OUTPUT FICHREC.

           IF   FS-FICHREC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** LIQRECAUDA ESCRIBIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHREC-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHREC ']'
                GO TO FIN-ESCRIBIR-FICHERO
           END-IF.

           SET  FICHREC-ABIERTO                 TO TRUE.

           MOVE SPACES                          TO REG-FICHREC.
           SET  FICHREC-TIPO-CAB                TO TRUE.
           MOVE EMISORA-ID                      TO FICHREC-CAB-EMISORA.
           MOVE EMISORA-NOMBRE                  TO FICHREC-CAB-NOMBRE.
           MOVE LIQREC-FEC                      TO FICHREC-CAB-FEC.
           MOVE LIQREC-ID                       TO FICHREC-CAB-ID-LIQ.
           WRITE REG-FICHREC.

           EXEC SQL
                DECLARE CUR-COBROS CURSOR FOR
                SELECT id_cobro,
                       modalidad_cobro,
                       referencia_cobro,
                       identificacion_cobro,
                       importe_cobro,
                       DATE_FORMAT(fec_cobro, '%Y%m%d'),
                       DATE_FORMAT(fec_cobro, '%H%i%s'),
                       oficina_cobro,
                       canal_cobro,
                       COALESCE(nrc_cobro, ' ')
                FROM   banco.cobro_recaudacion
                WHERE  id_liquidacion = :LIQREC-ID
                ORDER BY id_cobro
           END-EXEC.

           EXEC SQL OPEN CUR-COBROS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'OPEN CUR-COBROS'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESCRIBIR-FICHERO
           END-IF.

           PERFORM ESCRIBIR-COBRO               THRU
                   FIN-ESCRIBIR-COBRO
           UNTIL   SQL-NODATA
           OR      NOT STAT-OK.

           EXEC SQL CLOSE CUR-COBROS END-EXEC.

           IF   NOT STAT-OK
           THEN GO TO FIN-ESCRIBIR-FICHERO
           END-IF.

           MOVE SPACES                          TO REG-FICHREC.
           SET  FICHREC-TIPO-TOT                TO TRUE.
           MOVE LIQREC-NUM-ENVIADOS             TO
                FICHREC-TOT-REGISTROS.
           MOVE LIQREC-IMPORTE-ENVIADO          TO FICHREC-TOT-IMPORTE.
           WRITE REG-FICHREC.

           IF   FS-FICHREC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** LIQRECAUDA ESCRIBIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHREC-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHREC ']'
                GO TO FIN-ESCRIBIR-FICHERO
           END-IF.

      *    Lo enviado tiene que ser lo registrado y lo abonado.
           IF   LIQREC-NUM-ENVIADOS     = LIQREC-NUM-COBROS
                AND LIQREC-IMPORTE-ENVIADO = LIQREC-IMPORTE-COBROS
                AND LIQREC-IMPORTE-ABONOS  = LIQREC-IMPORTE-COBROS
           THEN SET LIQREC-ESTADO-CUADRADA      TO TRUE
           ELSE SET LIQREC-ESTADO-DESCUADRADA   TO TRUE
                DISPLAY '*** AVISO *** LIQRECAUDA: EMISORA ['
                        EMISORA-ID '] DESCUADRADA'
           END-IF.

       FIN-ESCRIBIR-FICHERO.
           IF   FICHREC-ABIERTO
           THEN CLOSE FICHREC
                SET FICHREC-CERRADO             TO TRUE
           END-IF.
           EXIT.

       ESCRIBIR-COBRO.
      *---------------
           EXEC SQL
                FETCH CUR-COBROS
                INTO  :COBREC-ID,
                      :COBREC-MODALIDAD,
                      :COBREC-REFERENCIA,
                      :COBREC-IDENTIFICACION,
                      :COBREC-IMPORTE,
                      :COBREC-FEC-COBRO,
                      :COBREC-HORA-COBRO,
                      :COBREC-OFICINA,
                      :COBREC-CANAL,
                      :COBREC-NRC
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-ESCRIBIR-COBRO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'ESCRIBIR-COBRO'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ESCRIBIR-COBRO
           END-EVALUATE.

           MOVE SPACES                          TO REG-FICHREC.
           SET  FICHREC-TIPO-DET                TO TRUE.
           MOVE COBREC-ID                       TO FICHREC-DET-ID-COBRO.
           MOVE COBREC-MODALIDAD                TO
                FICHREC-DET-MODALIDAD.
           MOVE COBREC-REFERENCIA               TO
                FICHREC-DET-REFERENCIA.
           MOVE COBREC-IDENTIFICACION           TO
                FICHREC-DET-IDENTIFICACION.
           MOVE COBREC-IMPORTE                  TO FICHREC-DET-IMPORTE.
           MOVE COBREC-FEC-COBRO                TO FICHREC-DET-FEC.
           MOVE COBREC-HORA-COBRO               TO FICHREC-DET-HORA.
           MOVE COBREC-OFICINA                  TO FICHREC-DET-OFICINA.
           MOVE COBREC-CANAL                    TO FICHREC-DET-CANAL.
           MOVE COBREC-NRC                      TO FICHREC-DET-NRC.
           WRITE REG-FICHREC.

           IF   FS-FICHREC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** LIQRECAUDA ESCRIBIR-COBRO: ERR'
                DISPLAY 'FICHERO [' WK-FICHREC-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHREC ']'
                GO TO FIN-ESCRIBIR-COBRO
           END-IF.

           ADD  1                               TO LIQREC-NUM-ENVIADOS.
           ADD  COBREC-IMPORTE                  TO
                LIQREC-IMPORTE-ENVIADO.

       FIN-ESCRIBIR-COBRO.
           EXIT.

      *    Fila de la liquidación con los tres totales.
       GRABAR-LIQUIDACION.
      *-------------------
           EXEC SQL
                INSERT INTO banco.liquidacion_recaudacion
                       (id_liquidacion,
                        id_emisora,
                        fec_liquidacion,
                        num_cobros,
                        importe_cobros,
                        num_enviados,
                        importe_enviado,
                        importe_abonos,
                        ref_mov,
                        fichero_liquidacion,
                        estado_liquidacion,
                        id_ejec)
                VALUES (:LIQREC-ID,
                        :LIQREC-ID-EMISORA,
                        STR_TO_DATE(:LIQREC-FEC, '%Y%m%d'),
                        :LIQREC-NUM-COBROS,
                        :LIQREC-IMPORTE-COBROS,
                        :LIQREC-NUM-ENVIADOS,
                        :LIQREC-IMPORTE-ENVIADO,
                        :LIQREC-IMPORTE-ABONOS,
                        :LIQREC-REF-MOV,
                        :LIQREC-FICHERO,
                        :LIQREC-ESTADO,
                        :LIQREC-ID-EJEC)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-LIQUIDACION'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-LIQUIDACION.
           EXIT.

      *    Orden de pago al organismo, con los totales de control, o
      *    emisora que queda pendiente.
       ESCRIBIR-LIQUIDACION.
      *---------------------
           MOVE SPACES                          TO REG-FICHLIQ.
           MOVE LIQREC-IMPORTE-COBROS           TO WK-IMPORTE-EDIT.

           IF   WK-MOTIVO = SPACES
           THEN MOVE LIQREC-IMPORTE-ENVIADO     TO WK-IMPORTE-2-EDIT
                MOVE LIQREC-IMPORTE-ABONOS      TO WK-IMPORTE-3-EDIT
                STRING 'LIQ EMISORA [' EMISORA-ID
                       '] IBAN [' EMISORA-IBAN
                       '] COBROS [' LIQREC-NUM-COBROS
                       '] IMPORTE [' WK-IMPORTE-EDIT
                       '] ENVIADO [' LIQREC-NUM-ENVIADOS
                       '/' WK-IMPORTE-2-EDIT
                       '] ABONOS [' WK-IMPORTE-3-EDIT
                       '] MOV [' LIQREC-REF-MOV
                       '] ' LIQREC-ESTADO
                       DELIMITED BY SIZE        INTO REG-FICHLIQ
           ELSE STRING 'PEN EMISORA [' EMISORA-ID
                       '] COBROS [' LIQREC-NUM-COBROS
                       '] IMPORTE [' WK-IMPORTE-EDIT
                       '] PENDIENTE: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHLIQ
           END-IF.

           WRITE REG-FICHLIQ.

       FIN-ESCRIBIR-LIQUIDACION.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHLIQ.
           MOVE WK-TOTAL-LIQUIDADO              TO WK-IMPORTE-EDIT.
           STRING 'FECHA [' WK-FECHA-ACTUAL
                  '] LIQUIDADAS [' WK-CONTADOR-LIQUIDADAS
                  '] DESCUADRADAS [' WK-CONTADOR-DESCUADRADAS
                  '] PENDIENTES [' WK-CONTADOR-PENDIENTES
                  '] COBROS [' WK-CONTADOR-COBROS
                  '] IMPORTE [' WK-IMPORTE-EDIT ']'
                  DELIMITED BY SIZE             INTO REG-FICHLIQ.

           WRITE REG-FICHLIQ.

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
           DISPLAY '*** FATAL *** LIQRECAUDA ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'LIQRECAUDA'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'LIQUIDACION DIARIA DE LA RECAUDACION'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO LIQUIDACION  [' WK-FICHLIQ-NOMBRE ']'.
           DISPLAY 'EMISORAS LIQUIDADAS  [' WK-CONTADOR-LIQUIDADAS
                   ']'.
           DISPLAY 'DESCUADRADAS         [' WK-CONTADOR-DESCUADRADAS
                   ']'.
           DISPLAY 'PENDIENTES           [' WK-CONTADOR-PENDIENTES
                   ']'.
           DISPLAY 'COBROS ENVIADOS      [' WK-CONTADOR-COBROS ']'.
           DISPLAY 'IMPORTE LIQUIDADO    [' WK-TOTAL-LIQUIDADO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
