       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. EXPSEPBLAC.
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
      *    Fichero de comunicación al SEPBLAC de los casos de
      *    operativa sospechosa que los analistas han cerrado para
      *    comunicar: una cabecera, un registro por caso seguido de
      *    uno por cada movimiento implicado, y un registro de
      *    totales, todos de ancho fijo. Su nombre lleva la fecha de
      *    la ejecución para no pisar el de remesas anteriores.
           SELECT FICHSEPBLAC ASSIGN TO WK-FICHSEPBLAC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHSEPBLAC.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * El primer carácter indica el tipo de registro: 0 cabecera,
      * 1 caso, 2 movimiento del caso, 9 totales.
       FD FICHSEPBLAC RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-SEPBLAC.
           05  SEPBLAC-TIPO                  PIC X(01).
               88  SEPBLAC-TIPO-CABECERA     VALUE '0'.
               88  SEPBLAC-TIPO-CASO         VALUE '1'.
               88  SEPBLAC-TIPO-MOVIMIENTO   VALUE '2'.
               88  SEPBLAC-TIPO-TOTALES      VALUE '9'.
           05  SEPBLAC-DATOS                 PIC X(159).

      * Cabecera de la remesa.
       01  REG-SEPBLAC-CABECERA.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CAB-FECHA             PIC 9(08).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CAB-HORA              PIC 9(06).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CAB-PROGRAMA          PIC X(10).
           05  FILLER                        PIC X(132).

      * Caso comunicado: cliente, origen de la alerta, fechas y el
      * motivo con que se abrió.
       01  REG-SEPBLAC-CASO.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CASO-ID               PIC 9(10).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CASO-NIF              PIC X(10).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CASO-ORIGEN           PIC X(03).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CASO-FEC-ALTA         PIC 9(08).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CASO-FEC-CIERRE       PIC 9(08).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CASO-NUM-MOV          PIC 9(04).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-CASO-MOTIVO           PIC X(80).
           05  FILLER                        PIC X(29).

      * Movimiento implicado en el caso anterior.
       01  REG-SEPBLAC-MOVIMIENTO.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-MOV-ID-CASO           PIC 9(10).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-MOV-REF               PIC 9(12).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-MOV-ID-MEDIO          PIC 9(10).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-MOV-FECHA             PIC 9(08).
           05  FILLER                        PIC X(01).
      *    '-' cargo, '+' abono; el importe va en valor absoluto.
           05  SEPBLAC-MOV-SIGNO             PIC X(01).
           05  SEPBLAC-MOV-IMPORTE           PIC 9(10)V99.
           05  FILLER                        PIC X(01).
           05  SEPBLAC-MOV-DIVISA            PIC X(03).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-MOV-CONCEPTO          PIC X(49).
           05  FILLER                        PIC X(47).

      * Totales de la remesa.
       01  REG-SEPBLAC-TOTALES.
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-TOT-CASOS             PIC 9(06).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-TOT-MOVIMIENTOS       PIC 9(08).
           05  FILLER                        PIC X(01).
           05  SEPBLAC-TOT-IMPORTE           PIC 9(12)V99.
           05  FILLER                        PIC X(128).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila del cursor: un caso cerrado para comunicar con uno de
      * sus movimientos (ref_mov a cero si no tiene ninguno).
       01  WK-CASO-ID                      PIC 9(10).
       01  WK-CASO-NIF                     PIC X(10).
       01  WK-CASO-ORIGEN                  PIC X(03).
       01  WK-CASO-FEC-ALTA                PIC X(08).
       01  WK-CASO-FEC-CIERRE              PIC X(08).
       01  WK-CASO-MOTIVO                  PIC X(80).
       01  WK-CASO-NUM-MOV                 PIC 9(04).
       01  WK-MOV-REF                      PIC 9(12).
       01  WK-MOV-ID-MEDIO                 PIC 9(10).
       01  WK-MOV-FECHA                    PIC X(08).
       01  WK-MOV-IMPORTE                  PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-MOV-DIVISA                   PIC X(03).
       01  WK-MOV-CONCEPTO                 PIC X(49).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.
           COPY 'casosar.cpy'.

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

       01  WK-FECHA-ACTUAL-8                PIC 9(08).
       01  WK-HORA-ACTUAL                   PIC 9(08).

       01  WK-FICHSEPBLAC-NOMBRE            PIC X(30).
       01  FS-FICHSEPBLAC                   PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Caso cuyo registro se escribió el último: al cambiar, el
      * anterior ya está completo en el fichero y se marca como
      * comunicado.
       01  WK-CASO-ANTERIOR                 PIC 9(10) VALUE 0.

      * Casos y movimientos incluidos en la remesa, y suma de sus
      * importes en valor absoluto para el registro de totales.
       01  WK-CONTADOR-CASOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MOV                  PIC 9(08) VALUE 0.
       01  WK-TOTAL-IMPORTE                 PIC 9(12)V99 VALUE 0.
       01  WK-IMPORTE-ABS                   PIC 9(10)V99.

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
           THEN PERFORM ESCRIBIR-CABECERA       THRU
                        FIN-ESCRIBIR-CABECERA
           END-IF.

           IF   STAT-OK
           THEN PERFORM EXPORTAR-CASOS          THRU
                        FIN-EXPORTAR-CASOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
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
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL                FROM TIME.

           STRING 'sepblac-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHSEPBLAC-NOMBRE.

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
                DISPLAY '*** FATAL *** EXPSEPBLAC CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'EXPSEPBLAC'                TO LOGERR-E-PROGRAMA
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
           MOVE 'EXPSEPBLAC'                    TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-CASOS               TO
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
           MOVE 'EXPSEPBLAC'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSEPBLAC-NOMBRE           TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXPSEPBLAC REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSEPBLAC-NOMBRE ']'
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
           MOVE 'SEPBLAC'                       TO ENVIO-E-INTERFAZ.
           MOVE 'EXPSEPBLAC'                    TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHSEPBLAC-NOMBRE           TO ENVIO-E-FICHERO.
           MOVE WK-TOTAL-IMPORTE                TO
                ENVIO-E-TOTAL-CONTROL.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** EXPSEPBLAC REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHSEPBLAC-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** EXPSEPBLAC REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ SEPBLAC SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** EXPSEPBLAC REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHSEPBLAC-NOMBRE '] ENVIO-STAT ['
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

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHSEPBLAC.

           IF   FS-FICHSEPBLAC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXPSEPBLAC ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHSEPBLAC ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHSEPBLAC.

       FIN-CERRAR-FICHERO.
           EXIT.

       ESCRIBIR-CABECERA.
      *------------------
           MOVE SPACES                          TO REG-SEPBLAC-CABECERA.
           SET  SEPBLAC-TIPO-CABECERA           TO TRUE.
           MOVE WK-FECHA-ACTUAL-8               TO SEPBLAC-CAB-FECHA.
           MOVE WK-HORA-ACTUAL(1:6)             TO SEPBLAC-CAB-HORA.
           MOVE 'EXPSEPBLAC'                    TO SEPBLAC-CAB-PROGRAMA.

           PERFORM GRABAR-REGISTRO              THRU
                   FIN-GRABAR-REGISTRO.

       FIN-ESCRIBIR-CABECERA.
           EXIT.

      * Los casos cerrados para comunicar, con sus movimientos en el
      * orden del cursor. Cada caso se marca como comunicado en
      * cuanto todos sus registros están escritos; si la remesa se
      * corta, los casos no marcados salen en la siguiente.
       EXPORTAR-CASOS.
      *---------------
           EXEC SQL
                DECLARE CUR-SEPBLAC CURSOR FOR
                SELECT S.id_caso, S.nif_caso, S.origen_caso,
                       date_format(S.fec_alta_caso, '%Y%m%d'),
                       date_format(S.fec_cierre_caso, '%Y%m%d'),
                       S.motivo_caso,
                       (SELECT COUNT(*)
                        FROM   banco.caso_sar_mov SM2
                        WHERE  SM2.id_caso = S.id_caso),
                       COALESCE(M.ref_mov, 0),
                       COALESCE(M.id_medio, 0),
                       COALESCE(date_format(M.fec_mov, '%Y%m%d'),
                                '00000000'),
                       COALESCE(M.importe_mov, 0),
                       COALESCE(M.divisa_mov, ' '),
                       COALESCE(M.cnpt_mov, ' ')
                FROM   banco.caso_sar S
                LEFT JOIN banco.caso_sar_mov SM
                       ON SM.id_caso  = S.id_caso
                LEFT JOIN banco.movimiento M
                       ON M.ref_mov   = SM.ref_mov
                WHERE  S.estado_caso  = 'C'
                ORDER BY S.id_caso, M.fec_mov, M.ref_mov
           END-EXEC.

           EXEC SQL OPEN CUR-SEPBLAC END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** EXPSEPBLAC OPEN CUR-SEPBLAC'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'EXPSEPBLAC'                 TO LOGERR-E-PROGRAMA
                MOVE 'EXPORTAR-CASOS'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-EXPORTAR-CASOS
           END-IF.

           PERFORM LEER-CASO                     THRU FIN-LEER-CASO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-SEPBLAC END-EXEC.

      *    El último caso de la remesa queda completo al acabar.
           IF   STAT-OK
                AND WK-CASO-ANTERIOR NOT = 0
           THEN PERFORM MARCAR-COMUNICADO        THRU
                        FIN-MARCAR-COMUNICADO
           END-IF.

       FIN-EXPORTAR-CASOS.
           EXIT.

       LEER-CASO.
      *----------
           EXEC SQL
                FETCH CUR-SEPBLAC
                INTO  :WK-CASO-ID, :WK-CASO-NIF, :WK-CASO-ORIGEN,
                      :WK-CASO-FEC-ALTA, :WK-CASO-FEC-CIERRE,
                      :WK-CASO-MOTIVO, :WK-CASO-NUM-MOV,
                      :WK-MOV-REF, :WK-MOV-ID-MEDIO, :WK-MOV-FECHA,
                      :WK-MOV-IMPORTE, :WK-MOV-DIVISA,
                      :WK-MOV-CONCEPTO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM PROCESAR-FILA             THRU
                        FIN-PROCESAR-FILA
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** EXPSEPBLAC FETCH CUR-SEPBLAC'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'EXPSEPBLAC'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-CASO'                  TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-CASO.
           EXIT.

      * Ruptura por caso: al llegar la primera fila de un caso se
      * marca el anterior y se escribe el registro del nuevo; cada
      * fila con movimiento da su registro de movimiento.
       PROCESAR-FILA.
      *--------------
           IF   WK-CASO-ID NOT = WK-CASO-ANTERIOR
           THEN IF   WK-CASO-ANTERIOR NOT = 0
                THEN PERFORM MARCAR-COMUNICADO    THRU
                             FIN-MARCAR-COMUNICADO
                     IF   NOT STAT-OK
                     THEN GO TO FIN-PROCESAR-FILA
                     END-IF
                END-IF
                PERFORM ESCRIBIR-CASO             THRU
                        FIN-ESCRIBIR-CASO
                MOVE WK-CASO-ID                   TO WK-CASO-ANTERIOR
           END-IF.

           IF   STAT-OK
                AND WK-MOV-REF NOT = 0
           THEN PERFORM ESCRIBIR-MOVIMIENTO       THRU
                        FIN-ESCRIBIR-MOVIMIENTO
           END-IF.

       FIN-PROCESAR-FILA.
           EXIT.

       ESCRIBIR-CASO.
      *--------------
           MOVE SPACES                          TO REG-SEPBLAC-CASO.
           SET  SEPBLAC-TIPO-CASO               TO TRUE.
           MOVE WK-CASO-ID                      TO SEPBLAC-CASO-ID.
           MOVE WK-CASO-NIF                     TO SEPBLAC-CASO-NIF.
           MOVE WK-CASO-ORIGEN                  TO SEPBLAC-CASO-ORIGEN.
           MOVE WK-CASO-FEC-ALTA                TO
                SEPBLAC-CASO-FEC-ALTA.
           MOVE WK-CASO-FEC-CIERRE              TO
                SEPBLAC-CASO-FEC-CIERRE.
           MOVE WK-CASO-NUM-MOV                 TO
                SEPBLAC-CASO-NUM-MOV.
           MOVE WK-CASO-MOTIVO                  TO SEPBLAC-CASO-MOTIVO.

           PERFORM GRABAR-REGISTRO              THRU
                   FIN-GRABAR-REGISTRO.

           IF   STAT-OK
           THEN ADD  1                          TO WK-CONTADOR-CASOS
           END-IF.

       FIN-ESCRIBIR-CASO.
           EXIT.

       ESCRIBIR-MOVIMIENTO.
      *--------------------
           MOVE SPACES                          TO
                REG-SEPBLAC-MOVIMIENTO.
           SET  SEPBLAC-TIPO-MOVIMIENTO         TO TRUE.
           MOVE WK-CASO-ID                      TO SEPBLAC-MOV-ID-CASO.
           MOVE WK-MOV-REF                      TO SEPBLAC-MOV-REF.
           MOVE WK-MOV-ID-MEDIO                 TO
                SEPBLAC-MOV-ID-MEDIO.
           MOVE WK-MOV-FECHA                    TO SEPBLAC-MOV-FECHA.

           IF   WK-MOV-IMPORTE < 0
           THEN MOVE '-'                        TO SEPBLAC-MOV-SIGNO
                COMPUTE WK-IMPORTE-ABS = 0 - WK-MOV-IMPORTE
           ELSE MOVE '+'                        TO SEPBLAC-MOV-SIGNO
                MOVE WK-MOV-IMPORTE             TO WK-IMPORTE-ABS
           END-IF.

           MOVE WK-IMPORTE-ABS                  TO
                SEPBLAC-MOV-IMPORTE.
           MOVE WK-MOV-DIVISA                   TO SEPBLAC-MOV-DIVISA.
           MOVE WK-MOV-CONCEPTO                 TO
                SEPBLAC-MOV-CONCEPTO.

           PERFORM GRABAR-REGISTRO              THRU
                   FIN-GRABAR-REGISTRO.

           IF   STAT-OK
           THEN ADD  1                          TO WK-CONTADOR-MOV
                ADD  WK-IMPORTE-ABS             TO WK-TOTAL-IMPORTE
           END-IF.

       FIN-ESCRIBIR-MOVIMIENTO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-SEPBLAC-TOTALES.
           SET  SEPBLAC-TIPO-TOTALES            TO TRUE.
           MOVE WK-CONTADOR-CASOS               TO SEPBLAC-TOT-CASOS.
           MOVE WK-CONTADOR-MOV                 TO
                SEPBLAC-TOT-MOVIMIENTOS.
           MOVE WK-TOTAL-IMPORTE                TO
                SEPBLAC-TOT-IMPORTE.

           PERFORM GRABAR-REGISTRO              THRU
                   FIN-GRABAR-REGISTRO.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       GRABAR-REGISTRO.
      *----------------
           WRITE REG-SEPBLAC.

           IF   FS-FICHSEPBLAC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXPSEPBLAC GRABAR-REGISTRO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHSEPBLAC ']'
           END-IF.

       FIN-GRABAR-REGISTRO.
           EXIT.

      * El caso ya escrito pasa a comunicado, con su fecha de envío
      * y la nota correspondiente, a través de CASOSAR.
       MARCAR-COMUNICADO.
      *------------------
           INITIALIZE                           AREA-CASOSAR-ENTRADA.

           SET  CASOSAR-E-ACC-COMUNICADO        TO TRUE.
           MOVE WK-CASO-ANTERIOR                TO CASOSAR-E-ID-CASO.
           MOVE 'EXPSEPBLAC'                    TO CASOSAR-E-USUARIO.
           STRING 'COMUNICADO AL SEPBLAC EN ' WK-FICHSEPBLAC-NOMBRE
                  DELIMITED BY SIZE        INTO CASOSAR-E-TEXTO.

           CALL "CASOSAR"                       USING AREA-CASOSAR.

           IF   NOT CASOSAR-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** EXPSEPBLAC MARCAR-COMUNICADO'
                DISPLAY 'CASO [' WK-CASO-ANTERIOR '] STAT ['
                        CASOSAR-STAT ']'
                MOVE 'EXPSEPBLAC'                TO LOGERR-E-PROGRAMA
                MOVE 'MARCAR-COMUNICADO'         TO LOGERR-E-PARRAFO
                MOVE CASOSAR-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-MARCAR-COMUNICADO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'COMUNICACION DE CASOS AL SEPBLAC'.
           DISPLAY 'FICHERO DE SALIDA   [' WK-FICHSEPBLAC-NOMBRE ']'.
           DISPLAY 'CASOS COMUNICADOS   [' WK-CONTADOR-CASOS ']'.
           DISPLAY 'MOVIMIENTOS         [' WK-CONTADOR-MOV ']'.
           DISPLAY 'IMPORTE TOTAL       [' WK-TOTAL-IMPORTE ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
