       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTCAJAS.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Aviso a las oficinas de sus cajas de seguridad con asuntos
      * pendientes: contratos con el alquiler impagado (COBROCAJA no
      * pudo cargarlo en la cuenta), con los días que lleva sin
      * pagarse, y cajas alquiladas pendientes de traslado porque su
      * oficina ha cerrado. Una sección por oficina con su resumen.

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
      *    Fichero de salida del aviso. Su nombre lleva la fecha de
      *    la ejecución para no pisar el de ejecuciones anteriores.
           SELECT FICHCAJAS ASSIGN TO WK-FICHCAJAS-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCAJAS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por contrato a vigilar y una de resumen por oficina.
       FD FICHCAJAS RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCAJAS                    PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Contrato que devuelve el cursor, con su caja. La oficina es
      * la que responde de la caja: la receptora si la caja está
      * pendiente de traslado, si no la suya.
       01  WK-OFICINA                       PIC X(04).
       01  WK-OFICINA-CAJA                  PIC X(04).
       01  WK-NUM-CAJA                      PIC X(10).
       01  WK-ESTADO-CAJA                   PIC X(01).
       01  WK-ID-CONTRATO                   PIC 9(10).
       01  WK-ID-CUENTA                     PIC 9(10).
       01  WK-ESTADO-CONTRATO               PIC X(01).
       01  WK-CUOTA                         PIC S9(06)V99 LEADING
                                            SEPARATE.
      *    Primer rechazo del alquiler y días transcurridos desde él.
       01  WK-FEC-IMPAGO                    PIC X(08).
       01  WK-DIAS-IMPAGO                   PIC S9(05) LEADING
                                            SEPARATE.
      *    Primer titular del contrato (el menor NIF), para que la
      *    oficina sepa a quién dirigirse.
       01  WK-NIF-TITULAR                   PIC X(10).
       01  WK-NIF-TITULAR-NULL              PIC S9(04) COMP-5.

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


       01  WK-FECHA-ACTUAL-8                 PIC 9(08).

       01  WK-FICHCAJAS-NOMBRE               PIC X(30).
       01  FS-FICHCAJAS                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

       01  WK-MARCA                          PIC X(18).

      * Corte de control por oficina.
       01  WK-OFICINA-ANT                    PIC X(04) VALUE SPACES.
       01  WK-OFI-IMPAGADOS                  PIC 9(06) VALUE 0.
       01  WK-OFI-IMPORTE                    PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-OFI-TRASLADOS                  PIC 9(06) VALUE 0.
       01  SW-PRIMERO                        PIC 9(01) VALUE 1.
           88  PRIMERO-SI                    VALUE 1.
           88  PRIMERO-NO                    VALUE 0.

      * Totales: contratos listados, impagados y cajas pendientes de
      * traslado.
       01  WK-CONTADOR-CONTRATOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-IMPAGADOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-TRASLADOS             PIC 9(06) VALUE 0.

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
           THEN PERFORM LISTAR-CONTRATOS        THRU
                        FIN-LISTAR-CONTRATOS
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
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.

           STRING 'cajas-oficina-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHCAJAS-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTCAJAS CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTCAJAS'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTCAJAS'                      TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-CONTRATOS           TO
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
           MOVE 'RPTCAJAS'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCAJAS-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 1                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTCAJAS REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCAJAS-NOMBRE ']'
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
           OPEN OUTPUT FICHCAJAS.

           IF   FS-FICHCAJAS NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTCAJAS ABRIR-FICHERO: ERROR'
                DISPLAY 'FILE STATUS [' FS-FICHCAJAS ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCAJAS.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Contratos vigentes impagados o cuya caja está pendiente de
      * traslado, por oficina responsable.
       LISTAR-CONTRATOS.
      *-----------------
           EXEC SQL
                DECLARE CUR-CAJAS CURSOR FOR
                SELECT COALESCE(CS.oficina_traslado_caja,
                                CS.oficina_caja),
                       CS.oficina_caja, CS.num_caja, CS.estado_caja,
                       CC.id_contrato, CC.id_medio_cuenta,
                       CC.estado_contrato, CC.cuota_contrato,
                       COALESCE(DATE_FORMAT(CC.fec_impago_contrato,
                                            '%Y%m%d'), ' '),
                       COALESCE(DATEDIFF(CURDATE(),
                                         CC.fec_impago_contrato), 0),
                       (SELECT MIN(C.nif_cliente)
                        FROM   banco.caja_contrato_titular T,
                               banco.cliente C
                        WHERE  T.id_contrato = CC.id_contrato
                        AND    C.id_cliente  = T.id_cliente)
                FROM   banco.caja_contrato CC, banco.caja_seguridad CS
                WHERE  CS.id_caja         = CC.id_caja
                AND    CC.estado_contrato IN ('A', 'I')
                AND    (CC.estado_contrato = 'I'
                        OR CS.estado_caja  = 'T')
                ORDER BY 1, CS.oficina_caja, CS.num_caja
           END-EXEC.

           EXEC SQL OPEN CUR-CAJAS END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTCAJAS OPEN CUR-CAJAS: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTCAJAS'                   TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-CONTRATOS'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-CONTRATOS
           END-IF.

           PERFORM LEER-CONTRATO                 THRU FIN-LEER-CONTRATO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CAJAS END-EXEC.

           IF   PRIMERO-NO
           THEN PERFORM ESCRIBIR-TOTAL-OFICINA    THRU
                        FIN-ESCRIBIR-TOTAL-OFICINA
           END-IF.

       FIN-LISTAR-CONTRATOS.
           EXIT.

       LEER-CONTRATO.
      *--------------
           EXEC SQL
                FETCH CUR-CAJAS
                INTO  :WK-OFICINA, :WK-OFICINA-CAJA, :WK-NUM-CAJA,
                      :WK-ESTADO-CAJA,
                      :WK-ID-CONTRATO, :WK-ID-CUENTA,
                      :WK-ESTADO-CONTRATO, :WK-CUOTA, :WK-FEC-IMPAGO,
                      :WK-DIAS-IMPAGO,
                      :WK-NIF-TITULAR :WK-NIF-TITULAR-NULL
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-CONTRATO         THRU
                        FIN-ESCRIBIR-CONTRATO
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTCAJAS FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTCAJAS'                   TO LOGERR-E-PROGRAMA
                MOVE 'LEER-CONTRATO'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-CONTRATO.
           EXIT.

       ESCRIBIR-CONTRATO.
      *------------------
           IF   WK-NIF-TITULAR-NULL < 0
           THEN MOVE SPACES                      TO WK-NIF-TITULAR
           END-IF.

           IF   PRIMERO-SI
                OR WK-OFICINA NOT = WK-OFICINA-ANT
           THEN IF   PRIMERO-NO
                THEN PERFORM ESCRIBIR-TOTAL-OFICINA THRU
                             FIN-ESCRIBIR-TOTAL-OFICINA
                END-IF
                SET  PRIMERO-NO                   TO TRUE
                MOVE WK-OFICINA                   TO WK-OFICINA-ANT
                MOVE 0                            TO WK-OFI-IMPAGADOS
                                                     WK-OFI-IMPORTE
                                                     WK-OFI-TRASLADOS
           END-IF.

           EVALUATE TRUE
           WHEN WK-ESTADO-CONTRATO = 'I' AND WK-ESTADO-CAJA = 'T'
                MOVE 'IMPAGADO+TRASLADO'        TO WK-MARCA
           WHEN WK-ESTADO-CONTRATO = 'I'
                MOVE 'IMPAGADO'                  TO WK-MARCA
           WHEN OTHER
                MOVE 'TRASLADO'                  TO WK-MARCA
           END-EVALUATE.

           IF   WK-ESTADO-CONTRATO = 'I'
           THEN ADD  1                           TO WK-OFI-IMPAGADOS
                ADD  1                           TO
                     WK-CONTADOR-IMPAGADOS
                ADD  WK-CUOTA                    TO WK-OFI-IMPORTE
           END-IF.

           IF   WK-ESTADO-CAJA = 'T'
           THEN ADD  1                           TO WK-OFI-TRASLADOS
                ADD  1                           TO
                     WK-CONTADOR-TRASLADOS
           END-IF.

           MOVE SPACES                           TO REG-FICHCAJAS.
           STRING 'OFICINA [' WK-OFICINA '] CAJA [' WK-OFICINA-CAJA
                  '-' WK-NUM-CAJA '] CONTRATO [' WK-ID-CONTRATO '] '
                  WK-MARCA
                  ' TITULAR [' WK-NIF-TITULAR '] CUENTA ['
                  WK-ID-CUENTA '] CUOTA [' WK-CUOTA '] IMPAGO DESDE ['
                  WK-FEC-IMPAGO '] DIAS [' WK-DIAS-IMPAGO ']'
                  DELIMITED BY SIZE              INTO REG-FICHCAJAS.
           WRITE REG-FICHCAJAS.

           ADD  1                                TO
                WK-CONTADOR-CONTRATOS.

       FIN-ESCRIBIR-CONTRATO.
           EXIT.

       ESCRIBIR-TOTAL-OFICINA.
      *-----------------------
           MOVE SPACES                           TO REG-FICHCAJAS.
           STRING 'OFICINA [' WK-OFICINA-ANT '] TOTAL IMPAGADOS ['
                  WK-OFI-IMPAGADOS '] IMPORTE PENDIENTE ['
                  WK-OFI-IMPORTE '] PENDIENTES DE TRASLADO ['
                  WK-OFI-TRASLADOS ']'
                  DELIMITED BY SIZE              INTO REG-FICHCAJAS.

           WRITE REG-FICHCAJAS.

       FIN-ESCRIBIR-TOTAL-OFICINA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CAJAS DE SEGURIDAD CON ASUNTOS PENDIENTES'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHCAJAS-NOMBRE
                   ']'.
           DISPLAY 'CONTRATOS LISTADOS      [' WK-CONTADOR-CONTRATOS
                   ']'.
           DISPLAY 'ALQUILERES IMPAGADOS    [' WK-CONTADOR-IMPAGADOS
                   ']'.
           DISPLAY 'PENDIENTES DE TRASLADO  [' WK-CONTADOR-TRASLADOS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
