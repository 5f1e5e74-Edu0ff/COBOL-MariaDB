       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. COBROCAJA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Cobro anual del alquiler de las cajas de seguridad: cada
      * contrato cuyo aniversario ha llegado se carga en su cuenta
      * por INSMOV/ACTCTA. Un cargo rechazado deja el contrato
      * impagado, sin mover el calendario, y se reintenta en cada
      * pasada hasta que la cuenta lo atienda; RPTCAJAS lo saca en
      * el aviso de la oficina.

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
      *    Fichero de salida del informe: un registro por cada cuota
      *    tratada en esta ejecución, cobrada o rechazada. Su nombre
      *    lleva la fecha de la ejecución para no pisar el de
      *    ejecuciones anteriores.
           SELECT FICHCOBRO ASSIGN TO WK-FICHCOBRO-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCOBRO.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por cuota tratada.
       FD FICHCOBRO RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCOBRO                    PIC X(160).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Contrato con el alquiler vencido que se va cobrando, con su
      * caja.
       01  WK-CONTRATO-ID                    PIC 9(10).
       01  WK-CONTRATO-ID-CUENTA             PIC 9(10).
       01  WK-CONTRATO-CUOTA                 PIC S9(06)V99
                                             LEADING SEPARATE.
       01  WK-CONTRATO-ESTADO                PIC X(01).
       01  WK-CONTRATO-FEC-COBRO             PIC X(08).
       01  WK-CAJA-OFICINA                   PIC X(04).
       01  WK-CAJA-NUM                       PIC X(10).

       01  WK-FECHA-HOY                      PIC X(08).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
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


       01  WK-RESULTADO-CUOTA                PIC X(20).
       01  SW-CUOTA                          PIC 9(01) VALUE 0.
           88  CUOTA-COBRADA                 VALUE 1.
           88  CUOTA-RECHAZADA               VALUE 0.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FICHCOBRO-NOMBRE               PIC X(30).
       01  FS-FICHCOBRO                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Cuántas cuotas vencían, cuántas se han cobrado y cuántas han
      * quedado impagadas.
       01  WK-CONTADOR-CUOTAS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-COBRADAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADAS            PIC 9(06) VALUE 0.

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
           THEN PERFORM COBRAR-CUOTAS           THRU
                        FIN-COBRAR-CUOTAS
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
           MOVE WK-FECHA-ACTUAL-8               TO WK-FECHA-HOY.

           STRING 'cobrocaja-' WK-FECHA-ACTUAL-8 '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCOBRO-NOMBRE.

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
                DISPLAY '*** FATAL *** COBROCAJA CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'COBROCAJA'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'COBROCAJA'                     TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-COBRADAS            TO
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
           MOVE 'COBROCAJA'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCOBRO-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** COBROCAJA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCOBRO-NOMBRE ']'
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
           OPEN OUTPUT FICHCOBRO.

           IF   FS-FICHCOBRO NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** COBROCAJA ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHCOBRO ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHCOBRO.

       FIN-CERRAR-FICHERO.
           EXIT.

      * El cursor recorre los contratos vigentes (activos o ya
      * impagados) cuyo aniversario ha llegado. El cargo va por el
      * mismo camino INSMOV/ACTCTA que las primas de COBROPRIMA y,
      * como allí, un rechazo sale en el informe y se reintenta en
      * la siguiente pasada sin mover el calendario.
       COBRAR-CUOTAS.
      *--------------
           EXEC SQL
                DECLARE CUR-CUOTA CURSOR FOR
                SELECT CC.id_contrato, CC.id_medio_cuenta,
                       CC.cuota_contrato, CC.estado_contrato,
                       DATE_FORMAT(CC.fec_prox_cobro_contrato,
                                   '%Y%m%d'),
                       CS.oficina_caja, CS.num_caja
                FROM   banco.caja_contrato CC, banco.caja_seguridad CS
                WHERE  CC.estado_contrato         IN ('A', 'I')
                AND    CC.fec_prox_cobro_contrato <= :WK-FECHA-HOY
                AND    CS.id_caja                 = CC.id_caja
                ORDER BY CC.id_contrato
           END-EXEC.

           EXEC SQL OPEN CUR-CUOTA END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** COBROCAJA OPEN CUR-CUOTA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'COBROCAJA'                  TO LOGERR-E-PROGRAMA
                MOVE 'COBRAR-CUOTAS'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-COBRAR-CUOTAS
           END-IF.

           PERFORM COBRAR-UNA-CUOTA              THRU
                   FIN-COBRAR-UNA-CUOTA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CUOTA END-EXEC.

       FIN-COBRAR-CUOTAS.
           EXIT.

       COBRAR-UNA-CUOTA.
      *-----------------
           EXEC SQL
                FETCH CUR-CUOTA
                INTO  :WK-CONTRATO-ID, :WK-CONTRATO-ID-CUENTA,
                      :WK-CONTRATO-CUOTA, :WK-CONTRATO-ESTADO,
                      :WK-CONTRATO-FEC-COBRO, :WK-CAJA-OFICINA,
                      :WK-CAJA-NUM
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                            TO WK-CONTADOR-CUOTAS
                PERFORM CARGAR-CUOTA              THRU
                        FIN-CARGAR-CUOTA
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-CUOTA       THRU
                             FIN-ESCRIBIR-CUOTA
                END-IF
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** COBROCAJA FETCH CUR-CUOTA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'COBROCAJA'                  TO LOGERR-E-PROGRAMA
                MOVE 'COBRAR-UNA-CUOTA'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-COBRAR-UNA-CUOTA.
           EXIT.

       CARGAR-CUOTA.
      *-------------
           SET  CUOTA-RECHAZADA                  TO TRUE.
           MOVE 'RECHAZADA'                       TO
                WK-RESULTADO-CUOTA.

           ACCEPT WK-FECHA-ACTUAL-8               FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8                FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.

           INITIALIZE                             AREA-INSMOV-ENTRADA.
           MOVE WK-CONTRATO-ID-CUENTA             TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                        TO INSMOV-E-FEC.
           STRING 'ALQUILER CAJA SEGURIDAD ' WK-CAJA-OFICINA '-'
                  WK-CAJA-NUM
                  DELIMITED BY SIZE           INTO INSMOV-E-CPT.
           MOVE 'COM'                             TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-CONTRATO-CUOTA.

           CALL "INSMOV"                          USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN DISPLAY '*** AVISO *** COBROCAJA CARGAR-CUOTA: NO'
                DISPLAY 'SE PUDO POSTEAR, INSMOV-STAT [' INSMOV-STAT
                        ']'
                MOVE 'COBROCAJA'                  TO LOGERR-E-PROGRAMA
                MOVE 'CARGAR-CUOTA'                TO LOGERR-E-PARRAFO
                MOVE INSMOV-S-SQLCODE              TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                ADD  1                             TO
                     WK-CONTADOR-RECHAZADAS
                PERFORM MARCAR-IMPAGO              THRU
                        FIN-MARCAR-IMPAGO
           ELSE SET  CUOTA-COBRADA                TO TRUE
                MOVE 'COBRADA'                     TO
                     WK-RESULTADO-CUOTA
                ADD  1                             TO
                     WK-CONTADOR-COBRADAS
                PERFORM AVANZAR-CALENDARIO         THRU
                        FIN-AVANZAR-CALENDARIO

                INITIALIZE                         AREA-ACTCTA-ENTRADA
                MOVE WK-CONTRATO-ID-CUENTA         TO ACTCTA-E-ID-CTA
                MOVE INSMOV-S-IMPT-APLICADO        TO ACTCTA-E-IMPORTE

                CALL "ACTCTA"                      USING AREA-ACTCTA

                IF   NOT ACTCTA-STAT-OK
                THEN DISPLAY '*** FATAL *** COBROCAJA CARGAR-CUOTA'
                     DISPLAY 'SALDO NO APLICADO, ACTCTA-STAT ['
                             ACTCTA-STAT ']'
                     MOVE 'COBROCAJA'              TO LOGERR-E-PROGRAMA
                     MOVE 'CARGAR-CUOTA'            TO LOGERR-E-PARRAFO
                     MOVE ACTCTA-SQLCODE            TO LOGERR-E-SQLCODE
                     MOVE SPACES                    TO LOGERR-E-SQLERRMC
                     CALL 'LOGERR' USING AREA-LOGERR
                END-IF
           END-IF.

       FIN-CARGAR-CUOTA.
           EXIT.

      * Cuota cobrada: el próximo cobro pasa al siguiente aniversario
      * y el contrato, si estaba impagado, vuelve a estar al día.
       AVANZAR-CALENDARIO.
      *-------------------
           EXEC SQL
                UPDATE banco.caja_contrato
                SET    fec_prox_cobro_contrato =
                       DATE_ADD(fec_prox_cobro_contrato,
                                INTERVAL 12 MONTH),
                       estado_contrato         = 'A',
                       fec_impago_contrato     = NULL
                WHERE  id_contrato             = :WK-CONTRATO-ID
           END-EXEC.

           MOVE SQLCODE                           TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** COBROCAJA AVANZAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'COBROCAJA'                   TO LOGERR-E-PROGRAMA
                MOVE 'AVANZAR-CALENDARIO'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                     TO LOGERR-E-SQLCODE
                MOVE SPACES                         TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-AVANZAR-CALENDARIO.
           EXIT.

      * Cuota rechazada: el contrato queda impagado desde el primer
      * rechazo, con el calendario parado para reintentarla.
       MARCAR-IMPAGO.
      *--------------
           EXEC SQL
                UPDATE banco.caja_contrato
                SET    estado_contrato     = 'I',
                       fec_impago_contrato =
                           COALESCE(fec_impago_contrato, CURDATE())
                WHERE  id_contrato         = :WK-CONTRATO-ID
           END-EXEC.

           MOVE SQLCODE                           TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** COBROCAJA MARCAR-IMPAGO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'COBROCAJA'                   TO LOGERR-E-PROGRAMA
                MOVE 'MARCAR-IMPAGO'                TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                     TO LOGERR-E-SQLCODE
                MOVE SPACES                         TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-MARCAR-IMPAGO.
           EXIT.

       ESCRIBIR-CUOTA.
      *---------------
           MOVE SPACES                            TO REG-FICHCOBRO.
           STRING 'CONTRATO [' WK-CONTRATO-ID '] OFICINA ['
                  WK-CAJA-OFICINA '] CAJA [' WK-CAJA-NUM '] '
                  WK-RESULTADO-CUOTA ', VENCIMIENTO ['
                  WK-CONTRATO-FEC-COBRO '] CUOTA ['
                  WK-CONTRATO-CUOTA ']'
                  DELIMITED BY SIZE          INTO REG-FICHCOBRO.

           WRITE REG-FICHCOBRO.

       FIN-ESCRIBIR-CUOTA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'COBRO DEL ALQUILER DE CAJAS DE SEGURIDAD'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHCOBRO-NOMBRE ']'.
           DISPLAY 'CUOTAS VENCIDAS        [' WK-CONTADOR-CUOTAS ']'.
           DISPLAY 'COBRADAS               [' WK-CONTADOR-COBRADAS
                  ']'.
           DISPLAY 'RECHAZADAS             [' WK-CONTADOR-RECHAZADAS
                  ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
