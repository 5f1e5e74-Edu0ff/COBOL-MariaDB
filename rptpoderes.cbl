       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTPODERES.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Informe mensual de poderes: lista, agrupados por poderdante,
      * los poderes en vigor cuya escritura vence en los próximos
      * días, para que la oficina pida a la empresa la escritura
      * renovada antes de que sus apoderados se queden sin firma.

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
      *    Fichero de salida del informe, con la fecha de la ejecución
      *    en el nombre para no pisar el de ejecuciones anteriores.
           SELECT FICHPODERES ASSIGN TO WK-FICHPODERES-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHPODERES.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por poder y otra de totales por poderdante.
       FD FICHPODERES RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHPODERES                  PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila de poder que devuelve el cursor.
       01  WK-OFICINA                       PIC X(04).
       01  WK-NIF-PODERDANTE                PIC X(10).
       01  WK-NOMBRE-PODERDANTE             PIC X(57).
       01  WK-ID-PODER                      PIC 9(10).
       01  WK-NIF-APODERADO                 PIC X(10).
       01  WK-NUM-ESCRITURA                 PIC X(20).
       01  WK-ALCANCE                       PIC X(01).
       01  WK-LIMITE                        PIC S9(08)V99 LEADING
                                             SEPARATE.
       01  WK-FEC-VENC                      PIC X(10).

      * Días hacia delante en que un vencimiento entra en el aviso.
       01  WK-DIAS-AVISO                    PIC 9(03) VALUE 60.

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

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FICHPODERES-NOMBRE             PIC X(30).
       01  FS-FICHPODERES                    PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Corte de control por poderdante.
       01  WK-NIF-PODERDANTE-ANT             PIC X(10) VALUE SPACES.
       01  WK-CLI-PODERES                    PIC 9(06) VALUE 0.

      * Totales de la ejecución.
       01  WK-CONTADOR-PODERES               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PODERDANTES           PIC 9(06) VALUE 0.

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
           THEN PERFORM LISTAR-PODERES          THRU
                        FIN-LISTAR-PODERES
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
           ACCEPT WK-FECHA-ACTUAL              FROM DATE.
           STRING 'poderes-vencen-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHPODERES-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTPODERES CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTPODERES'                TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTPODERES'                     TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-PODERES             TO
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
           MOVE 'RPTPODERES'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHPODERES-NOMBRE           TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTPODERES REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHPODERES-NOMBRE ']'
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
           OPEN OUTPUT FICHPODERES.

           IF   FS-FICHPODERES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTPODERES ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHPODERES ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHPODERES.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Poderes en vigor, de cualquier alcance, con vencimiento entre
      * hoy y WK-DIAS-AVISO días más; los indefinidos no salen. La
      * oficina es la del poderdante, que es quien tiene que traer la
      * escritura nueva.
       LISTAR-PODERES.
      *-----------------
           EXEC SQL
                DECLARE CUR-PODERES CURSOR FOR
                SELECT COALESCE(C.oficina_cliente, '----'),
                       C.nif_cliente,  C.nom_cliente,
                       P.id_poder,     P.nif_apoderado_poder,
                       COALESCE(P.num_escritura_poder, ' '),
                       P.alcance_poder, P.limite_poder,
                       DATE_FORMAT(P.fec_venc_poder, '%Y-%m-%d')
                FROM   banco.poder P
                JOIN   banco.cliente C
                       ON C.id_cliente = P.id_cliente
                WHERE  P.estado_poder   = 'A'
                AND    P.fec_venc_poder IS NOT NULL
                AND    P.fec_venc_poder >= CURDATE()
                AND    P.fec_venc_poder <
                       DATE_ADD(CURDATE(), INTERVAL :WK-DIAS-AVISO DAY)
                ORDER BY C.nif_cliente, P.fec_venc_poder, P.id_poder
           END-EXEC.

           EXEC SQL OPEN CUR-PODERES END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTPODERES OPEN CUR-PODERES: E'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTPODERES'                 TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-PODERES'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-PODERES
           END-IF.

           PERFORM LEER-PODER                    THRU
                   FIN-LEER-PODER
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-PODERES END-EXEC.

           IF   WK-NIF-PODERDANTE-ANT NOT = SPACES
           THEN PERFORM ESCRIBIR-TOTAL-PODERDANTE THRU
                        FIN-ESCRIBIR-TOTAL-PODERDANTE
           END-IF.

       FIN-LISTAR-PODERES.
           EXIT.

       LEER-PODER.
      *-----------
           EXEC SQL
                FETCH CUR-PODERES
                INTO  :WK-OFICINA, :WK-NIF-PODERDANTE,
                      :WK-NOMBRE-PODERDANTE, :WK-ID-PODER,
                      :WK-NIF-APODERADO, :WK-NUM-ESCRITURA,
                      :WK-ALCANCE, :WK-LIMITE, :WK-FEC-VENC
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM ESCRIBIR-PODER            THRU
                        FIN-ESCRIBIR-PODER
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTPODERES FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTPODERES'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PODER'                 TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-PODER.
           EXIT.

      * Al cambiar de poderdante se cierra el anterior con su total
      * y se abre el nuevo con una línea de cabecera.
       ESCRIBIR-PODER.
      *---------------
           IF   WK-NIF-PODERDANTE NOT = WK-NIF-PODERDANTE-ANT
           THEN IF   WK-NIF-PODERDANTE-ANT NOT = SPACES
                THEN PERFORM ESCRIBIR-TOTAL-PODERDANTE THRU
                             FIN-ESCRIBIR-TOTAL-PODERDANTE
                END-IF
                MOVE WK-NIF-PODERDANTE            TO
                     WK-NIF-PODERDANTE-ANT
                MOVE 0                            TO WK-CLI-PODERES
                ADD  1                            TO
                     WK-CONTADOR-PODERDANTES
                MOVE SPACES                       TO REG-FICHPODERES
                STRING 'OFICINA [' WK-OFICINA '] PODERDANTE ['
                       WK-NIF-PODERDANTE '] ' WK-NOMBRE-PODERDANTE
                       DELIMITED BY SIZE         INTO REG-FICHPODERES
                WRITE REG-FICHPODERES
           END-IF.

           MOVE SPACES                           TO REG-FICHPODERES.
           STRING '    PODER [' WK-ID-PODER '] APODERADO ['
                  WK-NIF-APODERADO '] ESCRITURA [' WK-NUM-ESCRITURA
                  '] ALCANCE [' WK-ALCANCE '] LIMITE [' WK-LIMITE
                  '] VENCE [' WK-FEC-VENC ']'
                  DELIMITED BY SIZE              INTO REG-FICHPODERES.
           WRITE REG-FICHPODERES.

           ADD  1                                TO WK-CLI-PODERES.
           ADD  1                                TO WK-CONTADOR-PODERES.

       FIN-ESCRIBIR-PODER.
           EXIT.

       ESCRIBIR-TOTAL-PODERDANTE.
      *----------------------------
           MOVE SPACES                           TO REG-FICHPODERES.
           STRING 'PODERDANTE [' WK-NIF-PODERDANTE-ANT
                  '] PODERES QUE VENCEN [' WK-CLI-PODERES ']'
                  DELIMITED BY SIZE              INTO REG-FICHPODERES.

           WRITE REG-FICHPODERES.

       FIN-ESCRIBIR-TOTAL-PODERDANTE.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'PODERES DE APODERADOS PROXIMOS A VENCER'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHPODERES-NOMBRE
                   ']'.
           DISPLAY 'DIAS DE AVISO           [' WK-DIAS-AVISO ']'.
           DISPLAY 'PODERDANTES AFECTADOS   [' WK-CONTADOR-PODERDANTES
                   ']'.
           DISPLAY 'PODERES QUE VENCEN      [' WK-CONTADOR-PODERES
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
