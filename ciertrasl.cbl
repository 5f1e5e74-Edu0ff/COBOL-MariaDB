       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CIERTRASL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Cierre de los traslados salientes en su fecha acordada, con
      * la información ya enviada por EXPTRASL a la entidad nueva:
      *   - desactiva las órdenes periódicas de la cuenta y revoca
      *     sus mandatos vivos (REVOCAMAN), que pasan a la nueva;
      *   - si el cliente pidió cerrar la cuenta, le carga el saldo
      *     traspasado a la entidad nueva y la da de baja con BAJACTA.
      *     La autorización firmada del traslado hace de segunda
      *     firma de la baja. Una cuenta con saldo deudor no se
      *     cierra: queda como incidencia y se reintenta cada día;
      *   - completa el traslado y, si hubo cierre, escribe el saldo
      *     traspasado (SAL) para la entidad nueva en el fichero de
      *     saldos del día, con el mismo formato que EXPTRASL.
      * Cada traslado se confirma por separado; el que no se puede
      * cerrar se deshace entero y deja su motivo como incidencia.

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
      *    Saldos traspasados a las otras entidades. Su nombre lleva la
      *    fecha de la ejecución.
           SELECT FICHSAL ASSIGN TO WK-FICHSAL-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHSAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Registro SAL del fichero de traslados, en posiciones fijas.
       FD FICHSAL RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHSAL.
           05  FICHSAL-TIPO                  PIC X(03).
      *    Referencia del traslado en la entidad nueva.
           05  FICHSAL-REF                   PIC 9(10).
           05  FICHSAL-BIC-EMISOR            PIC X(11).
           05  FICHSAL-BIC-DESTINO           PIC X(11).
           05  FICHSAL-IMPORTE               PIC 9(08)V99.
           05  FICHSAL-DIVISA                PIC X(03).
           05  FICHSAL-FEC-VALOR             PIC X(08).
           05  FICHSAL-CTA-NUEVA             PIC X(34).
           05  FILLER                        PIC X(60).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE traslado         END-EXEC.

       01  WK-CTA-SALDO                      PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-CTA-DIVISA                     PIC X(03).
       01  WK-CTA-ESTADO                     PIC X(01).
       01  WK-MAN-ID                         PIC 9(10).
       01  WK-INCIDENCIA                     PIC X(40).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'revocaman.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.
           COPY 'bajacta.cpy'.

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

      * Los traslados que vencen se cargan en memoria y se cierra
      * el cursor antes de tratarlos, porque cada uno se confirma
      * por separado. Lo que no quepa sale en la ejecución
      * siguiente.
       01  WK-MAX-TRASLADOS                  PIC 9(04) VALUE 500.
       01  WK-NUM-TRASLADOS                  PIC 9(04) VALUE 0.
       01  WK-TRASLADOS.
           05  WK-TRS                        OCCURS 500 TIMES.
               10  WK-TRS-ID                 PIC 9(10).
               10  WK-TRS-ID-CTA             PIC 9(10).
               10  WK-TRS-BIC                PIC X(11).
               10  WK-TRS-CTA-OTRA           PIC X(34).
               10  WK-TRS-REF-OTRA           PIC 9(10).
               10  WK-TRS-CIERRE             PIC X(01).
       01  WK-I                              PIC 9(04).

       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

      * BIC de la entidad, el de omisión o el del parámetro
      * BANCO_BIC.
       01  WK-BIC-PROPIO                     PIC X(11) VALUE
                                             'BANCOESMXXX'.
       01  WK-BIC-PROPIO-ENV                 PIC X(11).

       01  WK-FICHSAL-NOMBRE                 PIC X(40).
       01  FS-FICHSAL                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.
       01  WK-STAT-SUBPROG                   PIC -9(02).

      * Saldo traspasado a la entidad nueva, en positivo.
       01  WK-TRASPASADO                     PIC S9(08)V99
                                             LEADING SEPARATE.

      * Motivo por el que no se cierra el traslado; en blanco, se
      * cierra.
       01  WK-MOTIVO                         PIC X(40).

      * Traslados tratados, completados y con incidencia, cuentas
      * dadas de baja e importe traspasado.
       01  WK-CONTADOR-TRATADOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-COMPLETADOS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-INCIDENCIAS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-BAJAS                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MANDATOS              PIC 9(06) VALUE 0.
       01  WK-TOTAL-TRASPASADO               PIC S9(10)V99
                                             LEADING SEPARATE
                                             VALUE 0.

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
           THEN PERFORM CARGAR-TRASLADOS        THRU
                        FIN-CARGAR-TRASLADOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM CERRAR-TRASLADO         THRU
                        FIN-CERRAR-TRASLADO
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > WK-NUM-TRASLADOS
                OR      NOT STAT-OK
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
           ACCEPT WK-FECHA-ACTUAL               FROM DATE YYYYMMDD.
           STRING 'traslado-saldos-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHSAL-NOMBRE.

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
                DISPLAY '*** FATAL *** CIERTRASL CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CIERTRASL'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'CIERTRASL'                     TO BATLOG-E-PROGRAMA.

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
           MOVE 'BANCO'                         TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'BANCO_BIC'                     TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'N'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 0                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE 'BANCOESMXXX'                   TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-BIC-PROPIO-ENV.
           IF   WK-BIC-PROPIO-ENV NOT = SPACES
           THEN MOVE WK-BIC-PROPIO-ENV          TO WK-BIC-PROPIO
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** CIERTRASL LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'CIERTRASL'                  TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-TRATADOS            TO
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

      *    Da de alta en el catálogo de informes el fichero de saldos,
      *    como confidencial: lleva cuentas e importes de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CIERTRASL'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSAL-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CIERTRASL REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSAL-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHSAL.

           IF   FS-FICHSAL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CIERTRASL ABRIR-FICHERO: ERROR'
                DISPLAY 'FILE STATUS [' FS-FICHSAL ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHSAL.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Traslados salientes con la información ya enviada y la
      *    fecha acordada cumplida, incluidos los que quedaron con
      *    incidencia en días anteriores.
       CARGAR-TRASLADOS.
      *-----------------
           EXEC SQL
                DECLARE CUR-TRASLADOS CURSOR FOR
                SELECT id_traslado, id_medio_cta, bic_otra_traslado,
                       cta_otra_traslado,
                       COALESCE(ref_otra_traslado, 0),
                       cierre_traslado
                FROM   banco.traslado_cuenta
                WHERE  sentido_traslado      = 'S'
                AND    estado_traslado       = 'I'
                AND    fec_acordada_traslado <= CURDATE()
                ORDER BY fec_acordada_traslado, id_traslado
           END-EXEC.

           EXEC SQL OPEN CUR-TRASLADOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CARGAR-TRASLADOS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-CARGAR-TRASLADOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-TRASLADO                THRU FIN-LEER-TRASLADO
           UNTIL  FIN-CURSOR
           OR     WK-NUM-TRASLADOS = WK-MAX-TRASLADOS
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-TRASLADOS END-EXEC.

           IF   NOT STAT-OK
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

       FIN-CARGAR-TRASLADOS.
           EXIT.

       LEER-TRASLADO.
      *--------------
           EXEC SQL
                FETCH CUR-TRASLADOS
                INTO  :TRASLADO-ID, :TRASLADO-ID-CTA,
                      :TRASLADO-BIC-OTRA, :TRASLADO-CTA-OTRA,
                      :TRASLADO-REF-OTRA, :TRASLADO-CIERRE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO WK-NUM-TRASLADOS
                MOVE WK-NUM-TRASLADOS           TO WK-I
                MOVE TRASLADO-ID                TO WK-TRS-ID(WK-I)
                MOVE TRASLADO-ID-CTA            TO WK-TRS-ID-CTA(WK-I)
                MOVE TRASLADO-BIC-OTRA          TO WK-TRS-BIC(WK-I)
                MOVE TRASLADO-CTA-OTRA          TO
                     WK-TRS-CTA-OTRA(WK-I)
                MOVE TRASLADO-REF-OTRA          TO
                     WK-TRS-REF-OTRA(WK-I)
                MOVE TRASLADO-CIERRE            TO WK-TRS-CIERRE(WK-I)
           WHEN OTHER
                MOVE 'LEER-TRASLADO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-TRASLADO.
           EXIT.

      *    Un traslado: órdenes, mandatos, saldo y baja en la misma
      *    unidad de trabajo. Si algo no se puede hacer se deshace
      *    todo y el motivo queda como incidencia del traslado, que
      *    sigue pendiente para el día siguiente.
       CERRAR-TRASLADO.
      *----------------
           ADD  1                               TO WK-CONTADOR-TRATADOS.
           MOVE SPACES                          TO WK-MOTIVO.
           MOVE ZERO                            TO WK-TRASPASADO.
           MOVE WK-TRS-ID(WK-I)                 TO TRASLADO-ID.
           MOVE WK-TRS-ID-CTA(WK-I)             TO TRASLADO-ID-CTA.
           MOVE SPACES                          TO WK-CTA-DIVISA.

           PERFORM DESACTIVAR-ORDENES           THRU
                   FIN-DESACTIVAR-ORDENES.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM REVOCAR-MANDATOS        THRU
                        FIN-REVOCAR-MANDATOS
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
                AND WK-TRS-CIERRE(WK-I) = 'S'
           THEN PERFORM CERRAR-CUENTA           THRU
                        FIN-CERRAR-CUENTA
           END-IF.

           IF   STAT-OK
                AND WK-MOTIVO = SPACES
           THEN PERFORM COMPLETAR-TRASLADO      THRU
                        FIN-COMPLETAR-TRASLADO
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-CERRAR-TRASLADO
           END-IF.

           IF   WK-MOTIVO NOT = SPACES
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM ANOTAR-INCIDENCIA       THRU
                        FIN-ANOTAR-INCIDENCIA
           END-IF.

           IF   STAT-OK
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-CERRAR-TRASLADO
           END-IF.

           IF   WK-MOTIVO NOT = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-INCIDENCIAS
                DISPLAY '*** AVISO *** CIERTRASL: TRASLADO ['
                        TRASLADO-ID '] NO CERRADO: ' WK-MOTIVO
                GO TO FIN-CERRAR-TRASLADO
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-COMPLETADOS.

           IF   WK-TRS-CIERRE(WK-I) = 'S'
           THEN ADD  1                          TO WK-CONTADOR-BAJAS
                ADD  WK-TRASPASADO              TO WK-TOTAL-TRASPASADO
                PERFORM ESCRIBIR-SALDO          THRU
                        FIN-ESCRIBIR-SALDO
           END-IF.

       FIN-CERRAR-TRASLADO.
           EXIT.

      *    Las órdenes periódicas de la cuenta, de cualquier clase,
      *    dejan de ejecutarse: las fijas pasan a la entidad nueva.
       DESACTIVAR-ORDENES.
      *-------------------
           EXEC SQL
                UPDATE banco.orden_recurrente
                SET    activa_orden      = 'N'
                WHERE  id_medio_origen   = :TRASLADO-ID-CTA
                AND    tipo_medio_origen = 'C'
                AND    activa_orden      = 'S'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'DESACTIVAR-ORDENES'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-DESACTIVAR-ORDENES.
           EXIT.

      *    Los mandatos vivos de la cuenta se revocan: los recibos
      *    pasan a cargarse en la cuenta de la entidad nueva.
       REVOCAR-MANDATOS.
      *-----------------
           EXEC SQL
                DECLARE CUR-MANDATOS CURSOR FOR
                SELECT id_medio
                FROM   banco.mandato
                WHERE  id_medio_cta   = :TRASLADO-ID-CTA
                AND    estado_mandato IN ('P', 'A')
                ORDER BY id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-MANDATOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'REVOCAR-MANDATOS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-REVOCAR-MANDATOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM REVOCAR-MANDATO              THRU
                   FIN-REVOCAR-MANDATO
           UNTIL  FIN-CURSOR
           OR     WK-MOTIVO NOT = SPACES
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-MANDATOS END-EXEC.

       FIN-REVOCAR-MANDATOS.
           EXIT.

       REVOCAR-MANDATO.
      *----------------
           EXEC SQL
                FETCH CUR-MANDATOS
                INTO  :WK-MAN-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
                GO TO FIN-REVOCAR-MANDATO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'REVOCAR-MANDATO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-REVOCAR-MANDATO
           END-EVALUATE.

           INITIALIZE                           AREA-REVOCAMAN-ENTRADA.
           MOVE WK-MAN-ID                       TO REVOCAMAN-E-ID-MEDIO.
           SET  REVOCAMAN-E-ACC-REVOCAR         TO TRUE.

           CALL "REVOCAMAN"                     USING AREA-REVOCAMAN.

           EVALUATE TRUE
           WHEN REVOCAMAN-STAT-OK
           WHEN REVOCAMAN-STAT-YA-ESTA
                ADD  1                          TO WK-CONTADOR-MANDATOS
           WHEN REVOCAMAN-STAT-ERR-SQL
                MOVE REVOCAMAN-S-SQLCODE        TO WK-SQLCODE
                MOVE 'REVOCAR-MANDATO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                MOVE REVOCAMAN-STAT             TO WK-STAT-SUBPROG
                STRING 'MANDATO NO REVOCADO, REVOCAMAN-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
           END-EVALUATE.

       FIN-REVOCAR-MANDATO.
           EXIT.

      *    El saldo acreedor se carga en la cuenta como traspaso a la
      *    entidad nueva y la cuenta, ya a cero, se da de baja. Con
      *    saldo deudor el cliente tiene que cubrirlo antes.
       CERRAR-CUENTA.
      *--------------
           EXEC SQL
                SELECT saldo_cuenta, divisa_cuenta, estado_cuenta
                INTO   :WK-CTA-SALDO, :WK-CTA-DIVISA, :WK-CTA-ESTADO
                FROM   banco.cuenta
                WHERE  id_medio = :TRASLADO-ID-CTA
                FOR UPDATE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'CUENTA INEXISTENTE'       TO WK-MOTIVO
                GO TO FIN-CERRAR-CUENTA
           WHEN OTHER
                MOVE 'CERRAR-CUENTA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CERRAR-CUENTA
           END-EVALUATE.

           IF   WK-CTA-ESTADO NOT = 'A'
           THEN MOVE 'CUENTA NO ESTA DE ALTA'   TO WK-MOTIVO
                GO TO FIN-CERRAR-CUENTA
           END-IF.

           IF   WK-CTA-SALDO < ZERO
           THEN MOVE 'SALDO DEUDOR, CUENTA NO CERRADA' TO WK-MOTIVO
                GO TO FIN-CERRAR-CUENTA
           END-IF.

           IF   WK-CTA-SALDO > ZERO
           THEN PERFORM CARGAR-SALDO            THRU FIN-CARGAR-SALDO
                IF   WK-MOTIVO NOT = SPACES
                THEN GO TO FIN-CERRAR-CUENTA
                END-IF
           END-IF.

           INITIALIZE                           AREA-BAJACTA.
           MOVE TRASLADO-ID-CTA                 TO BAJACTA-E-ID-CTA.
           SET  BAJACTA-E-APROBADA-SI           TO TRUE.
           MOVE 'CIERTRASL'                     TO BAJACTA-E-USUARIO.

           CALL "BAJACTA"                       USING AREA-BAJACTA.

           EVALUATE TRUE
           WHEN BAJACTA-STAT-OK
                CONTINUE
           WHEN BAJACTA-STAT-ERR-SQL
                MOVE BAJACTA-S-SQLCODE          TO WK-SQLCODE
                MOVE 'CERRAR-CUENTA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                MOVE BAJACTA-STAT               TO WK-STAT-SUBPROG
                STRING 'BAJA RECHAZADA, BAJACTA-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
           END-EVALUATE.

       FIN-CERRAR-CUENTA.
           EXIT.

       CARGAR-SALDO.
      *-------------
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8              FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE             INTO WK-MOV-FEC.

           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE TRASLADO-ID-CTA                 TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           STRING 'TRASLADO A ' WK-TRS-CTA-OTRA(WK-I)
                  DELIMITED BY SIZE             INTO INSMOV-E-CPT.
           MOVE 'TRF'                           TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-CTA-SALDO.
           MOVE WK-CTA-DIVISA                   TO INSMOV-E-DIVISA.

           CALL "INSMOV"                        USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN MOVE INSMOV-STAT                TO WK-STAT-SUBPROG
                STRING 'CARGO RECHAZADO, INSMOV-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                GO TO FIN-CARGAR-SALDO
           END-IF.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE TRASLADO-ID-CTA                 TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN MOVE ACTCTA-STAT                TO WK-STAT-SUBPROG
                STRING 'SALDO NO APLICADO, ACTCTA-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                GO TO FIN-CARGAR-SALDO
           END-IF.

           COMPUTE WK-TRASPASADO = 0 - INSMOV-S-IMPT-APLICADO.

       FIN-CARGAR-SALDO.
           EXIT.

       COMPLETAR-TRASLADO.
      *-------------------
           MOVE WK-TRASPASADO                   TO TRASLADO-SALDO.

           EXEC SQL
                UPDATE banco.traslado_cuenta
                SET    estado_traslado     = 'C',
                       saldo_traslado      = :TRASLADO-SALDO,
                       fec_fin_traslado    = CURDATE(),
                       incidencia_traslado = NULL
                WHERE  id_traslado         = :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'COMPLETAR-TRASLADO'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-COMPLETAR-TRASLADO.
           EXIT.

      *    Con lo anterior ya deshecho, el motivo queda en el traslado.
       ANOTAR-INCIDENCIA.
      *------------------
           MOVE WK-MOTIVO                       TO WK-INCIDENCIA.

           EXEC SQL
                UPDATE banco.traslado_cuenta
                SET    incidencia_traslado = :WK-INCIDENCIA
                WHERE  id_traslado         = :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ANOTAR-INCIDENCIA'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-ANOTAR-INCIDENCIA.
           EXIT.

      *    El registro se escribe con el cierre ya confirmado, para no
      *    comunicar un traspaso que luego se deshaga.
       ESCRIBIR-SALDO.
      *---------------
           MOVE SPACES                          TO REG-FICHSAL.
           MOVE 'SAL'                           TO FICHSAL-TIPO.
           MOVE WK-TRS-REF-OTRA(WK-I)           TO FICHSAL-REF.
           MOVE WK-BIC-PROPIO                   TO FICHSAL-BIC-EMISOR.
           MOVE WK-TRS-BIC(WK-I)                TO FICHSAL-BIC-DESTINO.
           MOVE WK-TRASPASADO                   TO FICHSAL-IMPORTE.
           MOVE WK-CTA-DIVISA                   TO FICHSAL-DIVISA.
           MOVE WK-FECHA-ACTUAL                 TO FICHSAL-FEC-VALOR.
           MOVE WK-TRS-CTA-OTRA(WK-I)           TO FICHSAL-CTA-NUEVA.

           WRITE REG-FICHSAL.

           IF   FS-FICHSAL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CIERTRASL ESCRIBIR-SALDO'
                DISPLAY 'FILE STATUS [' FS-FICHSAL ']'
                DISPLAY 'TRASLADO [' TRASLADO-ID '] YA CERRADO Y SIN'
                DISPLAY 'COMUNICAR SU SALDO A LA ENTIDAD NUEVA'
           END-IF.

       FIN-ESCRIBIR-SALDO.
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
      *    propia fila y no debe arrastrar con ella lo posteado.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** CIERTRASL ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'CIERTRASL'                     TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CIERRE DE TRASLADOS DE CUENTA SALIENTES'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE SALDOS    [' WK-FICHSAL-NOMBRE ']'.
           DISPLAY 'TRASLADOS TRATADOS   [' WK-CONTADOR-TRATADOS ']'.
           DISPLAY 'COMPLETADOS          [' WK-CONTADOR-COMPLETADOS
                   ']'.
           DISPLAY 'CON INCIDENCIA       [' WK-CONTADOR-INCIDENCIAS
                   ']'.
           DISPLAY 'CUENTAS DADAS DE BAJA[' WK-CONTADOR-BAJAS ']'.
           DISPLAY 'MANDATOS REVOCADOS   [' WK-CONTADOR-MANDATOS ']'.
           DISPLAY 'IMPORTE TRASPASADO   [' WK-TOTAL-TRASPASADO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
