       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. EXPTRASL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Envío a las otras entidades de los traslados de cuenta dados
      * de alta (TRASLADO desde el menú o RECTRASL desde su fichero)
      * y aún sin mandar:
      *   - entrantes: la solicitud (SOL) a la entidad antigua, con la
      *     cuenta del cliente en ella, la nueva nuestra, la fecha de
      *     la autorización, la acordada y si cierra la antigua. Su
      *     respuesta vence a los 5 días hábiles del envío;
      *   - salientes: la información para la entidad nueva, con el
      *     mismo formato que ella nos manda en su respuesta: una
      *     cabecera (INF) con el saldo y la fecha de cierre, los
      *     mandatos vivos de la cuenta (MAN) y sus órdenes periódicas
      *     fijas (ORD). Lo comunicado queda anotado en
      *     banco.traslado_cuenta_item y el siguiente paso, el cierre
      *     de CIERTRASL, vence en la fecha acordada.
      * Las marcas se confirman al final, con el fichero ya cerrado;
      * si algo falla no se marca ninguno y la siguiente ejecución
      * vuelve a mandarlos todos.

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
      *    Fichero de traslados para las otras entidades. Su nombre
      *    lleva la fecha de la ejecución para no pisar el de días
      *    anteriores.
           SELECT FICHTRS ASSIGN TO WK-FICHTRS-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHTRS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas: el mismo formato
      * que lee RECTRASL de las otras entidades.
       FD FICHTRS RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHTRS.
           05  FICHTRS-TIPO                  PIC X(03).
      *    Referencia del traslado en la entidad nueva, la que lo
      *    pide: la nuestra en la solicitud, la suya en la respuesta.
           05  FICHTRS-REF                   PIC 9(10).
      *    Entidades que manda y que recibe el registro.
           05  FICHTRS-BIC-EMISOR            PIC X(11).
           05  FICHTRS-BIC-DESTINO           PIC X(11).
           05  FICHTRS-DATOS                 PIC X(115).
      *    Solicitud de la entidad nueva a la antigua.
           05  FICHTRS-SOL                   REDEFINES FICHTRS-DATOS.
               10  FICHTRS-SOL-CTA-ANTIGUA   PIC X(34).
               10  FICHTRS-SOL-CTA-NUEVA     PIC X(34).
               10  FICHTRS-SOL-NIF           PIC X(10).
               10  FICHTRS-SOL-FEC-AUTORIZA  PIC X(08).
               10  FICHTRS-SOL-FEC-ACORDADA  PIC X(08).
               10  FICHTRS-SOL-CIERRE        PIC X(01).
               10  FILLER                    PIC X(20).
      *    Cabecera de la respuesta de la entidad antigua.
           05  FICHTRS-INF                   REDEFINES FICHTRS-DATOS.
               10  FICHTRS-INF-SALDO         PIC S9(08)V99
                                             LEADING SEPARATE.
               10  FICHTRS-INF-DIVISA        PIC X(03).
               10  FICHTRS-INF-FEC-CIERRE    PIC X(08).
               10  FICHTRS-INF-NUM-MAN       PIC 9(03).
               10  FICHTRS-INF-NUM-ORD       PIC 9(03).
               10  FILLER                    PIC X(87).
      *    Mandato (recibo domiciliado) de la cuenta antigua.
           05  FICHTRS-MAN                   REDEFINES FICHTRS-DATOS.
               10  FICHTRS-MAN-REF           PIC X(12).
               10  FICHTRS-MAN-ACREEDOR      PIC X(35).
               10  FILLER                    PIC X(68).
      *    Orden periódica de la cuenta antigua.
           05  FICHTRS-ORD                   REDEFINES FICHTRS-DATOS.
               10  FICHTRS-ORD-NOMBRE        PIC X(35).
               10  FICHTRS-ORD-CTA           PIC X(34).
               10  FICHTRS-ORD-IMPORTE       PIC 9(08)V99.
               10  FICHTRS-ORD-DIA           PIC 9(02).
               10  FILLER                    PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE traslado         END-EXEC.

      * Fila del cursor de traslados pendientes de envío.
       01  WK-TRS-CTA-NUM                    PIC X(20).
       01  WK-TRS-NIF                        PIC X(10).
       01  WK-TRS-DIVISA                     PIC X(03).
       01  WK-TRS-NUM-MAN                    PIC 9(03).
       01  WK-TRS-NUM-ORD                    PIC 9(03).

      * Fila de los cursores de mandatos y órdenes de la cuenta.
       01  WK-MAN-ID                         PIC 9(10).
       01  WK-MAN-REF                        PIC X(12).
       01  WK-ORD-ID                         PIC 9(10).
       01  WK-ORD-CONCEPTO                   PIC X(49).
       01  WK-ORD-CTA                        PIC X(20).
       01  WK-ORD-IMPORTE                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-ORD-DIA                        PIC 9(02).

      * Suma de días hábiles: fecha de partida (AAAAMMDD), días y
      * fecha resultante.
       01  WK-PLZ-DESDE                      PIC X(08).
       01  WK-PLZ-DIAS                       PIC 9(03).
       01  WK-PLZ-HASTA                      PIC X(08).
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

      * Días hábiles que tiene la entidad antigua para responder a
      * la solicitud.
       01  WK-CTE-HAB-INFORMACION            PIC 9(03) VALUE 5.

      * Los traslados pendientes se cargan en memoria y se cierra el
      * cursor antes de recorrer los mandatos y órdenes de cada uno.
      * Lo que no quepa sale en la ejecución siguiente.
       01  WK-MAX-TRASLADOS                  PIC 9(04) VALUE 500.
       01  WK-NUM-TRASLADOS                  PIC 9(04) VALUE 0.
       01  WK-TRASLADOS.
           05  WK-TRS                        OCCURS 500 TIMES.
               10  WK-TRS-ID                 PIC 9(10).
               10  WK-TRS-SENTIDO            PIC X(01).
               10  WK-TRS-ID-CTA             PIC 9(10).
               10  WK-TRS-CTA                PIC X(20).
               10  WK-TRS-NIF-CLI            PIC X(10).
               10  WK-TRS-BIC                PIC X(11).
               10  WK-TRS-CTA-OTRA           PIC X(34).
               10  WK-TRS-REF-OTRA           PIC 9(10).
               10  WK-TRS-FEC-AUTORIZA       PIC X(08).
               10  WK-TRS-FEC-ACORDADA       PIC X(08).
               10  WK-TRS-CIERRE             PIC X(01).
               10  WK-TRS-SALDO              PIC S9(08)V99
                                             LEADING SEPARATE.
               10  WK-TRS-DIV                PIC X(03).
       01  WK-I                              PIC 9(04).

       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

      * BIC de la entidad, el de omisión o el del parámetro
      * BANCO_BIC.
       01  WK-BIC-PROPIO                     PIC X(11) VALUE
                                             'BANCOESMXXX'.
       01  WK-BIC-PROPIO-ENV                 PIC X(11).

       01  WK-FICHTRS-NOMBRE                 PIC X(40).
       01  FS-FICHTRS                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Solicitudes y respuestas enviadas, y mandatos y órdenes
      * comunicados en las respuestas.
       01  WK-CONTADOR-ENVIADOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SOLICITUDES           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RESPUESTAS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MANDATOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ORDENES               PIC 9(06) VALUE 0.

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
           THEN PERFORM ENVIAR-TRASLADO         THRU
                        FIN-ENVIAR-TRASLADO
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > WK-NUM-TRASLADOS
                OR      NOT STAT-OK
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
                IF   STAT-OK
                THEN PERFORM HACER-COMMIT       THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK     THRU
                             FIN-HACER-ROLLBACK
                END-IF
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
           STRING 'traslado-salida-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHTRS-NOMBRE.

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
                DISPLAY '*** FATAL *** EXPTRASL CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'EXPTRASL'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'EXPTRASL'                      TO BATLOG-E-PROGRAMA.

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
                DISPLAY '*** FATAL *** EXPTRASL LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'EXPTRASL'                   TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-ENVIADOS            TO
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

      *    Da de alta en el catálogo de informes el fichero enviado,
      *    como confidencial: lleva cuentas y saldos de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'EXPTRASL'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHTRS-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXPTRASL REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHTRS-NOMBRE ']'
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
           MOVE 'TRASLADO'                      TO ENVIO-E-INTERFAZ.
           MOVE 'EXPTRASL'                      TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHTRS-NOMBRE               TO ENVIO-E-FICHERO.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** EXPTRASL REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHTRS-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** EXPTRASL REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ TRASLADO SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** EXPTRASL REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHTRS-NOMBRE '] ENVIO-STAT ['
                        ENVIO-STAT ']'
           END-EVALUATE.

       FIN-REGISTRAR-ENVIO.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHTRS.

           IF   FS-FICHTRS NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXPTRASL ABRIR-FICHERO: ERROR'
                DISPLAY 'FILE STATUS [' FS-FICHTRS ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHTRS.

       FIN-CERRAR-FICHERO.
           EXIT.

      *    Traslados dados de alta y aún sin enviar, del más antiguo
      *    al más reciente, con la cuenta nuestra, su saldo y el NIF
      *    del cliente que lo autorizó.
       CARGAR-TRASLADOS.
      *-----------------
           EXEC SQL
                DECLARE CUR-TRASLADOS CURSOR FOR
                SELECT T.id_traslado, T.sentido_traslado,
                       T.id_medio_cta, K.num_cuenta,
                       L.nif_cliente, T.bic_otra_traslado,
                       T.cta_otra_traslado,
                       COALESCE(T.ref_otra_traslado, 0),
                       DATE_FORMAT(T.fec_autoriza_traslado,
                                   '%Y%m%d'),
                       DATE_FORMAT(T.fec_acordada_traslado,
                                   '%Y%m%d'),
                       T.cierre_traslado, K.saldo_cuenta,
                       K.divisa_cuenta
                FROM   banco.traslado_cuenta T
                JOIN   banco.cuenta K
                ON     K.id_medio        = T.id_medio_cta
                JOIN   banco.cliente L
                ON     L.id_cliente      = T.id_cliente
                WHERE  T.estado_traslado = 'A'
                ORDER BY T.id_traslado
           END-EXEC.

           EXEC SQL OPEN CUR-TRASLADOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CARGAR-TRASLADOS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                GO TO FIN-CARGAR-TRASLADOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-TRASLADO                THRU FIN-LEER-TRASLADO
           UNTIL  FIN-CURSOR
           OR     WK-NUM-TRASLADOS = WK-MAX-TRASLADOS
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-TRASLADOS END-EXEC.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
           END-IF.

       FIN-CARGAR-TRASLADOS.
           EXIT.

       LEER-TRASLADO.
      *--------------
           EXEC SQL
                FETCH CUR-TRASLADOS
                INTO  :TRASLADO-ID, :TRASLADO-SENTIDO,
                      :TRASLADO-ID-CTA, :WK-TRS-CTA-NUM,
                      :WK-TRS-NIF, :TRASLADO-BIC-OTRA,
                      :TRASLADO-CTA-OTRA, :TRASLADO-REF-OTRA,
                      :TRASLADO-FEC-AUTORIZA, :TRASLADO-FEC-ACORDADA,
                      :TRASLADO-CIERRE, :TRASLADO-SALDO,
                      :WK-TRS-DIVISA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO WK-NUM-TRASLADOS
                MOVE WK-NUM-TRASLADOS           TO WK-I
                MOVE TRASLADO-ID                TO WK-TRS-ID(WK-I)
                MOVE TRASLADO-SENTIDO           TO WK-TRS-SENTIDO(WK-I)
                MOVE TRASLADO-ID-CTA            TO WK-TRS-ID-CTA(WK-I)
                MOVE WK-TRS-CTA-NUM             TO WK-TRS-CTA(WK-I)
                MOVE WK-TRS-NIF                 TO WK-TRS-NIF-CLI(WK-I)
                MOVE TRASLADO-BIC-OTRA          TO WK-TRS-BIC(WK-I)
                MOVE TRASLADO-CTA-OTRA          TO
                     WK-TRS-CTA-OTRA(WK-I)
                MOVE TRASLADO-REF-OTRA          TO
                     WK-TRS-REF-OTRA(WK-I)
                MOVE TRASLADO-FEC-AUTORIZA      TO
                     WK-TRS-FEC-AUTORIZA(WK-I)
                MOVE TRASLADO-FEC-ACORDADA      TO
                     WK-TRS-FEC-ACORDADA(WK-I)
                MOVE TRASLADO-CIERRE            TO WK-TRS-CIERRE(WK-I)
                MOVE TRASLADO-SALDO             TO WK-TRS-SALDO(WK-I)
                MOVE WK-TRS-DIVISA              TO WK-TRS-DIV(WK-I)
           WHEN OTHER
                MOVE 'LEER-TRASLADO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-TRASLADO.
           EXIT.

       ENVIAR-TRASLADO.
      *----------------
           MOVE WK-TRS-ID(WK-I)                 TO TRASLADO-ID.
           MOVE WK-TRS-ID-CTA(WK-I)             TO TRASLADO-ID-CTA.

           IF   WK-TRS-SENTIDO(WK-I) = 'E'
           THEN PERFORM ENVIAR-SOLICITUD        THRU
                        FIN-ENVIAR-SOLICITUD
           ELSE PERFORM ENVIAR-RESPUESTA        THRU
                        FIN-ENVIAR-RESPUESTA
           END-IF.

           IF   STAT-OK
           THEN ADD  1                          TO WK-CONTADOR-ENVIADOS
           END-IF.

       FIN-ENVIAR-TRASLADO.
           EXIT.

      *    Solicitud a la entidad antigua. Su respuesta vence a los 5
      *    días hábiles de hoy.
       ENVIAR-SOLICITUD.
      *-----------------
           MOVE SPACES                          TO REG-FICHTRS.
           MOVE 'SOL'                           TO FICHTRS-TIPO.
           MOVE WK-TRS-ID(WK-I)                 TO FICHTRS-REF.
           MOVE WK-BIC-PROPIO                   TO FICHTRS-BIC-EMISOR.
           MOVE WK-TRS-BIC(WK-I)                TO FICHTRS-BIC-DESTINO.
           MOVE WK-TRS-CTA-OTRA(WK-I)           TO
                FICHTRS-SOL-CTA-ANTIGUA.
           MOVE WK-TRS-CTA(WK-I)                TO
                FICHTRS-SOL-CTA-NUEVA.
           MOVE WK-TRS-NIF-CLI(WK-I)            TO FICHTRS-SOL-NIF.
           MOVE WK-TRS-FEC-AUTORIZA(WK-I)       TO
                FICHTRS-SOL-FEC-AUTORIZA.
           MOVE WK-TRS-FEC-ACORDADA(WK-I)       TO
                FICHTRS-SOL-FEC-ACORDADA.
           MOVE WK-TRS-CIERRE(WK-I)             TO FICHTRS-SOL-CIERRE.

           PERFORM ESCRIBIR-REGISTRO            THRU
                   FIN-ESCRIBIR-REGISTRO.

           IF   NOT STAT-OK
           THEN GO TO FIN-ENVIAR-SOLICITUD
           END-IF.

           MOVE WK-FECHA-ACTUAL                 TO WK-PLZ-DESDE.
           MOVE WK-CTE-HAB-INFORMACION          TO WK-PLZ-DIAS.
           PERFORM SUMAR-DIAS-HABILES           THRU
                   FIN-SUMAR-DIAS-HABILES.

           IF   NOT STAT-OK
           THEN GO TO FIN-ENVIAR-SOLICITUD
           END-IF.

           EXEC SQL
                UPDATE banco.traslado_cuenta
                SET    estado_traslado          = 'S',
                       fec_envio_traslado       = CURDATE(),
                       fec_limite_paso_traslado =
                              STR_TO_DATE(:WK-PLZ-HASTA, '%Y%m%d')
                WHERE  id_traslado              = :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ENVIAR-SOLICITUD'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-SOLICITUD
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-SOLICITUDES.

       FIN-ENVIAR-SOLICITUD.
           EXIT.

      *    Respuesta a la entidad nueva: cabecera con el saldo de hoy
      *    y la fecha acordada de cierre, y detrás los mandatos vivos
      *    y las órdenes periódicas fijas de la cuenta, que quedan
      *    anotados como comunicados. El paso siguiente, el cierre,
      *    vence en la fecha acordada.
       ENVIAR-RESPUESTA.
      *-----------------
           PERFORM CONTAR-DETALLE               THRU
                   FIN-CONTAR-DETALLE.

           IF   NOT STAT-OK
           THEN GO TO FIN-ENVIAR-RESPUESTA
           END-IF.

           MOVE SPACES                          TO REG-FICHTRS.
           MOVE 'INF'                           TO FICHTRS-TIPO.
           MOVE WK-TRS-REF-OTRA(WK-I)           TO FICHTRS-REF.
           MOVE WK-BIC-PROPIO                   TO FICHTRS-BIC-EMISOR.
           MOVE WK-TRS-BIC(WK-I)                TO FICHTRS-BIC-DESTINO.
           MOVE WK-TRS-SALDO(WK-I)              TO FICHTRS-INF-SALDO.
           MOVE WK-TRS-DIV(WK-I)                TO FICHTRS-INF-DIVISA.
           MOVE WK-TRS-FEC-ACORDADA(WK-I)       TO
                FICHTRS-INF-FEC-CIERRE.
           MOVE WK-TRS-NUM-MAN                  TO FICHTRS-INF-NUM-MAN.
           MOVE WK-TRS-NUM-ORD                  TO FICHTRS-INF-NUM-ORD.

           PERFORM ESCRIBIR-REGISTRO            THRU
                   FIN-ESCRIBIR-REGISTRO.

           IF   NOT STAT-OK
           THEN GO TO FIN-ENVIAR-RESPUESTA
           END-IF.

           MOVE ZERO                            TO TRASITEM-NUM.

           PERFORM ENVIAR-MANDATOS              THRU
                   FIN-ENVIAR-MANDATOS.

           IF   STAT-OK
           THEN PERFORM ENVIAR-ORDENES          THRU
                        FIN-ENVIAR-ORDENES
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-ENVIAR-RESPUESTA
           END-IF.

           MOVE WK-TRS-SALDO(WK-I)              TO TRASLADO-SALDO.
           MOVE WK-TRS-FEC-ACORDADA(WK-I)       TO
                TRASLADO-FEC-ACORDADA.

           EXEC SQL
                UPDATE banco.traslado_cuenta
                SET    estado_traslado          = 'I',
                       saldo_traslado           = :TRASLADO-SALDO,
                       fec_envio_traslado       = CURDATE(),
                       fec_limite_paso_traslado =
                              STR_TO_DATE(:TRASLADO-FEC-ACORDADA,
                                          '%Y%m%d')
                WHERE  id_traslado              = :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ENVIAR-RESPUESTA'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-RESPUESTA
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-RESPUESTAS.

       FIN-ENVIAR-RESPUESTA.
           EXIT.

      *    Mandatos vivos (pendientes de su primer cobro o activos) y
      *    órdenes periódicas fijas activas que cargan en la cuenta:
      *    las de barrido y reposición son entre cuentas nuestras y no
      *    se trasladan.
       CONTAR-DETALLE.
      *---------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-TRS-NUM-MAN
                FROM   banco.mandato
                WHERE  id_medio_cta   = :TRASLADO-ID-CTA
                AND    estado_mandato IN ('P', 'A')
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONTAR-DETALLE'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CONTAR-DETALLE
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-TRS-NUM-ORD
                FROM   banco.orden_recurrente
                WHERE  id_medio_origen   = :TRASLADO-ID-CTA
                AND    tipo_medio_origen = 'C'
                AND    activa_orden      = 'S'
                AND    COALESCE(clase_orden, 'F') = 'F'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CONTAR-DETALLE'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-CONTAR-DETALLE.
           EXIT.

       ENVIAR-MANDATOS.
      *----------------
           EXEC SQL
                DECLARE CUR-MANTRS CURSOR FOR
                SELECT id_medio, ref_mandato
                FROM   banco.mandato
                WHERE  id_medio_cta   = :TRASLADO-ID-CTA
                AND    estado_mandato IN ('P', 'A')
                ORDER BY id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-MANTRS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ENVIAR-MANDATOS'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-MANDATOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM ENVIAR-MANDATO               THRU
                   FIN-ENVIAR-MANDATO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-MANTRS END-EXEC.

       FIN-ENVIAR-MANDATOS.
           EXIT.

       ENVIAR-MANDATO.
      *---------------
           EXEC SQL
                FETCH CUR-MANTRS
                INTO  :WK-MAN-ID, :WK-MAN-REF
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
                GO TO FIN-ENVIAR-MANDATO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'ENVIAR-MANDATO'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-MANDATO
           END-EVALUATE.

           MOVE SPACES                          TO REG-FICHTRS.
           MOVE 'MAN'                           TO FICHTRS-TIPO.
           MOVE WK-TRS-REF-OTRA(WK-I)           TO FICHTRS-REF.
           MOVE WK-BIC-PROPIO                   TO FICHTRS-BIC-EMISOR.
           MOVE WK-TRS-BIC(WK-I)                TO FICHTRS-BIC-DESTINO.
           MOVE WK-MAN-REF                      TO FICHTRS-MAN-REF.

           PERFORM ESCRIBIR-REGISTRO            THRU
                   FIN-ESCRIBIR-REGISTRO.

           IF   NOT STAT-OK
           THEN GO TO FIN-ENVIAR-MANDATO
           END-IF.

           INITIALIZE                           REG-TRASITEM-NULL.
           SET  TRASITEM-TIPO-MANDATO           TO TRUE.
           MOVE WK-MAN-REF                      TO TRASITEM-REF.
           MOVE -1                              TO TRASITEM-NOMBRE-NULL
                                                   TRASITEM-CTA-NULL
                                                   TRASITEM-IMPORTE-NULL
                                                   TRASITEM-DIA-NULL.
           MOVE WK-MAN-ID                       TO TRASITEM-ID-CREADO.

           PERFORM GRABAR-ITEM                  THRU FIN-GRABAR-ITEM.

           IF   STAT-OK
           THEN ADD  1                          TO WK-CONTADOR-MANDATOS
           END-IF.

       FIN-ENVIAR-MANDATO.
           EXIT.

      *    La cuenta de destino de una orden entre cuentas nuestras
      *    va con su número; la de un beneficiario de fuera no la
      *    tenemos (la orden sólo lleva su concepto) y va en blanco.
       ENVIAR-ORDENES.
      *---------------
           EXEC SQL
                DECLARE CUR-ORDTRS CURSOR FOR
                SELECT O.id_orden, O.concepto_orden,
                       COALESCE(K.num_cuenta, ' '),
                       O.importe_orden, O.dia_mes_orden
                FROM   banco.orden_recurrente O
                LEFT JOIN banco.cuenta K
                ON     K.id_medio          = O.id_medio_destino
                AND    O.tipo_medio_destino = 'C'
                WHERE  O.id_medio_origen   = :TRASLADO-ID-CTA
                AND    O.tipo_medio_origen = 'C'
                AND    O.activa_orden      = 'S'
                AND    COALESCE(O.clase_orden, 'F') = 'F'
                ORDER BY O.id_orden
           END-EXEC.

           EXEC SQL OPEN CUR-ORDTRS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ENVIAR-ORDENES'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-ORDENES
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM ENVIAR-ORDEN                 THRU FIN-ENVIAR-ORDEN
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ORDTRS END-EXEC.

       FIN-ENVIAR-ORDENES.
           EXIT.

       ENVIAR-ORDEN.
      *-------------
           EXEC SQL
                FETCH CUR-ORDTRS
                INTO  :WK-ORD-ID, :WK-ORD-CONCEPTO, :WK-ORD-CTA,
                      :WK-ORD-IMPORTE, :WK-ORD-DIA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
                GO TO FIN-ENVIAR-ORDEN
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'ENVIAR-ORDEN'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ENVIAR-ORDEN
           END-EVALUATE.

           MOVE SPACES                          TO REG-FICHTRS.
           MOVE 'ORD'                           TO FICHTRS-TIPO.
           MOVE WK-TRS-REF-OTRA(WK-I)           TO FICHTRS-REF.
           MOVE WK-BIC-PROPIO                   TO FICHTRS-BIC-EMISOR.
           MOVE WK-TRS-BIC(WK-I)                TO FICHTRS-BIC-DESTINO.
           MOVE WK-ORD-CONCEPTO                 TO FICHTRS-ORD-NOMBRE.
           MOVE WK-ORD-CTA                      TO FICHTRS-ORD-CTA.
           MOVE WK-ORD-IMPORTE                  TO FICHTRS-ORD-IMPORTE.
           MOVE WK-ORD-DIA                      TO FICHTRS-ORD-DIA.

           PERFORM ESCRIBIR-REGISTRO            THRU
                   FIN-ESCRIBIR-REGISTRO.

           IF   NOT STAT-OK
           THEN GO TO FIN-ENVIAR-ORDEN
           END-IF.

           INITIALIZE                           REG-TRASITEM-NULL.
           SET  TRASITEM-TIPO-ORDEN             TO TRUE.
           MOVE -1                              TO TRASITEM-REF-NULL.
           MOVE WK-ORD-CONCEPTO                 TO TRASITEM-NOMBRE.
           MOVE WK-ORD-CTA                      TO TRASITEM-CTA.
           MOVE WK-ORD-IMPORTE                  TO TRASITEM-IMPORTE.
           MOVE WK-ORD-DIA                      TO TRASITEM-DIA.
           MOVE WK-ORD-ID                       TO TRASITEM-ID-CREADO.

           PERFORM GRABAR-ITEM                  THRU FIN-GRABAR-ITEM.

           IF   STAT-OK
           THEN ADD  1                          TO WK-CONTADOR-ORDENES
           END-IF.

       FIN-ENVIAR-ORDEN.
           EXIT.

       GRABAR-ITEM.
      *------------
           ADD  1                               TO TRASITEM-NUM.
           MOVE TRASLADO-ID                     TO TRASITEM-ID-TRASLADO.
           SET  TRASITEM-ESTADO-CREADO          TO TRUE.
           MOVE 'COMUNICADO A LA ENTIDAD NUEVA' TO TRASITEM-MOTIVO.

           EXEC SQL
                INSERT INTO banco.traslado_cuenta_item(
                    id_traslado,
                    num_item,
                    tipo_item,
                    ref_item,
                    nombre_item,
                    cta_item,
                    importe_item,
                    dia_item,
                    id_creado_item,
                    estado_item,
                    motivo_item
                )
                VALUES(
                    :TRASITEM-ID-TRASLADO,
                    :TRASITEM-NUM,
                    :TRASITEM-TIPO,
                    :TRASITEM-REF        :TRASITEM-REF-NULL,
                    :TRASITEM-NOMBRE     :TRASITEM-NOMBRE-NULL,
                    :TRASITEM-CTA        :TRASITEM-CTA-NULL,
                    :TRASITEM-IMPORTE    :TRASITEM-IMPORTE-NULL,
                    :TRASITEM-DIA        :TRASITEM-DIA-NULL,
                    :TRASITEM-ID-CREADO,
                    :TRASITEM-ESTADO,
                    :TRASITEM-MOTIVO
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-ITEM'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-ITEM.
           EXIT.

       ESCRIBIR-REGISTRO.
      *------------------
           WRITE REG-FICHTRS.

           IF   FS-FICHTRS NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXPTRASL ESCRIBIR-REGISTRO'
                DISPLAY 'FILE STATUS [' FS-FICHTRS ']'
           END-IF.

       FIN-ESCRIBIR-REGISTRO.
           EXIT.

      *    Suma WK-PLZ-DIAS días hábiles (de lunes a viernes) a
      *    WK-PLZ-DESDE, igual que TRASLADO.
       SUMAR-DIAS-HABILES.
      *-------------------
           EXEC SQL
                SELECT DATE_FORMAT(
                         DATE_ADD(F.base,
                           INTERVAL :WK-PLZ-DIAS
                                  + 2 * FLOOR((WEEKDAY(F.base)
                                             + :WK-PLZ-DIAS) / 5)
                           DAY), '%Y%m%d')
                INTO   :WK-PLZ-HASTA
                FROM  (SELECT DATE_SUB(D.desde,
                                INTERVAL GREATEST(WEEKDAY(D.desde)
                                                  - 4, 0) DAY) base
                       FROM  (SELECT STR_TO_DATE(:WK-PLZ-DESDE,
                                                 '%Y%m%d') desde
                             ) D
                      ) F
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SUMAR-DIAS-HABILES'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-SUMAR-DIAS-HABILES.
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

      *    El error se registra después de deshacer: LOGERR confirma
      *    su propia fila y no debe arrastrar con ella las marcas de
      *    enviado.
       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO WK-SQLCODE
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
           END-IF.

           IF   STAT-ERR-SQL
                OR NOT SQL-SUCCESS
           THEN MOVE 'EXPTRASL'                 TO LOGERR-E-PROGRAMA
                MOVE WK-SQLCODE                 TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

           DISPLAY '*** AVISO *** EXPTRASL: NO SE HA MARCADO NINGUN'.
           DISPLAY 'TRASLADO COMO ENVIADO; EL FICHERO ['
                   WK-FICHTRS-NOMBRE '] NO DEBE MANDARSE'.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Sólo avisa: el registro en LOGERR lo hace HACER-ROLLBACK.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** EXPTRASL ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ENVIO DE TRASLADOS DE CUENTA'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO              [' WK-FICHTRS-NOMBRE ']'.
           DISPLAY 'TRASLADOS ENVIADOS   [' WK-CONTADOR-ENVIADOS ']'.
           DISPLAY 'SOLICITUDES          [' WK-CONTADOR-SOLICITUDES
                   ']'.
           DISPLAY 'RESPUESTAS           [' WK-CONTADOR-RESPUESTAS
                   ']'.
           DISPLAY 'MANDATOS COMUNICADOS [' WK-CONTADOR-MANDATOS ']'.
           DISPLAY 'ORDENES COMUNICADAS  [' WK-CONTADOR-ORDENES ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
