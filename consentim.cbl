       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CONSENTIM.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de consentimientos de tratamiento comercial de los
      * clientes: contacto por correo postal, SMS, correo electrónico
      * y teléfono, elaboración de perfiles y cesión a empresas del
      * grupo. La situación vigente de cada finalidad está en
      * banco.consentimiento y cada alta o retirada queda en
      * banco.consentimiento_hist con su fecha, canal, versión del
      * texto legal y usuario. CAMPPRES, RPTSEGCLI y EXTR360 lo
      * consultan en cada ejecución, así que una retirada vale desde
      * la ejecución siguiente; RPTCONSENT saca el historial
      * completo de un cliente para la autoridad de protección de
      * datos.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE consentim         END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-HIS-FEC                        PIC X(14).
       01  WK-HIS-TOTAL                      PIC 9(06).
       01  WK-FINALIDADES.
           05  WK-POSTAL                     PIC X(01).
           05  WK-SMS                        PIC X(01).
           05  WK-EMAIL                      PIC X(01).
           05  WK-TELEFONO                   PIC X(01).
           05  WK-PERFILADO                  PIC X(01).
           05  WK-GRUPO                      PIC X(01).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  SW-FIN-HISTORIAL                  PIC 9(01) VALUE 0.
           88  FIN-HISTORIAL                 VALUE 1.
           88  NO-FIN-HISTORIAL              VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'consentim.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-CONSENTIM.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           IF   CONSENTIM-STAT-OK
           THEN PERFORM BUSCAR-CLIENTE        THRU FIN-BUSCAR-CLIENTE
           END-IF.

           IF   CONSENTIM-STAT-OK
           THEN EVALUATE TRUE
                WHEN CONSENTIM-E-ACC-REGISTRAR
                     PERFORM REGISTRAR-CONSENTIMIENTO
                     THRU    FIN-REGISTRAR-CONSENTIMIENTO

                WHEN CONSENTIM-E-ACC-CONSULTAR
                     PERFORM CONSULTAR-CONSENTIMIENTO
                     THRU    FIN-CONSULTAR-CONSENTIMIENTO

                WHEN CONSENTIM-E-ACC-HISTORIAL
                     PERFORM CONSULTAR-HISTORIAL
                     THRU    FIN-CONSULTAR-HISTORIAL

                WHEN OTHER
                     SET CONSENTIM-STAT-ERR-ACC TO TRUE
                END-EVALUATE
           END-IF.

      *    Sólo el registro modifica: la situación vigente y su
      *    historial van juntos o no van. Las consultas no confirman
      *    nada, para no cerrar la transacción del lote que llama.
           IF   CONSENTIM-E-ACC-REGISTRAR
           THEN IF   CONSENTIM-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-CONSENTIM-SALIDA
                                              REG-CONSENTIM
                                              REG-CONSENTIM-NULL.

           IF   CONSENTIM-E-ID-CLIENTE = ZERO
                AND CONSENTIM-E-NIF = SPACES
           THEN SET CONSENTIM-STAT-ERR-DATOS  TO TRUE
           END-IF.

           IF   CONSENTIM-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO CONSENTIM-USUARIO
           ELSE MOVE CONSENTIM-E-USUARIO      TO CONSENTIM-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * El cliente por su identificador, o por su NIF si no viene.
       BUSCAR-CLIENTE.
      *---------------
           MOVE CONSENTIM-E-ID-CLIENTE        TO CONSENTIM-ID-CLIENTE.
           MOVE CONSENTIM-E-NIF               TO WK-NIF.

           EXEC SQL
                SELECT id_cliente
                INTO   :CONSENTIM-ID-CLIENTE
                FROM   banco.cliente
                WHERE  (:CONSENTIM-ID-CLIENTE <> 0
                        AND id_cliente = :CONSENTIM-ID-CLIENTE)
                OR     (:CONSENTIM-ID-CLIENTE =  0
                        AND nif_cliente = :WK-NIF)
           END-EXEC.

           MOVE SQLCODE                        TO CONSENTIM-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE CONSENTIM-ID-CLIENTE       TO
                     CONSENTIM-S-ID-CLIENTE
           WHEN SQL-NODATA
                SET CONSENTIM-STAT-ENC-NO       TO TRUE
           WHEN OTHER
                SET CONSENTIM-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CONSENTIM BUSCAR-CLIENTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

      * Alta o retirada: la fila vigente de la finalidad se crea o se
      * sustituye, y el cambio se anota en el historial. Una retirada
      * sin alta previa también se anota: deja constancia de que el
      * cliente se opuso.
       REGISTRAR-CONSENTIMIENTO.
      *-------------------------
           IF   NOT CONSENTIM-E-FINALIDAD-OK
                OR NOT CONSENTIM-E-ESTADO-OK
                OR NOT CONSENTIM-E-CANAL-OK
                OR CONSENTIM-E-VERSION = SPACES
           THEN SET CONSENTIM-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-REGISTRAR-CONSENTIMIENTO
           END-IF.

           MOVE CONSENTIM-E-FINALIDAD          TO CONSENTIM-FINALIDAD.
           MOVE CONSENTIM-E-ESTADO             TO CONSENTIM-ESTADO.
           MOVE CONSENTIM-E-CANAL              TO CONSENTIM-CANAL.
           MOVE CONSENTIM-E-VERSION            TO CONSENTIM-VERSION.

           EXEC SQL
                INSERT INTO banco.consentimiento(
                    id_cliente,
                    finalidad_consent,
                    estado_consent,
                    fec_consent,
                    canal_consent,
                    version_texto_consent,
                    usuario_consent
                )
                VALUES(
                    :CONSENTIM-ID-CLIENTE,
                    :CONSENTIM-FINALIDAD,
                    :CONSENTIM-ESTADO,
                    now(),
                    :CONSENTIM-CANAL,
                    :CONSENTIM-VERSION,
                    :CONSENTIM-USUARIO
                )
                ON DUPLICATE KEY UPDATE
                    estado_consent        = :CONSENTIM-ESTADO,
                    fec_consent           = now(),
                    canal_consent         = :CONSENTIM-CANAL,
                    version_texto_consent = :CONSENTIM-VERSION,
                    usuario_consent       = :CONSENTIM-USUARIO
           END-EXEC.

           MOVE SQLCODE                        TO CONSENTIM-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSENTIM-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** CONSENTIM REGISTRAR-CONSENTIMI'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REGISTRAR-CONSENTIMIENTO
           END-IF.

           EXEC SQL
                INSERT INTO banco.consentimiento_hist(
                    id_cliente,
                    finalidad_consent,
                    estado_consent,
                    fec_consent,
                    canal_consent,
                    version_texto_consent,
                    usuario_consent
                )
                VALUES(
                    :CONSENTIM-ID-CLIENTE,
                    :CONSENTIM-FINALIDAD,
                    :CONSENTIM-ESTADO,
                    now(),
                    :CONSENTIM-CANAL,
                    :CONSENTIM-VERSION,
                    :CONSENTIM-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO CONSENTIM-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSENTIM-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** CONSENTIM REGISTRAR-CONSENTIMI'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-REGISTRAR-CONSENTIMIENTO.
           EXIT.

      * Situación vigente de las seis finalidades en una sola lectura;
      * una finalidad sin fila es que el cliente nunca la concedió.
       CONSULTAR-CONSENTIMIENTO.
      *-------------------------
           EXEC SQL
                SELECT COALESCE(MAX(CASE WHEN finalidad_consent = 'P'
                                    AND estado_consent = 'C'
                                    THEN 'S' END), 'N'),
                       COALESCE(MAX(CASE WHEN finalidad_consent = 'S'
                                    AND estado_consent = 'C'
                                    THEN 'S' END), 'N'),
                       COALESCE(MAX(CASE WHEN finalidad_consent = 'E'
                                    AND estado_consent = 'C'
                                    THEN 'S' END), 'N'),
                       COALESCE(MAX(CASE WHEN finalidad_consent = 'T'
                                    AND estado_consent = 'C'
                                    THEN 'S' END), 'N'),
                       COALESCE(MAX(CASE WHEN finalidad_consent = 'F'
                                    AND estado_consent = 'C'
                                    THEN 'S' END), 'N'),
                       COALESCE(MAX(CASE WHEN finalidad_consent = 'G'
                                    AND estado_consent = 'C'
                                    THEN 'S' END), 'N')
                INTO   :WK-POSTAL, :WK-SMS, :WK-EMAIL,
                       :WK-TELEFONO, :WK-PERFILADO, :WK-GRUPO
                FROM   banco.consentimiento
                WHERE  id_cliente = :CONSENTIM-ID-CLIENTE
           END-EXEC.

           MOVE SQLCODE                        TO CONSENTIM-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSENTIM-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** CONSENTIM CONSULTAR-CONSENTIMI'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-CONSENTIMIENTO
           END-IF.

           MOVE WK-POSTAL                      TO CONSENTIM-S-POSTAL.
           MOVE WK-SMS                         TO CONSENTIM-S-SMS.
           MOVE WK-EMAIL                       TO CONSENTIM-S-EMAIL.
           MOVE WK-TELEFONO                    TO CONSENTIM-S-TELEFONO.
           MOVE WK-PERFILADO                   TO CONSENTIM-S-PERFILADO.
           MOVE WK-GRUPO                       TO CONSENTIM-S-GRUPO.

           IF   CONSENTIM-S-POSTAL-SI
                OR CONSENTIM-S-SMS-SI
                OR CONSENTIM-S-EMAIL-SI
                OR CONSENTIM-S-TELEFONO-SI
           THEN SET CONSENTIM-S-CONTACTO-SI    TO TRUE
           ELSE MOVE 'N'                       TO CONSENTIM-S-CONTACTO
           END-IF.

       FIN-CONSULTAR-CONSENTIMIENTO.
           EXIT.

      * Los 30 cambios más recientes del cliente, y cuántos tiene en
      * total; el historial completo lo saca RPTCONSENT.
       CONSULTAR-HISTORIAL.
      *--------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-HIS-TOTAL
                FROM   banco.consentimiento_hist
                WHERE  id_cliente = :CONSENTIM-ID-CLIENTE
           END-EXEC.

           MOVE SQLCODE                        TO CONSENTIM-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSENTIM-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** CONSENTIM CONSULTAR-HISTORIAL'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-HISTORIAL
           END-IF.

           MOVE WK-HIS-TOTAL                   TO CONSENTIM-S-HIS-TOTAL.

           EXEC SQL
                DECLARE CUR-HISCONS CURSOR FOR
                SELECT DATE_FORMAT(fec_consent, '%Y%m%d%H%i%s'),
                       finalidad_consent, estado_consent,
                       canal_consent, version_texto_consent,
                       usuario_consent
                FROM   banco.consentimiento_hist
                WHERE  id_cliente = :CONSENTIM-ID-CLIENTE
                ORDER BY fec_consent DESC, id_consent_hist DESC
           END-EXEC.

           EXEC SQL OPEN CUR-HISCONS END-EXEC.

           MOVE SQLCODE                        TO CONSENTIM-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSENTIM-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** CONSENTIM CONSULTAR-HISTORIAL'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-HISTORIAL
           END-IF.

           SET  NO-FIN-HISTORIAL               TO TRUE.

           PERFORM LEER-HISTORIAL             THRU FIN-LEER-HISTORIAL
           UNTIL  FIN-HISTORIAL
           OR     CONSENTIM-S-HIS-CONTADOR = 30
           OR     NOT CONSENTIM-STAT-OK.

           EXEC SQL CLOSE CUR-HISCONS END-EXEC.

       FIN-CONSULTAR-HISTORIAL.
           EXIT.

       LEER-HISTORIAL.
      *---------------
           EXEC SQL
                FETCH CUR-HISCONS
                INTO  :WK-HIS-FEC, :CONSENTIM-FINALIDAD,
                      :CONSENTIM-ESTADO, :CONSENTIM-CANAL,
                      :CONSENTIM-VERSION, :CONSENTIM-USUARIO
           END-EXEC.

           MOVE SQLCODE                        TO CONSENTIM-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-HISTORIAL              TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     CONSENTIM-S-HIS-CONTADOR
                MOVE WK-HIS-FEC                 TO
                     CONSENTIM-S-HIS-FEC(CONSENTIM-S-HIS-CONTADOR)
                MOVE CONSENTIM-FINALIDAD        TO
                     CONSENTIM-S-HIS-FINALIDAD(CONSENTIM-S-HIS-CONTADOR)
                MOVE CONSENTIM-ESTADO           TO
                     CONSENTIM-S-HIS-ESTADO(CONSENTIM-S-HIS-CONTADOR)
                MOVE CONSENTIM-CANAL            TO
                     CONSENTIM-S-HIS-CANAL(CONSENTIM-S-HIS-CONTADOR)
                MOVE CONSENTIM-VERSION          TO
                     CONSENTIM-S-HIS-VERSION(CONSENTIM-S-HIS-CONTADOR)
                MOVE CONSENTIM-USUARIO          TO
                     CONSENTIM-S-HIS-USUARIO(CONSENTIM-S-HIS-CONTADOR)
           WHEN OTHER
                SET CONSENTIM-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CONSENTIM LEER-HISTORIAL: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-HISTORIAL.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

       FIN-HACER-ROLLBACK.
           EXIT.
