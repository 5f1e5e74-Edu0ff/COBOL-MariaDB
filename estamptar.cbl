       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. ESTAMPTAR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Fichero diario de estampación y cartas de PIN para el
      * estampador: todas las tarjetas emitidas ('E') por INSTAR o
      * REEMTAR que aún no se le han mandado. Por cada una se sortean
      * aquí el CCV del plástico y el PIN inicial, se guardan sólo
      * sus resúmenes con sal nueva (como SETPIN) y en claro van
      * únicamente en este fichero: un registro EMB con los datos a
      * estampar y un registro PIN con el sobre ciego de la carta de
      * PIN, entre una cabecera (CAB) y un registro de control (FIN).
      *
      * El fichero y la base de datos se confirman juntos: si algo
      * falla a medias se deshace todo, el fichero queda sin registro
      * FIN (el estampador lo rechaza) y las tarjetas salen en el de
      * la siguiente ejecución. La carta de PIN va al domicilio de
      * envío del titular (DOMENVIO); si Correos ha devuelto todos
      * los suyos, o no tiene ninguno, la carta queda retenida en su
      * oficina. La prepago anónima no tiene titular: su plástico y
      * su carta de PIN van a la oficina que la entrega.
      * CONFTAR recoge después la confirmación de expedición del
      * estampador.

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
      *    Fichero para el estampador. Su nombre lleva la fecha de la
      *    ejecución.
           SELECT FICHESTAMP ASSIGN TO WK-FICHESTAMP-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHESTAMP.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas, con el diseño del
      * estampador. La referencia de cada tarjeta es su id_medio, y
      * es la que devuelve el estampador en la confirmación.
       FD FICHESTAMP RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHESTAMP.
           05  ESTAMP-TIPO                   PIC X(03).
           05  ESTAMP-DATOS                  PIC X(197).
      *    Cabecera: fecha del fichero y número de lote (la ejecución
      *    de banco.batch_log).
           05  ESTAMP-CAB                    REDEFINES ESTAMP-DATOS.
               10  ESTAMP-CAB-FECHA          PIC 9(08).
               10  ESTAMP-CAB-LOTE           PIC 9(10).
               10  FILLER                    PIC X(179).
      *    Estampación: número, nombre en relieve, caducidad MM/AA,
      *    producto del catálogo y CCV del reverso.
           05  ESTAMP-EMB                    REDEFINES ESTAMP-DATOS.
               10  ESTAMP-EMB-REF            PIC 9(10).
               10  ESTAMP-EMB-NUM            PIC X(16).
               10  ESTAMP-EMB-NOMBRE         PIC X(26).
               10  ESTAMP-EMB-CADUCIDAD      PIC X(05).
               10  ESTAMP-EMB-PRODUCTO       PIC X(06).
               10  ESTAMP-EMB-CCV            PIC X(03).
      *        'R' si la tarjeta sustituye a otra, 'N' si es nueva.
               10  ESTAMP-EMB-REEMISION      PIC X(01).
               10  FILLER                    PIC X(130).
      *    Carta de PIN: destinatario, domicilio y PIN inicial.
           05  ESTAMP-PIN                    REDEFINES ESTAMP-DATOS.
               10  ESTAMP-PIN-REF            PIC 9(10).
               10  ESTAMP-PIN-NOMBRE         PIC X(57).
               10  ESTAMP-PIN-CALLE          PIC X(45).
               10  ESTAMP-PIN-NUMERO         PIC X(03).
               10  ESTAMP-PIN-COD-POS        PIC X(05).
               10  ESTAMP-PIN-POBLACION      PIC X(16).
               10  ESTAMP-PIN-PROVINCIA      PIC X(16).
               10  ESTAMP-PIN-PIN            PIC X(04).
               10  FILLER                    PIC X(41).
      *    Control: número de tarjetas del fichero.
           05  ESTAMP-FIN                    REDEFINES ESTAMP-DATOS.
               10  ESTAMP-FIN-NUM-TARJETAS   PIC 9(06).
               10  FILLER                    PIC X(191).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Tarjeta que se manda al estampador.
       01  WK-TAR-ID                         PIC 9(10).
       01  WK-TAR-NUM                        PIC X(16).
       01  WK-TAR-CADUCIDAD                  PIC X(05).
       01  WK-TAR-PRODUCTO                   PIC X(06).
       01  WK-TAR-ID-ANTERIOR                PIC 9(10).

      * Titular (a cero en la prepago anónima) y el domicilio de la
      * carta de PIN: el de envío que da DOMENVIO o, en la prepago,
      * la oficina que la entrega.
       01  WK-CLI-ID                         PIC 9(10).
       01  WK-CLI-NOM                        PIC X(57).
       01  WK-DOM-ID                         PIC 9(10).
       01  WK-DOM-CALLE                      PIC X(45).
       01  WK-DOM-NUM                        PIC X(03).
       01  WK-DOM-COD-POS                    PIC X(05).
       01  WK-DOM-POBL                       PIC X(16).
       01  WK-DOM-PROV                       PIC X(16).

      * CCV y PIN sorteados con sus sales nuevas, y 'S' cuando el CCV
      * no coincide con el de la tarjeta sustituida.
       01  WK-CCV                            PIC X(03).
       01  WK-PIN                            PIC X(04).
       01  WK-SAL-CCV                        PIC X(32).
       01  WK-SAL-PIN                        PIC X(32).
       01  WK-CCV-DISTINTO                   PIC X(01).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.
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

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FICHESTAMP-NOMBRE              PIC X(40).
       01  FS-FICHESTAMP                     PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Tarjetas mandadas y, de ellas, las que llevan la carta de
      * PIN retenida para la oficina.
       01  WK-CONTADOR-TARJETAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDAS             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU
                        FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-CABECERA       THRU
                        FIN-ESCRIBIR-CABECERA
                PERFORM ESTAMPAR-TARJETAS       THRU
                        FIN-ESTAMPAR-TARJETAS
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
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

           STRING 'estampacion-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHESTAMP-NOMBRE.

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
                DISPLAY '*** FATAL *** ESTAMPTAR CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'ESTAMPTAR'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'ESTAMPTAR'                     TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de tarjetas mandadas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-TARJETAS            TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    El fichero lleva números de tarjeta, CCV y PIN en claro:
      *    se cataloga como restringido.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'ESTAMPTAR'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHESTAMP-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ESTAMPTAR REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHESTAMP-NOMBRE ']'
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
           MOVE 'ESTAMPA'                       TO ENVIO-E-INTERFAZ.
           MOVE 'ESTAMPTAR'                     TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHESTAMP-NOMBRE            TO ENVIO-E-FICHERO.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** ESTAMPTAR REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHESTAMP-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** ESTAMPTAR REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ ESTAMPA SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** ESTAMPTAR REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHESTAMP-NOMBRE '] ENVIO-STAT ['
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
           OPEN OUTPUT FICHESTAMP.

           IF   FS-FICHESTAMP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** ESTAMPTAR ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHESTAMP-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHESTAMP ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

      *    Con todo bien se escribe el registro de control y se
      *    confirma; si no, el fichero se cierra sin él y se deshace
      *    lo grabado en las tarjetas.
       CERRAR-FICHERO.
      *---------------
           IF   STAT-OK
           THEN MOVE SPACES                     TO REG-FICHESTAMP
                MOVE 'FIN'                      TO ESTAMP-TIPO
                MOVE WK-CONTADOR-TARJETAS       TO
                     ESTAMP-FIN-NUM-TARJETAS
                PERFORM ESCRIBIR-REGISTRO       THRU
                        FIN-ESCRIBIR-REGISTRO
           END-IF.

           CLOSE FICHESTAMP.

           IF   STAT-OK
           THEN EXEC SQL commit END-EXEC
                MOVE SQLCODE                    TO WK-SQLCODE
                IF   NOT SQL-SUCCESS
                THEN MOVE 'CERRAR-FICHERO'      TO LOGERR-E-PARRAFO
                     PERFORM ERROR-SQL          THRU FIN-ERROR-SQL
                END-IF
           ELSE EXEC SQL rollback END-EXEC
           END-IF.

       FIN-CERRAR-FICHERO.
           EXIT.

       ESCRIBIR-CABECERA.
      *------------------
           MOVE SPACES                          TO REG-FICHESTAMP.
           MOVE 'CAB'                           TO ESTAMP-TIPO.
           MOVE WK-FECHA-ACTUAL                 TO ESTAMP-CAB-FECHA.
           MOVE WK-BATLOG-ID-EJEC               TO ESTAMP-CAB-LOTE.

           PERFORM ESCRIBIR-REGISTRO            THRU
                   FIN-ESCRIBIR-REGISTRO.

       FIN-ESCRIBIR-CABECERA.
           EXIT.

       ESCRIBIR-REGISTRO.
      *------------------
           WRITE REG-FICHESTAMP.

           IF   FS-FICHESTAMP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** ESTAMPTAR ESCRIBIR-REGISTRO'
                DISPLAY 'FILE STATUS [' FS-FICHESTAMP ']'
           END-IF.

       FIN-ESCRIBIR-REGISTRO.
           EXIT.

      *    Tarjetas emitidas sin mandar al estampador, con su
      *    titular; el domicilio de la carta de PIN lo da DOMENVIO al
      *    leerla. La prepago anónima, a nombre genérico y a su
      *    oficina.
       ESTAMPAR-TARJETAS.
      *------------------
           EXEC SQL
                DECLARE CUR-ESTAMPAR CURSOR FOR
                SELECT T.id_medio, T.num_tarjeta,
                       DATE_FORMAT(T.fec_tarjeta, '%m/%y'),
                       COALESCE(T.cod_producto, ''),
                       COALESCE(T.id_medio_anterior_tarjeta, 0),
                       COALESCE(C.id_cliente, 0),
                       COALESCE(C.nom_cliente, 'TARJETA PREPAGO'),
                       CONCAT('ENTREGA EN OFICINA ',
                              COALESCE(P.oficina_prepago, ''))
                FROM   banco.tarjeta T
                LEFT JOIN banco.cliente C
                  ON   C.id_cliente  = T.id_cliente
                LEFT JOIN banco.tarjeta_prepago P
                  ON   P.id_medio    = T.id_medio
                WHERE  T.estado_tarjeta = 'E'
                AND    T.fec_estampacion_tarjeta IS NULL
                AND    (C.id_cliente IS NOT NULL
                        OR P.id_medio IS NOT NULL)
                ORDER BY T.id_medio
           END-EXEC.
           EXEC SQL OPEN CUR-ESTAMPAR END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ESTAMPAR-TARJETAS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL                THRU FIN-ERROR-SQL
                GO TO FIN-ESTAMPAR-TARJETAS
           END-IF.

           PERFORM LEER-TARJETA                  THRU FIN-LEER-TARJETA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTAMPAR END-EXEC.

       FIN-ESTAMPAR-TARJETAS.
           EXIT.

       LEER-TARJETA.
      *-------------
           EXEC SQL
                FETCH CUR-ESTAMPAR
                INTO  :WK-TAR-ID, :WK-TAR-NUM,
                      :WK-TAR-CADUCIDAD, :WK-TAR-PRODUCTO,
                      :WK-TAR-ID-ANTERIOR,
                      :WK-CLI-ID, :WK-CLI-NOM,
                      :WK-DOM-CALLE
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE SPACES                      TO WK-DOM-NUM
                                                    WK-DOM-COD-POS
                                                    WK-DOM-POBL
                                                    WK-DOM-PROV
                IF   WK-CLI-ID NOT = ZERO
                THEN PERFORM BUSCAR-DOMICILIO    THRU
                             FIN-BUSCAR-DOMICILIO
                END-IF
                IF   STAT-OK
                THEN PERFORM ESTAMPAR-TARJETA    THRU
                             FIN-ESTAMPAR-TARJETA
                END-IF
           WHEN OTHER
                MOVE 'LEER-TARJETA'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL                THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-TARJETA.
           EXIT.

      *    Domicilio de envío del titular para la carta de PIN, y su
      *    provincia, que DOMENVIO no devuelve. Sin ninguno entregable
      *    la carta va retenida a su oficina.
       BUSCAR-DOMICILIO.
      *-----------------
           INITIALIZE                            AREA-DOMENVIO.
           MOVE WK-CLI-ID                        TO DOMENVIO-E-ID-CLI.

           CALL "DOMENVIO"                       USING AREA-DOMENVIO.

           EVALUATE TRUE
           WHEN DOMENVIO-STAT-OK
                CONTINUE
           WHEN DOMENVIO-STAT-RETENER
                MOVE SPACES                      TO WK-DOM-CALLE
                STRING 'RETENIDA EN OFICINA ['
                       DOMENVIO-S-OFICINA ']'
                       DELIMITED BY SIZE         INTO WK-DOM-CALLE
                ADD 1                            TO
                    WK-CONTADOR-RETENIDAS
                GO TO FIN-BUSCAR-DOMICILIO
           WHEN OTHER
                MOVE DOMENVIO-SQLCODE            TO WK-SQLCODE
                MOVE 'BUSCAR-DOMICILIO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL                THRU FIN-ERROR-SQL
                GO TO FIN-BUSCAR-DOMICILIO
           END-EVALUATE.

           MOVE DOMENVIO-S-ID-DOM                TO WK-DOM-ID.
           MOVE DOMENVIO-S-CALLE                 TO WK-DOM-CALLE.
           MOVE DOMENVIO-S-NUM                   TO WK-DOM-NUM.
           MOVE DOMENVIO-S-COD-POS               TO WK-DOM-COD-POS.
           MOVE DOMENVIO-S-POBL                  TO WK-DOM-POBL.

           EXEC SQL
                SELECT COALESCE(prov_dom, '')
                INTO   :WK-DOM-PROV
                FROM   banco.domicilio
                WHERE  id_dom = :WK-DOM-ID
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'BUSCAR-DOMICILIO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL                THRU FIN-ERROR-SQL
           END-IF.

       FIN-BUSCAR-DOMICILIO.
           EXIT.

      *    El CCV de una reemisión no puede repetir el de la tarjeta
      *    sustituida (comparado por su resumen, como en REEMTAR); si
      *    coincide se vuelve a sortear.
       ESTAMPAR-TARJETA.
      *-----------------
           MOVE 'N'                              TO WK-CCV-DISTINTO.

           PERFORM SORTEAR-CLAVES                THRU
                   FIN-SORTEAR-CLAVES
           UNTIL   WK-CCV-DISTINTO = 'S'
           OR      NOT STAT-OK.

           IF   NOT STAT-OK
           THEN GO TO FIN-ESTAMPAR-TARJETA
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    ccv_tarjeta             =
                              SHA2(CONCAT(:WK-SAL-CCV, :WK-CCV), 256),
                       sal_ccv_tarjeta         = :WK-SAL-CCV,
                       pin_tarjeta             =
                              SHA2(CONCAT(:WK-SAL-PIN, :WK-PIN), 256),
                       sal_pin_tarjeta         = :WK-SAL-PIN,
                       intentos_fallidos_pin   = 0,
                       fec_pin_tarjeta         = CURDATE(),
                       pin_caducado_tarjeta    = 'N',
                       fec_estampacion_tarjeta = CURDATE()
                WHERE  id_medio                = :WK-TAR-ID
                AND    estado_tarjeta          = 'E'
                AND    fec_estampacion_tarjeta IS NULL
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ESTAMPAR-TARJETA'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL                THRU FIN-ERROR-SQL
                GO TO FIN-ESTAMPAR-TARJETA
           END-IF.

           MOVE SPACES                           TO REG-FICHESTAMP.
           MOVE 'EMB'                            TO ESTAMP-TIPO.
           MOVE WK-TAR-ID                        TO ESTAMP-EMB-REF.
           MOVE WK-TAR-NUM                       TO ESTAMP-EMB-NUM.
           MOVE WK-CLI-NOM                       TO ESTAMP-EMB-NOMBRE.
           MOVE WK-TAR-CADUCIDAD                 TO
                ESTAMP-EMB-CADUCIDAD.
           MOVE WK-TAR-PRODUCTO                  TO
                ESTAMP-EMB-PRODUCTO.
           MOVE WK-CCV                           TO ESTAMP-EMB-CCV.
           IF   WK-TAR-ID-ANTERIOR = ZERO
           THEN MOVE 'N'                         TO
                     ESTAMP-EMB-REEMISION
           ELSE MOVE 'R'                         TO
                     ESTAMP-EMB-REEMISION
           END-IF.

           PERFORM ESCRIBIR-REGISTRO             THRU
                   FIN-ESCRIBIR-REGISTRO.

           MOVE SPACES                           TO REG-FICHESTAMP.
           MOVE 'PIN'                            TO ESTAMP-TIPO.
           MOVE WK-TAR-ID                        TO ESTAMP-PIN-REF.
           MOVE WK-CLI-NOM                       TO ESTAMP-PIN-NOMBRE.
           MOVE WK-DOM-CALLE                     TO ESTAMP-PIN-CALLE.
           MOVE WK-DOM-NUM                       TO ESTAMP-PIN-NUMERO.
           MOVE WK-DOM-COD-POS                   TO
                ESTAMP-PIN-COD-POS.
           MOVE WK-DOM-POBL                      TO
                ESTAMP-PIN-POBLACION.
           MOVE WK-DOM-PROV                      TO
                ESTAMP-PIN-PROVINCIA.
           MOVE WK-PIN                           TO ESTAMP-PIN-PIN.

           PERFORM ESCRIBIR-REGISTRO             THRU
                   FIN-ESCRIBIR-REGISTRO.

           IF   STAT-OK
           THEN ADD 1                            TO
                    WK-CONTADOR-TARJETAS
           END-IF.

      *    El PIN y el CCV en claro no se quedan en memoria más allá
      *    del registro escrito.
           MOVE SPACES                           TO WK-CCV
                                                    WK-PIN.

       FIN-ESTAMPAR-TARJETA.
           EXIT.

       SORTEAR-CLAVES.
      *---------------
           EXEC SQL
                SELECT LPAD(FLOOR(RAND() * 1000), 3, '0'),
                       LPAD(FLOOR(RAND() * 10000), 4, '0'),
                       LEFT(SHA2(CONCAT(UUID(), RAND()), 256), 32),
                       LEFT(SHA2(CONCAT(UUID(), RAND()), 256), 32)
                INTO   :WK-CCV, :WK-PIN,
                       :WK-SAL-CCV, :WK-SAL-PIN
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SORTEAR-CLAVES'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL                THRU FIN-ERROR-SQL
                GO TO FIN-SORTEAR-CLAVES
           END-IF.

           IF   WK-TAR-ID-ANTERIOR = ZERO
           THEN MOVE 'S'                         TO WK-CCV-DISTINTO
                GO TO FIN-SORTEAR-CLAVES
           END-IF.

           EXEC SQL
                SELECT CASE WHEN ccv_tarjeta =
                                 SHA2(CONCAT(sal_ccv_tarjeta, :WK-CCV),
                                      256)
                            THEN 'N'
                            ELSE 'S'
                       END
                INTO   :WK-CCV-DISTINTO
                FROM   banco.tarjeta
                WHERE  id_medio = :WK-TAR-ID-ANTERIOR
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'S'                         TO WK-CCV-DISTINTO
           WHEN OTHER
                MOVE 'SORTEAR-CLAVES'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL                THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-SORTEAR-CLAVES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** ESTAMPTAR ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'ESTAMPTAR'                     TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ESTAMPACION DE TARJETAS Y CARTAS DE PIN'.
           DISPLAY 'FICHERO DE SALIDA    [' WK-FICHESTAMP-NOMBRE ']'.
           DISPLAY 'TARJETAS MANDADAS    [' WK-CONTADOR-TARJETAS ']'.
           DISPLAY 'PIN RETENIDOS        [' WK-CONTADOR-RETENIDAS
                   ']'.
           IF   STAT-OK
           THEN DISPLAY 'RESULTADO            [OK]'
           ELSE DISPLAY 'RESULTADO            [ERROR, SIN CONFIRMAR]'
           END-IF.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
