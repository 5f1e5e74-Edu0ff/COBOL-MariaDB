       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. PEDEFEC.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Previsión de efectivo de las bóvedas y pedido al
      * transportista de fondos. Para cada bóveda de oficina se mide
      * el flujo neto de efectivo de sus cajones en las últimas
      * semanas (ingresos menos retiradas) y se proyecta su saldo a
      * los días de cobertura sumando los pedidos aún pendientes. Si
      * la proyección cae por debajo del mínimo se pide una entrega
      * hasta el máximo; si lo supera, una recogida hasta el máximo.
      * Los pedidos se graban pendientes en banco.pedido_efectivo y
      * se escriben en el fichero para el transportista; CONCEFEC
      * los concilia luego contra su confirmación.

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
      *    Fichero de pedidos para el transportista, con la fecha de
      *    la ejecución en el nombre.
           SELECT FICHPEDEFE ASSIGN TO WK-FICHPEDEFE-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHPEDEFE.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un pedido por registro: número de pedido, oficina, tipo (E
      * entrega en la oficina, R recogida), importe en céntimos y
      * fecha prevista del servicio.
       FD FICHPEDEFE RECORD CONTAINS 40 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHPEDEFE.
           05  PEDFIC-ID-PEDIDO             PIC 9(10).
           05  PEDFIC-OFICINA               PIC X(04).
           05  PEDFIC-TIPO                  PIC X(01).
           05  PEDFIC-IMPORTE               PIC 9(10)V99.
           05  PEDFIC-FEC-PREVISTA          PIC X(08).
           05  FILLER                       PIC X(05).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE boveda           END-EXEC.
           EXEC SQL INCLUDE pedefec          END-EXEC.

      * Flujo neto de los cajones de la oficina en la ventana de
      * historia y pedidos pendientes (entregas menos recogidas).
       01  WK-FLUJO-NETO                    PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-PEDIDOS-PDTES                 PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-DIAS-HISTORIA                 PIC 9(03).
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


      * Semanas de historia para la previsión y días que debe cubrir
      * el saldo proyectado, ajustables con los parámetros
      * PEDEFEC_SEMANAS y PEDEFEC_DIAS; por omisión cuatro semanas y
      * dos días.
       01  WK-SEMANAS-HISTORIA              PIC 9(02) VALUE 04.
       01  WK-SEMANAS-HISTORIA-ENV          PIC X(02).
       01  WK-DIAS-COBERTURA                PIC 9(02) VALUE 02.
       01  WK-DIAS-COBERTURA-ENV            PIC X(02).

      * El transportista sirve en múltiplos de cincuenta euros: las
      * entregas se redondean hacia arriba y las recogidas hacia
      * abajo.
       01  WK-UNIDAD-PEDIDO                 PIC 9(03) VALUE 50.
       01  WK-UNIDADES                      PIC 9(10).
       01  WK-RESTO                         PIC 9(03)V99.

      * Previsión de la bóveda en curso.
       01  WK-FLUJO-DIARIO                  PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-PROYECTADO                    PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-IMPORTE-PEDIDO                PIC S9(10)V99 LEADING
                                            SEPARATE.

       01  WK-FECHA-ACTUAL                  PIC 9(08).
       01  WK-FICHPEDEFE-NOMBRE             PIC X(40).
       01  FS-FICHPEDEFE                    PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

       01  SW-FIN-BOVEDAS                   PIC 9(01) VALUE 0.
           88  FIN-BOVEDAS                  VALUE 1.
           88  NO-FIN-BOVEDAS               VALUE 0.

      * Bóvedas revisadas, entregas y recogidas pedidas, e importes.
       01  WK-CONTADOR-BOVEDAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ENTREGAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECOGIDAS            PIC 9(06) VALUE 0.
       01  WK-TOTAL-ENTREGAS                PIC S9(12)V99 LEADING
                                            SEPARATE VALUE 0.
       01  WK-TOTAL-RECOGIDAS               PIC S9(12)V99 LEADING
                                            SEPARATE VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM PREVER-BOVEDAS          THRU
                        FIN-PREVER-BOVEDAS
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
           STRING 'pedidos-efectivo-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHPEDEFE-NOMBRE.

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
                DISPLAY '*** FATAL *** PEDEFEC CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'PEDEFEC'                   TO LOGERR-E-PROGRAMA
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
           MOVE 'PEDEFEC'                       TO BATLOG-E-PROGRAMA.

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
           MOVE 'PEDEFEC'                       TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'PEDEFEC_SEMANAS'               TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '04'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO
                WK-SEMANAS-HISTORIA-ENV.
           IF   WK-SEMANAS-HISTORIA-ENV IS NUMERIC
                AND WK-SEMANAS-HISTORIA-ENV NOT = '00'
           THEN MOVE WK-SEMANAS-HISTORIA-ENV    TO
                     WK-SEMANAS-HISTORIA
           END-IF.

           MOVE 'PEDEFEC_DIAS'                  TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '02'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO
                WK-DIAS-COBERTURA-ENV.
           IF   WK-DIAS-COBERTURA-ENV IS NUMERIC
                AND WK-DIAS-COBERTURA-ENV NOT = '00'
           THEN MOVE WK-DIAS-COBERTURA-ENV      TO WK-DIAS-COBERTURA
           END-IF.

           COMPUTE WK-DIAS-HISTORIA = WK-SEMANAS-HISTORIA * 7.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** PEDEFEC LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'PEDEFEC'                    TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-BOVEDAS             TO
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
           MOVE 'PEDEFEC'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHPEDEFE-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 1                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** PEDEFEC REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHPEDEFE-NOMBRE ']'
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
           MOVE 'EFECTIVO'                      TO ENVIO-E-INTERFAZ.
           MOVE 'PEDEFEC'                       TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHPEDEFE-NOMBRE            TO ENVIO-E-FICHERO.
           COMPUTE ENVIO-E-TOTAL-CONTROL = WK-TOTAL-ENTREGAS
                                         + WK-TOTAL-RECOGIDAS.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** PEDEFEC REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHPEDEFE-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** PEDEFEC REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ EFECTIVO SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** PEDEFEC REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHPEDEFE-NOMBRE '] ENVIO-STAT ['
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
           OPEN OUTPUT FICHPEDEFE.

           IF   FS-FICHPEDEFE NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** PEDEFEC ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHPEDEFE ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHPEDEFE.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Una fila por bóveda con su flujo neto en la ventana (las
      * operaciones de sus cajones, con el signo del efectivo del
      * cajón: positivo lo ingresado, negativo lo retirado) y lo que
      * ya está pedido y sin conciliar. El día de hoy no cuenta, que
      * está a medias.
       PREVER-BOVEDAS.
      *---------------
           EXEC SQL
                DECLARE CUR-BOVEDAS CURSOR FOR
                SELECT B.oficina_boveda, B.saldo_boveda,
                       B.nivel_minimo_boveda, B.nivel_maximo_boveda,
                       (SELECT COALESCE(SUM(O.importe_operacion), 0)
                        FROM   banco.caja_operacion O,
                               banco.caja_sesion S
                        WHERE  S.oficina_caja = B.oficina_boveda
                        AND    O.id_caja      = S.id_caja
                        AND    O.fec_operacion >=
                               DATE_SUB(CURDATE(),
                                   INTERVAL :WK-DIAS-HISTORIA DAY)
                        AND    O.fec_operacion < CURDATE()),
                       (SELECT COALESCE(SUM(CASE P.tipo_pedido
                                   WHEN 'E' THEN P.importe_pedido
                                   ELSE 0 - P.importe_pedido END), 0)
                        FROM   banco.pedido_efectivo P
                        WHERE  P.oficina_boveda = B.oficina_boveda
                        AND    P.estado_pedido  = 'P')
                FROM   banco.boveda B
                ORDER BY B.oficina_boveda
           END-EXEC.

           EXEC SQL OPEN CUR-BOVEDAS END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** PEDEFEC OPEN CUR-BOVEDAS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PEDEFEC'                    TO LOGERR-E-PROGRAMA
                MOVE 'PREVER-BOVEDAS'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-PREVER-BOVEDAS
           END-IF.

           SET  NO-FIN-BOVEDAS                   TO TRUE.

           PERFORM LEER-BOVEDA                   THRU FIN-LEER-BOVEDA
           UNTIL  FIN-BOVEDAS
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-BOVEDAS END-EXEC.

       FIN-PREVER-BOVEDAS.
           EXIT.

       LEER-BOVEDA.
      *------------
           EXEC SQL
                FETCH CUR-BOVEDAS
                INTO  :BOVEDA-OFICINA, :BOVEDA-SALDO,
                      :BOVEDA-NIVEL-MINIMO, :BOVEDA-NIVEL-MAXIMO,
                      :WK-FLUJO-NETO, :WK-PEDIDOS-PDTES
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-BOVEDAS                 TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                           TO
                     WK-CONTADOR-BOVEDAS
                PERFORM PREVER-UNA-BOVEDA        THRU
                        FIN-PREVER-UNA-BOVEDA
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** PEDEFEC FETCH BOVEDAS: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PEDEFEC'                    TO LOGERR-E-PROGRAMA
                MOVE 'LEER-BOVEDA'                TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-BOVEDA.
           EXIT.

      * Saldo proyectado = saldo de hoy + pedidos pendientes + flujo
      * diario medio por los días de cobertura.
       PREVER-UNA-BOVEDA.
      *------------------
           COMPUTE WK-FLUJO-DIARIO ROUNDED =
                   WK-FLUJO-NETO / WK-DIAS-HISTORIA.
           COMPUTE WK-PROYECTADO = BOVEDA-SALDO + WK-PEDIDOS-PDTES
                                 + WK-FLUJO-DIARIO
                                 * WK-DIAS-COBERTURA.

           INITIALIZE                            REG-PEDEFEC
                                                 REG-PEDEFEC-NULL.

           EVALUATE TRUE
           WHEN WK-PROYECTADO < BOVEDA-NIVEL-MINIMO
                SET  PEDEFEC-TIPO-ENTREGA        TO TRUE
                COMPUTE WK-IMPORTE-PEDIDO =
                        BOVEDA-NIVEL-MAXIMO - WK-PROYECTADO
                DIVIDE WK-IMPORTE-PEDIDO BY WK-UNIDAD-PEDIDO
                       GIVING WK-UNIDADES REMAINDER WK-RESTO
                IF   WK-RESTO > ZERO
                THEN ADD 1                       TO WK-UNIDADES
                END-IF
           WHEN WK-PROYECTADO > BOVEDA-NIVEL-MAXIMO
                SET  PEDEFEC-TIPO-RECOGIDA       TO TRUE
                COMPUTE WK-IMPORTE-PEDIDO =
                        WK-PROYECTADO - BOVEDA-NIVEL-MAXIMO
                DIVIDE WK-IMPORTE-PEDIDO BY WK-UNIDAD-PEDIDO
                       GIVING WK-UNIDADES REMAINDER WK-RESTO
           WHEN OTHER
                GO TO FIN-PREVER-UNA-BOVEDA
           END-EVALUATE.

           COMPUTE PEDEFEC-IMPORTE = WK-UNIDADES * WK-UNIDAD-PEDIDO.

           IF   PEDEFEC-IMPORTE = ZERO
           THEN GO TO FIN-PREVER-UNA-BOVEDA
           END-IF.

           PERFORM GRABAR-PEDIDO                 THRU
                   FIN-GRABAR-PEDIDO.

       FIN-PREVER-UNA-BOVEDA.
           EXIT.

      * El transportista sirve al día siguiente de la petición.
       GRABAR-PEDIDO.
      *--------------
           MOVE BOVEDA-OFICINA                   TO PEDEFEC-OFICINA.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.pedido_efectivo_id_pedido_seq,
                       DATE_FORMAT(CURDATE(), '%Y%m%d'),
                       DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL 1 DAY), '%Y%m%d')
                INTO   :PEDEFEC-ID, :PEDEFEC-FEC-PEDIDO,
                       :PEDEFEC-FEC-PREVISTA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   SQL-SUCCESS
           THEN EXEC SQL
                     INSERT INTO banco.pedido_efectivo(
                         id_pedido,
                         oficina_boveda,
                         tipo_pedido,
                         importe_pedido,
                         fec_pedido,
                         fec_entrega_prevista,
                         estado_pedido,
                         importe_confirmado,
                         fec_confirmacion
                     )
                     VALUES(
                         :PEDEFEC-ID,
                         :PEDEFEC-OFICINA,
                         :PEDEFEC-TIPO,
                         :PEDEFEC-IMPORTE,
                         :PEDEFEC-FEC-PEDIDO,
                         :PEDEFEC-FEC-PREVISTA,
                         'P',
                         NULL,
                         NULL
                     )
                END-EXEC
                MOVE SQLCODE                     TO WK-SQLCODE
           END-IF.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** PEDEFEC GRABAR-PEDIDO: ERR'
                DISPLAY 'OFICINA  [' BOVEDA-OFICINA ']'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'PEDEFEC'                    TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-PEDIDO'              TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GRABAR-PEDIDO
           END-IF.

           MOVE SPACES                           TO REG-FICHPEDEFE.
           MOVE PEDEFEC-ID                       TO PEDFIC-ID-PEDIDO.
           MOVE PEDEFEC-OFICINA                  TO PEDFIC-OFICINA.
           MOVE PEDEFEC-TIPO                     TO PEDFIC-TIPO.
           MOVE PEDEFEC-IMPORTE                  TO PEDFIC-IMPORTE.
           MOVE PEDEFEC-FEC-PREVISTA             TO
                PEDFIC-FEC-PREVISTA.

           WRITE REG-FICHPEDEFE.

           IF   PEDEFEC-TIPO-ENTREGA
           THEN ADD  1                           TO
                     WK-CONTADOR-ENTREGAS
                ADD  PEDEFEC-IMPORTE             TO WK-TOTAL-ENTREGAS
           ELSE ADD  1                           TO
                     WK-CONTADOR-RECOGIDAS
                ADD  PEDEFEC-IMPORTE             TO
                     WK-TOTAL-RECOGIDAS
           END-IF.

       FIN-GRABAR-PEDIDO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'PREVISION DE EFECTIVO Y PEDIDOS AL TRANSPORTISTA'.
           DISPLAY 'FICHERO DE PEDIDOS   [' WK-FICHPEDEFE-NOMBRE ']'.
           DISPLAY 'SEMANAS DE HISTORIA  [' WK-SEMANAS-HISTORIA ']'.
           DISPLAY 'DIAS DE COBERTURA    [' WK-DIAS-COBERTURA ']'.
           DISPLAY 'BOVEDAS REVISADAS    [' WK-CONTADOR-BOVEDAS ']'.
           DISPLAY 'ENTREGAS PEDIDAS     [' WK-CONTADOR-ENTREGAS ']'
                   ' IMPORTE [' WK-TOTAL-ENTREGAS ']'.
           DISPLAY 'RECOGIDAS PEDIDAS    [' WK-CONTADOR-RECOGIDAS ']'
                   ' IMPORTE [' WK-TOTAL-RECOGIDAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
