       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. ASIGRECOB.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Reparto de deudas impagadas entre las agencias externas de
      * recobro (RECOBRO) y fichero para las agencias. En cada
      * ejecución:
      *   1. Se retiran las deudas cuyo encargo ha vencido sin que la
      *      agencia las cobre entero (ASIGRECOB_DIAS_MAX días desde
      *      la asignación) y las que el cliente ya nos ha pagado
      *      directamente: préstamo sin cuotas impagadas pendientes,
      *      cuenta sin descubierto o tarjeta sin saldo deudor.
      *   2. Todas las retiradas aún no comunicadas (también las
      *      hechas a mano desde RECOBRO y las devueltas por la
      *      agencia en su fichero) salen en el fichero para que la
      *      agencia deje de gestionarlas.
      *   3. Se asignan las deudas que cumplen las reglas: préstamos
      *      morosos, cuentas en descubierto y tarjetas con saldo
      *      deudor con al menos ASIGRECOB_DIAS_MIN días de impago y
      *      ASIGRECOB_IMPORTE_MIN de deuda, sin asignación activa y
      *      sin pasar a fallidos. Van de mayor a menor deuda a la
      *      agencia de alta con hueco menos cargada en proporción a
      *      su capacidad, nunca a una que ya la devolvió o la dejó
      *      vencer. Si ninguna tiene hueco la deuda espera.
      * Los días de impago se calculan como en PROVISION. Todo el
      * reparto va en una única unidad de trabajo.

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
      *    Fichero para las agencias, uno para todas: cada registro
      *    lleva el código de la agencia a la que va. Su nombre lleva
      *    la fecha de la ejecución.
           SELECT FICHASG ASSIGN TO WK-FICHASG-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHASG.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas: una cabecera, las
      * deudas asignadas, las retiradas y un registro final de
      * control.
       FD FICHASG RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHASG.
           05  FICHASG-TIPO                  PIC X(03).
           05  FICHASG-DATOS                 PIC X(197).
      *    Cabecera: fecha del fichero y lote que lo generó.
           05  FICHASG-CAB                   REDEFINES FICHASG-DATOS.
               10  FICHASG-CAB-FEC           PIC X(08).
               10  FICHASG-CAB-ID-EJEC       PIC 9(10).
               10  FILLER                    PIC X(179).
      *    Deuda asignada: agencia, asignación (la referencia con la
      *    que la agencia nos comunicará cobros y situaciones),
      *    operación, deudor con su domicilio principal, deuda con
      *    dos decimales implícitos, días de impago y fecha límite
      *    del encargo.
           05  FICHASG-ASG                   REDEFINES FICHASG-DATOS.
               10  FICHASG-ASG-AGENCIA       PIC X(10).
               10  FICHASG-ASG-ID            PIC 9(10).
               10  FICHASG-ASG-TIPO          PIC X(01).
               10  FICHASG-ASG-ID-OPERACION  PIC 9(10).
               10  FICHASG-ASG-NIF           PIC X(10).
               10  FICHASG-ASG-NOMBRE        PIC X(50).
               10  FICHASG-ASG-CALLE         PIC X(45).
               10  FICHASG-ASG-NUM           PIC X(03).
               10  FICHASG-ASG-COD-POS       PIC X(05).
               10  FICHASG-ASG-POBL          PIC X(16).
               10  FICHASG-ASG-IMPORTE       PIC 9(10)V99.
               10  FICHASG-ASG-DIAS          PIC 9(05).
               10  FICHASG-ASG-FEC-LIMITE    PIC X(08).
               10  FILLER                    PIC X(12).
      *    Retirada: la agencia deja de gestionar la deuda desde la
      *    fecha de retirada (V vencida, P pagada al banco, D devuelta
      *    por la agencia, M retirada por el banco).
           05  FICHASG-RET                   REDEFINES FICHASG-DATOS.
               10  FICHASG-RET-AGENCIA       PIC X(10).
               10  FICHASG-RET-ID            PIC 9(10).
               10  FICHASG-RET-MOTIVO        PIC X(01).
               10  FICHASG-RET-FEC           PIC X(08).
               10  FILLER                    PIC X(168).
      *    Control: número de asignaciones y suma de su deuda, y
      *    número de retiradas.
           05  FICHASG-FIN                   REDEFINES FICHASG-DATOS.
               10  FICHASG-FIN-ASIGNADAS     PIC 9(06).
               10  FICHASG-FIN-IMPORTE       PIC 9(11)V99.
               10  FICHASG-FIN-RETIRADAS     PIC 9(06).
               10  FILLER                    PIC X(172).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE recobro          END-EXEC.

       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

      * Reglas del reparto: días de impago y deuda mínimos para
      * asignar, y días que dura el encargo.
       01  WK-DIAS-MIN                       PIC 9(03) VALUE 090.
       01  WK-IMPORTE-MIN                    PIC 9(08)V99
                                             VALUE 300,00.
       01  WK-DIAS-MAX                       PIC 9(03) VALUE 180.
       01  WK-FEC-LIMITE                     PIC X(08).

      * Deudor y su domicilio principal.
       01  WK-CLI-NIF                        PIC X(10).
       01  WK-CLI-NOM                        PIC X(57).
       01  WK-DOM-CALLE                      PIC X(45).
       01  WK-DOM-NUM                        PIC X(03).
       01  WK-DOM-COD-POS                    PIC X(05).
       01  WK-DOM-POBL                       PIC X(16).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.

       01  SW-FIN-RETIRADAS                  PIC 9(01) VALUE 0.
           88  FIN-RETIRADAS-NO              VALUE 0.
           88  FIN-RETIRADAS-SI              VALUE 1.

       01  SW-FIN-DEUDAS                     PIC 9(01) VALUE 0.
           88  FIN-DEUDAS-NO                 VALUE 0.
           88  FIN-DEUDAS-SI                 VALUE 1.

      * Hay agencia con hueco para la deuda.
       01  SW-AGENCIA                        PIC 9(01) VALUE 0.
           88  AGENCIA-NO                    VALUE 0.
           88  AGENCIA-SI                    VALUE 1.

       01  WK-PARAM-DIAS                     PIC X(03).
       01  WK-PARAM-IMPORTE                  PIC X(10).
       01  WK-PARAM-IMPORTE-N                REDEFINES
           WK-PARAM-IMPORTE                  PIC 9(08)V99.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FICHASG-NOMBRE                 PIC X(40).
       01  FS-FICHASG                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Retiradas comunicadas por motivo, deudas asignadas y su
      * importe, y deudas que cumplen las reglas pero esperan por
      * falta de agencia con hueco.
       01  WK-CONTADOR-VENCIDAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PAGADAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DEVUELTAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MANUALES              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETIRADAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ASIGNADAS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-AGENCIA           PIC 9(06) VALUE 0.
       01  WK-TOTAL-ASIGNADO                 PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
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
           THEN PERFORM ESCRIBIR-CABECERA       THRU
                        FIN-ESCRIBIR-CABECERA
                PERFORM RETIRAR-VENCIDAS        THRU
                        FIN-RETIRAR-VENCIDAS
                IF   STAT-OK
                THEN PERFORM RETIRAR-PAGADAS    THRU
                             FIN-RETIRAR-PAGADAS
                END-IF
                IF   STAT-OK
                THEN PERFORM COMUNICAR-RETIRADAS
                             THRU FIN-COMUNICAR-RETIRADAS
                END-IF
                IF   STAT-OK
                THEN PERFORM ASIGNAR-DEUDAS     THRU
                             FIN-ASIGNAR-DEUDAS
                END-IF
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-CONTROL   THRU
                             FIN-ESCRIBIR-CONTROL
                END-IF
                IF   STAT-OK
                THEN PERFORM HACER-COMMIT       THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK     THRU
                             FIN-HACER-ROLLBACK
                END-IF
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
           END-IF.

           IF   NOT STAT-OK
                AND WK-SQLCODE NOT = ZERO
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
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
           STRING 'recobro-asignacion-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHASG-NOMBRE.
           MOVE ZERO                            TO WK-SQLCODE.

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
                DISPLAY '*** FATAL *** ASIGRECOB CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'ASIGRECOB'                 TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'               TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      *    Da de alta la fila de control del lote en banco.batch_log
      *    y se queda con su identificador para poder cerrarla al
      *    terminar; es también la marca de lote de las asignaciones
      *    y retiradas.
       REGISTRAR-INICIO-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-INICIAR            TO TRUE.
           MOVE 'ASIGRECOB'                     TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Reglas del reparto, de banco.parametro_batch salvo que la
      *    variable de entorno del mismo nombre las sustituya; el
      *    valor usado queda anotado contra la ejecución. La deuda
      *    mínima va en céntimos.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'ASIGRECOB'                     TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.

           MOVE 'ASIGRECOB_DIAS_MIN'            TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '090'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-PARAM-DIAS.
           IF   WK-PARAM-DIAS IS NUMERIC
           THEN MOVE WK-PARAM-DIAS              TO WK-DIAS-MIN
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-LEER-PARAMETROS
           END-IF.

           MOVE 'ASIGRECOB_IMPORTE_MIN'         TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 10                              TO
                PARAMBATCH-E-LONGITUD.
           MOVE '0000030000'                    TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-PARAM-IMPORTE.
           IF   WK-PARAM-IMPORTE IS NUMERIC
           THEN MOVE WK-PARAM-IMPORTE-N         TO WK-IMPORTE-MIN
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-LEER-PARAMETROS
           END-IF.

           MOVE 'ASIGRECOB_DIAS_MAX'            TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '180'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-PARAM-DIAS.
           IF   WK-PARAM-DIAS IS NUMERIC
                AND WK-PARAM-DIAS NOT = '000'
           THEN MOVE WK-PARAM-DIAS              TO WK-DIAS-MAX
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-LEER-PARAMETROS
           END-IF.

      *    Fecha límite de los encargos que se hacen hoy.
           EXEC SQL
                SELECT DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL :WK-DIAS-MAX DAY),
                                   '%Y%m%d')
                INTO   :WK-FEC-LIMITE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LEER-PARAMETROS'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** ASIGRECOB LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'ASIGRECOB'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.
       FIN-LEER-PARAMETRO.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de deudas asignadas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-ASIGNADAS           TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes el fichero, como
      *    confidencial: lleva datos de deudores e importes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'ASIGRECOB'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHASG-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ASIGRECOB REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHASG-NOMBRE ']'
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
           MOVE 'RECOBRO'                       TO ENVIO-E-INTERFAZ.
           MOVE 'ASIGRECOB'                     TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHASG-NOMBRE               TO ENVIO-E-FICHERO.
           MOVE WK-TOTAL-ASIGNADO               TO
                ENVIO-E-TOTAL-CONTROL.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** ASIGRECOB REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHASG-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** ASIGRECOB REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ RECOBRO SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** ASIGRECOB REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHASG-NOMBRE '] ENVIO-STAT ['
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
           OPEN OUTPUT FICHASG.

           IF   FS-FICHASG NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** ASIGRECOB ABRIR-FICHERO: ERR'
                DISPLAY 'FICHERO [' WK-FICHASG-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHASG ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHASG.

       FIN-CERRAR-FICHERO.
           EXIT.

       ESCRIBIR-CABECERA.
      *------------------
           MOVE SPACES                          TO REG-FICHASG.
           MOVE 'CAB'                           TO FICHASG-TIPO.
           MOVE WK-FECHA-ACTUAL                 TO FICHASG-CAB-FEC.
           MOVE WK-BATLOG-ID-EJEC               TO FICHASG-CAB-ID-EJEC.

           WRITE REG-FICHASG.

       FIN-ESCRIBIR-CABECERA.
           EXIT.

      *    Encargos que llegan a su fecha límite todavía activos: la
      *    agencia no ha cobrado la deuda entera en el plazo.
       RETIRAR-VENCIDAS.
      *-----------------
           EXEC SQL
                UPDATE banco.asignacion_recobro
                SET    estado_asignacion = 'R',
                       motivo_retirada   = 'V',
                       fec_retirada      = now(),
                       usuario_retirada  = 'ASIGRECOB'
                WHERE  estado_asignacion = 'A'
                AND    fec_limite       <= CURDATE()
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'RETIRAR-VENCIDAS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-RETIRAR-VENCIDAS.
           EXIT.

      *    Deudas que el cliente ha pagado directamente al banco: el
      *    préstamo ya no tiene cuotas impagadas pendientes, la cuenta
      *    ha salido del descubierto (ha vuelto dentro del límite de
      *    su póliza de crédito activa, si la tiene) o la tarjeta del
      *    saldo deudor.
      *    Las que están en fallidos no se miran: su saldo se saneó al
      *    darlas de baja y sólo se retiran a mano o por vencimiento.
       RETIRAR-PAGADAS.
      *----------------
           EXEC SQL
                UPDATE banco.asignacion_recobro A
                SET    A.estado_asignacion = 'R',
                       A.motivo_retirada   = 'P',
                       A.fec_retirada      = now(),
                       A.usuario_retirada  = 'ASIGRECOB'
                WHERE  A.estado_asignacion = 'A'
                AND    NOT EXISTS (
                           SELECT 1
                           FROM   banco.fallido F
                           WHERE  F.tipo_operacion = A.tipo_operacion
                           AND    F.id_operacion   = A.id_operacion
                           AND    F.estado_fallido = 'A')
                AND    ((A.tipo_operacion = 'P'
                         AND NOT EXISTS (
                             SELECT 1
                             FROM   banco.prestamo_impago I
                             WHERE  I.id_prestamo   = A.id_operacion
                             AND    I.estado_impago = 'P'))
                        OR (A.tipo_operacion = 'C'
                            AND EXISTS (
                                SELECT 1
                                FROM   banco.cuenta C
                                LEFT JOIN banco.poliza_credito PC
                                  ON   PC.id_medio_cuenta = C.id_medio
                                 AND   PC.estado_poliza   = 'A'
                                 AND   PC.fec_vencimiento >= CURDATE()
                                WHERE  C.id_medio      = A.id_operacion
                                AND    C.saldo_cuenta >=
                                       0 - COALESCE(PC.limite_poliza,
                                                    0)))
                        OR (A.tipo_operacion = 'T'
                            AND EXISTS (
                                SELECT 1
                                FROM   banco.tarjeta T
                                WHERE  T.id_medio      = A.id_operacion
                                AND    T.cred_tarjeta >= 0)))
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'RETIRAR-PAGADAS'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-RETIRAR-PAGADAS.
           EXIT.

      *    Todas las retiradas que la agencia aún no conoce, sea cual
      *    sea su motivo, salen en el fichero y quedan marcadas como
      *    comunicadas.
       COMUNICAR-RETIRADAS.
      *--------------------
           EXEC SQL
                DECLARE CUR-RETIRADA CURSOR FOR
                SELECT id_asignacion, id_agencia, motivo_retirada,
                       DATE_FORMAT(fec_retirada, '%Y%m%d')
                FROM   banco.asignacion_recobro
                WHERE  estado_asignacion      = 'R'
                AND    fec_comunica_retirada IS NULL
                ORDER BY id_agencia, id_asignacion
           END-EXEC.

           EXEC SQL OPEN CUR-RETIRADA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'COMUNICAR-RETIRADAS'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-COMUNICAR-RETIRADAS
           END-IF.

           SET  FIN-RETIRADAS-NO                TO TRUE.

           PERFORM LEER-RETIRADA                THRU FIN-LEER-RETIRADA
           UNTIL   FIN-RETIRADAS-SI
           OR      NOT STAT-OK.

           EXEC SQL CLOSE CUR-RETIRADA END-EXEC.

           IF   NOT STAT-OK
                OR WK-CONTADOR-RETIRADAS = ZERO
           THEN GO TO FIN-COMUNICAR-RETIRADAS
           END-IF.

           EXEC SQL
                UPDATE banco.asignacion_recobro
                SET    fec_comunica_retirada = CURDATE(),
                       id_ejec_comunica      = :WK-BATLOG-ID-EJEC
                WHERE  estado_asignacion      = 'R'
                AND    fec_comunica_retirada IS NULL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'COMUNICAR-RETIRADAS'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-COMUNICAR-RETIRADAS.
           EXIT.

       LEER-RETIRADA.
      *--------------
           INITIALIZE                           REG-ASIGREC.

           EXEC SQL
                FETCH CUR-RETIRADA
                INTO  :ASIGREC-ID, :ASIGREC-ID-AGENCIA,
                      :ASIGREC-MOTIVO-RETIRADA, :ASIGREC-FEC-RETIRADA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-RETIRADAS-SI           TO TRUE
                GO TO FIN-LEER-RETIRADA
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'LEER-RETIRADA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LEER-RETIRADA
           END-EVALUATE.

           EVALUATE TRUE
           WHEN ASIGREC-RETIRADA-VENCIDA
                ADD  1                          TO WK-CONTADOR-VENCIDAS
           WHEN ASIGREC-RETIRADA-PAGADA
                ADD  1                          TO WK-CONTADOR-PAGADAS
           WHEN ASIGREC-RETIRADA-DEVUELTA
                ADD  1                          TO
                     WK-CONTADOR-DEVUELTAS
           WHEN OTHER
                ADD  1                          TO WK-CONTADOR-MANUALES
           END-EVALUATE.

           ADD  1                               TO
                WK-CONTADOR-RETIRADAS.

           MOVE SPACES                          TO REG-FICHASG.
           MOVE 'RET'                           TO FICHASG-TIPO.
           MOVE ASIGREC-ID-AGENCIA              TO FICHASG-RET-AGENCIA.
           MOVE ASIGREC-ID                      TO FICHASG-RET-ID.
           MOVE ASIGREC-MOTIVO-RETIRADA         TO FICHASG-RET-MOTIVO.
           MOVE ASIGREC-FEC-RETIRADA            TO FICHASG-RET-FEC.

           WRITE REG-FICHASG.

       FIN-LEER-RETIRADA.
           EXIT.

      *    Deudas que cumplen las reglas y no están ya en manos de una
      *    agencia ni pasadas a fallidos, de mayor a menor. El titular
      *    de la deuda es el primer titular de la cuenta (la del
      *    préstamo, para los préstamos) o el de la tarjeta. De una
      *    cuenta con póliza de crédito activa y no vencida sólo es
      *    deuda el exceso sobre el límite de la póliza, y sus días
      *    se cuentan desde que el saldo pasó por debajo de él.
       ASIGNAR-DEUDAS.
      *---------------
           EXEC SQL
                DECLARE CUR-DEUDA CURSOR FOR
                SELECT X.tipo, X.id_operacion, X.id_cliente,
                       X.importe, X.dias
                FROM  (SELECT 'P' AS tipo,
                              P.id_prestamo AS id_operacion,
                              (SELECT MIN(R.id_cliente)
                               FROM   banco.cliente_rln_cuenta R
                               WHERE  R.id_medio = P.id_medio_cuenta
                               AND    R.tip_rln  = 'T') AS id_cliente,
                              (SELECT COALESCE(SUM(
                                      I.importe_cuota_impago +
                                      COALESCE(I.importe_mora_impago,
                                               0)), 0)
                               FROM   banco.prestamo_impago I
                               WHERE  I.id_prestamo   = P.id_prestamo
                               AND    I.estado_impago = 'P')
                                                            AS importe,
                              COALESCE(DATEDIFF(CURDATE(),
                                (SELECT MIN(I.fecha_cuota_impago)
                                 FROM   banco.prestamo_impago I
                                 WHERE  I.id_prestamo   =
                                        P.id_prestamo
                                 AND    I.estado_impago = 'P')), 0)
                                                               AS dias
                       FROM   banco.prestamo P
                       WHERE  P.estado_prestamo = 'M'
                       UNION ALL
                       SELECT 'C', C.id_medio,
                              (SELECT MIN(R.id_cliente)
                               FROM   banco.cliente_rln_cuenta R
                               WHERE  R.id_medio = C.id_medio
                               AND    R.tip_rln  = 'T'),
                              0 - C.saldo_cuenta
                                - COALESCE(PC.limite_poliza, 0),
                              COALESCE(DATEDIFF(CURDATE(),
                                (SELECT MIN(H.fec_snapshot)
                                 FROM   banco.saldo_historico H
                                 WHERE  H.id_medio = C.id_medio
                                 AND    H.tip_med  = 'C'
                                 AND    H.saldo    <
                                        0 - COALESCE(PC.limite_poliza,
                                                     0)
                                 AND    H.fec_snapshot >
                                        COALESCE(
                                        (SELECT MAX(K.fec_snapshot)
                                         FROM   banco.saldo_historico K
                                         WHERE  K.id_medio = C.id_medio
                                         AND    K.tip_med  = 'C'
                                         AND    K.saldo   >=
                                                0 - COALESCE(
                                                    PC.limite_poliza,
                                                    0)),
                                        '1900-01-01'))), 0)
                       FROM   banco.cuenta C
                       LEFT JOIN banco.poliza_credito PC
                         ON   PC.id_medio_cuenta = C.id_medio
                        AND   PC.estado_poliza   = 'A'
                        AND   PC.fec_vencimiento >= CURDATE()
                       WHERE  C.saldo_cuenta   <
                              0 - COALESCE(PC.limite_poliza, 0)
                       AND    C.estado_cuenta <> 'B'
                       UNION ALL
                       SELECT 'T', T.id_medio, T.id_cliente,
                              0 - T.cred_tarjeta,
                              COALESCE(DATEDIFF(CURDATE(),
                                (SELECT MIN(H.fec_snapshot)
                                 FROM   banco.saldo_historico H
                                 WHERE  H.id_medio = T.id_medio
                                 AND    H.tip_med  = 'T'
                                 AND    H.saldo    < 0
                                 AND    H.fec_snapshot >
                                        COALESCE(
                                        (SELECT MAX(K.fec_snapshot)
                                         FROM   banco.saldo_historico K
                                         WHERE  K.id_medio = T.id_medio
                                         AND    K.tip_med  = 'T'
                                         AND    K.saldo   >= 0),
                                        '1900-01-01'))), 0)
                       FROM   banco.tarjeta T
                       WHERE  T.cred_tarjeta    < 0
                       AND    T.estado_tarjeta <> 'B') X
                WHERE  X.dias       >= :WK-DIAS-MIN
                AND    X.importe    >= :WK-IMPORTE-MIN
                AND    X.id_cliente IS NOT NULL
                AND    NOT EXISTS (
                           SELECT 1
                           FROM   banco.asignacion_recobro A
                           WHERE  A.tipo_operacion    = X.tipo
                           AND    A.id_operacion      = X.id_operacion
                           AND    A.estado_asignacion = 'A')
                AND    NOT EXISTS (
                           SELECT 1
                           FROM   banco.fallido F
                           WHERE  F.tipo_operacion = X.tipo
                           AND    F.id_operacion   = X.id_operacion
                           AND    F.estado_fallido = 'A')
                ORDER BY X.importe DESC, X.tipo, X.id_operacion
           END-EXEC.

           EXEC SQL OPEN CUR-DEUDA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ASIGNAR-DEUDAS'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ASIGNAR-DEUDAS
           END-IF.

           SET  FIN-DEUDAS-NO                   TO TRUE.

           PERFORM ASIGNAR-DEUDA                THRU FIN-ASIGNAR-DEUDA
           UNTIL   FIN-DEUDAS-SI
           OR      NOT STAT-OK.

           EXEC SQL CLOSE CUR-DEUDA END-EXEC.

       FIN-ASIGNAR-DEUDAS.
           EXIT.

       ASIGNAR-DEUDA.
      *--------------
           INITIALIZE                           REG-ASIGREC
                                                REG-AGENCIA.

           EXEC SQL
                FETCH CUR-DEUDA
                INTO  :ASIGREC-TIPO-OPERACION, :ASIGREC-ID-OPERACION,
                      :ASIGREC-ID-CLIENTE,
                      :ASIGREC-IMPORTE-ASIGNADO, :ASIGREC-DIAS
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-DEUDAS-SI              TO TRUE
                GO TO FIN-ASIGNAR-DEUDA
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                MOVE 'ASIGNAR-DEUDA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ASIGNAR-DEUDA
           END-EVALUATE.

           PERFORM ELEGIR-AGENCIA               THRU
                   FIN-ELEGIR-AGENCIA.

           IF   NOT STAT-OK
           THEN GO TO FIN-ASIGNAR-DEUDA
           END-IF.

           IF   AGENCIA-NO
           THEN ADD  1                          TO
                     WK-CONTADOR-SIN-AGENCIA
                GO TO FIN-ASIGNAR-DEUDA
           END-IF.

           PERFORM GRABAR-ASIGNACION            THRU
                   FIN-GRABAR-ASIGNACION.

           IF   STAT-OK
           THEN PERFORM LEER-DEUDOR             THRU FIN-LEER-DEUDOR
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-ASIGNACION     THRU
                        FIN-ESCRIBIR-ASIGNACION
           END-IF.

       FIN-ASIGNAR-DEUDA.
           EXIT.

      *    La agencia de alta con hueco y menos cargada respecto a su
      *    capacidad. No se repite una agencia que ya devolvió la
      *    deuda o la dejó vencer sin cobrarla.
       ELEGIR-AGENCIA.
      *---------------
           SET  AGENCIA-NO                      TO TRUE.

           EXEC SQL
                SELECT G.id_agencia
                INTO   :AGENCIA-ID
                FROM   banco.agencia_recobro G
                WHERE  G.estado_agencia = 'A'
                AND    G.capacidad_agencia >
                       (SELECT COUNT(*)
                        FROM   banco.asignacion_recobro A
                        WHERE  A.id_agencia        = G.id_agencia
                        AND    A.estado_asignacion = 'A')
                AND    NOT EXISTS (
                           SELECT 1
                           FROM   banco.asignacion_recobro B
                           WHERE  B.id_agencia      = G.id_agencia
                           AND    B.tipo_operacion  =
                                  :ASIGREC-TIPO-OPERACION
                           AND    B.id_operacion    =
                                  :ASIGREC-ID-OPERACION
                           AND    B.motivo_retirada IN ('V', 'D'))
                ORDER BY (SELECT COUNT(*)
                          FROM   banco.asignacion_recobro A
                          WHERE  A.id_agencia        = G.id_agencia
                          AND    A.estado_asignacion = 'A')
                         / G.capacidad_agencia,
                         G.id_agencia
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET  AGENCIA-SI                 TO TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                MOVE 'ELEGIR-AGENCIA'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-ELEGIR-AGENCIA.
           EXIT.

       GRABAR-ASIGNACION.
      *------------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.asignacion_recobro_id_asignacion_seq
                INTO   :ASIGREC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-ASIGNACION'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-GRABAR-ASIGNACION
           END-IF.

           MOVE AGENCIA-ID                      TO ASIGREC-ID-AGENCIA.
           MOVE WK-FEC-LIMITE                   TO ASIGREC-FEC-LIMITE.
           SET  ASIGREC-ESTADO-ACTIVA           TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO ASIGREC-ID-EJEC.

           EXEC SQL
                INSERT INTO banco.asignacion_recobro
                       (id_asignacion,
                        id_agencia,
                        tipo_operacion,
                        id_operacion,
                        id_cliente,
                        importe_asignado,
                        dias_impago,
                        importe_recuperado,
                        importe_comision,
                        fec_asignacion,
                        fec_limite,
                        fec_retirada,
                        fec_comunica_retirada,
                        estado_asignacion,
                        motivo_retirada,
                        situacion_agencia,
                        fec_situacion_agencia,
                        id_ejec)
                VALUES (:ASIGREC-ID,
                        :ASIGREC-ID-AGENCIA,
                        :ASIGREC-TIPO-OPERACION,
                        :ASIGREC-ID-OPERACION,
                        :ASIGREC-ID-CLIENTE,
                        :ASIGREC-IMPORTE-ASIGNADO,
                        :ASIGREC-DIAS,
                        0,
                        0,
                        CURDATE(),
                        STR_TO_DATE(:ASIGREC-FEC-LIMITE, '%Y%m%d'),
                        NULL,
                        NULL,
                        :ASIGREC-ESTADO,
                        NULL,
                        NULL,
                        NULL,
                        :ASIGREC-ID-EJEC)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-ASIGNACION'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-GRABAR-ASIGNACION
           END-IF.

           ADD  1                               TO
                WK-CONTADOR-ASIGNADAS.
           ADD  ASIGREC-IMPORTE-ASIGNADO        TO WK-TOTAL-ASIGNADO.

       FIN-GRABAR-ASIGNACION.
           EXIT.

      *    NIF, nombre y domicilio principal del deudor; sin
      *    domicilio principal se manda en blanco y la agencia lo
      *    localiza.
       LEER-DEUDOR.
      *------------
           MOVE SPACES                          TO WK-CLI-NIF
                                                   WK-CLI-NOM
                                                   WK-DOM-CALLE
                                                   WK-DOM-NUM
                                                   WK-DOM-COD-POS
                                                   WK-DOM-POBL.

           EXEC SQL
                SELECT nif_cliente, nom_cliente
                INTO   :WK-CLI-NIF, :WK-CLI-NOM
                FROM   banco.cliente
                WHERE  id_cliente = :ASIGREC-ID-CLIENTE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LEER-DEUDOR'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LEER-DEUDOR
           END-IF.

           EXEC SQL
                SELECT D.calle_dom, D.num_dom,
                       lpad(D.cod_post_dom,5,'0'), D.pobl_dom
                INTO   :WK-DOM-CALLE, :WK-DOM-NUM,
                       :WK-DOM-COD-POS, :WK-DOM-POBL
                FROM   banco.cliente_rln_dom RD,
                       banco.domicilio       D
                WHERE  RD.id_cliente = :ASIGREC-ID-CLIENTE
                AND    RD.tip_dom    = 'P'
                AND    D.id_dom      = RD.id_dom
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN MOVE 'LEER-DEUDOR'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-LEER-DEUDOR.
           EXIT.

       ESCRIBIR-ASIGNACION.
      *--------------------
           MOVE SPACES                          TO REG-FICHASG.
           MOVE 'ASG'                           TO FICHASG-TIPO.
           MOVE ASIGREC-ID-AGENCIA              TO FICHASG-ASG-AGENCIA.
           MOVE ASIGREC-ID                      TO FICHASG-ASG-ID.
           MOVE ASIGREC-TIPO-OPERACION          TO FICHASG-ASG-TIPO.
           MOVE ASIGREC-ID-OPERACION            TO
                FICHASG-ASG-ID-OPERACION.
           MOVE WK-CLI-NIF                      TO FICHASG-ASG-NIF.
           MOVE WK-CLI-NOM                      TO FICHASG-ASG-NOMBRE.
           MOVE WK-DOM-CALLE                    TO FICHASG-ASG-CALLE.
           MOVE WK-DOM-NUM                      TO FICHASG-ASG-NUM.
           MOVE WK-DOM-COD-POS                  TO FICHASG-ASG-COD-POS.
           MOVE WK-DOM-POBL                     TO FICHASG-ASG-POBL.
           MOVE ASIGREC-IMPORTE-ASIGNADO        TO FICHASG-ASG-IMPORTE.
           MOVE ASIGREC-DIAS                    TO FICHASG-ASG-DIAS.
           MOVE ASIGREC-FEC-LIMITE              TO
                FICHASG-ASG-FEC-LIMITE.

           WRITE REG-FICHASG.

       FIN-ESCRIBIR-ASIGNACION.
           EXIT.

       ESCRIBIR-CONTROL.
      *-----------------
           MOVE SPACES                          TO REG-FICHASG.
           MOVE 'FIN'                           TO FICHASG-TIPO.
           MOVE WK-CONTADOR-ASIGNADAS           TO
                FICHASG-FIN-ASIGNADAS.
           MOVE WK-TOTAL-ASIGNADO               TO FICHASG-FIN-IMPORTE.
           MOVE WK-CONTADOR-RETIRADAS           TO
                FICHASG-FIN-RETIRADAS.

           WRITE REG-FICHASG.

       FIN-ESCRIBIR-CONTROL.
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
           DISPLAY '*** FATAL *** ASIGRECOB ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'ASIGRECOB'                     TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ASIGNACION DE DEUDAS A AGENCIAS DE RECOBRO'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO AGENCIAS     [' WK-FICHASG-NOMBRE ']'.
           DISPLAY 'DIAS MINIMOS         [' WK-DIAS-MIN ']'.
           DISPLAY 'DIAS DEL ENCARGO     [' WK-DIAS-MAX ']'.
           DISPLAY 'RETIRADAS VENCIDAS   [' WK-CONTADOR-VENCIDAS ']'.
           DISPLAY 'RETIRADAS PAGADAS    [' WK-CONTADOR-PAGADAS ']'.
           DISPLAY 'DEVUELTAS AGENCIA    [' WK-CONTADOR-DEVUELTAS
                   ']'.
           DISPLAY 'RETIRADAS A MANO     [' WK-CONTADOR-MANUALES ']'.
           DISPLAY 'DEUDAS ASIGNADAS     [' WK-CONTADOR-ASIGNADAS
                   ']'.
           DISPLAY 'SIN AGENCIA CON HUECO[' WK-CONTADOR-SIN-AGENCIA
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
