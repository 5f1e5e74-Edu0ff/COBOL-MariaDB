       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REQAUTOR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Respuesta a los requerimientos de información de juzgados,
      * Agencia Tributaria y policía: qué cuentas y tarjetas tiene
      * cada NIF de la lista, con el saldo a una fecha y los
      * movimientos de un periodo. El fichero de la autoridad trae,
      * por cada requerimiento, una cabecera (CAB) con su referencia,
      * la autoridad, el plazo, las fechas y el alcance, un registro
      * NIF por persona y un registro FIN de control. El saldo se
      * reconstruye igual que en CERTSALDO (foto de SALDOHIST más
      * movimientos, o saldo actual deshecho hacia atrás) y los
      * movimientos salen del rango de fechas como en BUSQMOV, vivos
      * y purgados.
      *
      * Cada requerimiento queda en banco.requerimiento con su fecha
      * de recepción, su plazo y la fecha en que se respondió, y cada
      * NIF en banco.requerimiento_nif. La respuesta de cada uno va en
      * su propio fichero, con el mismo esquema de registros que el
      * de la autoridad, para entregarlo a quien lo pidió y a nadie
      * más. Salvo que el requerimiento sea confidencial, a cada
      * cliente afectado se le genera una carta de aviso; si lo es,
      * no se le avisa por ninguna vía.
      *
      * Un requerimiento ya respondido no se vuelve a tratar; uno que
      * quedó pendiente por una ejecución fallida se retoma con su
      * fecha de recepción y su plazo originales.

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
      *    Fichero de la autoridad. Por omisión se toma
      *    requerimientos.dat; para otro fichero se usa la variable de
      *    entorno REQAUTOR_FICHERO.
           SELECT FICHREQ  ASSIGN TO WK-FICHREQ-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHREQ.

      *    Respuesta de un requerimiento. Su nombre lleva el número
      *    interno del requerimiento.
           SELECT FICHRESP ASSIGN TO WK-FICHRESP-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRESP.

      *    Cartas de aviso a los clientes de los requerimientos no
      *    confidenciales. Su nombre lleva la fecha de la ejecución.
           SELECT FICHAVISO ASSIGN TO WK-FICHAVISO-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHAVISO.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas.
       FD FICHREQ  RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHREQ.
           05  FICHREQ-TIPO                  PIC X(03).
               88  FICHREQ-TIPO-CAB          VALUE 'CAB'.
               88  FICHREQ-TIPO-NIF          VALUE 'NIF'.
               88  FICHREQ-TIPO-FIN          VALUE 'FIN'.
           05  FICHREQ-DATOS                 PIC X(147).
      *    Cabecera: referencia de la autoridad, tipo (J juzgado, A
      *    Agencia Tributaria, P policía), nombre, plazo de respuesta
      *    (a ceros, el de REQAUTOR_PLAZO_DIAS), fecha de los saldos,
      *    periodo de los movimientos, alcance (S saldos, M
      *    movimientos, A ambos) y confidencialidad (N permite avisar
      *    al cliente; cualquier otro valor, no).
           05  FICHREQ-CAB                   REDEFINES FICHREQ-DATOS.
               10  FICHREQ-CAB-REF           PIC X(20).
               10  FICHREQ-CAB-TIPO-AUT      PIC X(01).
               10  FICHREQ-CAB-AUTORIDAD     PIC X(40).
               10  FICHREQ-CAB-FEC-LIMITE    PIC 9(08).
               10  FICHREQ-CAB-FEC-SALDO     PIC 9(08).
               10  FICHREQ-CAB-FEC-DESDE     PIC 9(08).
               10  FICHREQ-CAB-FEC-HASTA     PIC 9(08).
               10  FICHREQ-CAB-ALCANCE       PIC X(01).
               10  FICHREQ-CAB-CONFIDENCIAL  PIC X(01).
               10  FILLER                    PIC X(52).
           05  FICHREQ-NIF                   REDEFINES FICHREQ-DATOS.
               10  FICHREQ-NIF-NIF           PIC X(10).
               10  FILLER                    PIC X(137).
      *    Control: cuántos registros NIF trae el requerimiento.
           05  FICHREQ-FIN                   REDEFINES FICHREQ-DATOS.
               10  FICHREQ-FIN-NUM-NIF       PIC 9(06).
               10  FILLER                    PIC X(141).

      * Respuesta: CAB con los datos del requerimiento, un NIF por
      * persona pedida (S si es cliente, N si no), un CTA por cuenta o
      * tarjeta con su saldo a la fecha (sin saldo si sólo se piden
      * movimientos), un MOV por movimiento del periodo y un FIN con
      * los totales.
       FD FICHRESP RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRESP.
           05  RESP-TIPO                     PIC X(03).
           05  RESP-DATOS                    PIC X(197).
           05  RESP-CAB                      REDEFINES RESP-DATOS.
               10  RESP-CAB-REF              PIC X(20).
               10  RESP-CAB-TIPO-AUT         PIC X(01).
               10  RESP-CAB-ID               PIC 9(10).
               10  RESP-CAB-FEC-RECEPCION    PIC X(08).
               10  RESP-CAB-FEC-LIMITE       PIC X(08).
               10  RESP-CAB-FEC-RESPUESTA    PIC X(08).
               10  RESP-CAB-ALCANCE          PIC X(01).
               10  RESP-CAB-FEC-SALDO        PIC X(08).
               10  RESP-CAB-FEC-DESDE        PIC X(08).
               10  RESP-CAB-FEC-HASTA        PIC X(08).
               10  FILLER                    PIC X(117).
           05  RESP-NIF                      REDEFINES RESP-DATOS.
               10  RESP-NIF-NIF              PIC X(10).
               10  RESP-NIF-CLIENTE          PIC X(01).
               10  RESP-NIF-NOMBRE           PIC X(57).
               10  FILLER                    PIC X(129).
      *    Tipo de medio C cuenta, T tarjeta; fuente del saldo F foto
      *    de fin de mes más movimientos, A saldo actual hacia atrás.
           05  RESP-CTA                      REDEFINES RESP-DATOS.
               10  RESP-CTA-NIF              PIC X(10).
               10  RESP-CTA-TIPO-MEDIO       PIC X(01).
               10  RESP-CTA-NUMERO           PIC X(20).
               10  RESP-CTA-RELACION         PIC X(05).
               10  RESP-CTA-DIVISA           PIC X(03).
               10  RESP-CTA-FEC-SALDO        PIC X(08).
               10  RESP-CTA-SALDO            PIC S9(10)V99
                                             LEADING SEPARATE.
               10  RESP-CTA-FUENTE           PIC X(01).
               10  FILLER                    PIC X(136).
           05  RESP-MOV                      REDEFINES RESP-DATOS.
               10  RESP-MOV-NIF              PIC X(10).
               10  RESP-MOV-NUMERO           PIC X(20).
               10  RESP-MOV-FEC              PIC X(14).
               10  RESP-MOV-CONCEPTO         PIC X(49).
               10  RESP-MOV-IMPORTE          PIC S9(08)V99
                                             LEADING SEPARATE.
               10  FILLER                    PIC X(93).
           05  RESP-FIN                      REDEFINES RESP-DATOS.
               10  RESP-FIN-NUM-NIF          PIC 9(06).
               10  RESP-FIN-NUM-CLIENTES     PIC 9(06).
               10  RESP-FIN-NUM-MEDIOS       PIC 9(06).
               10  RESP-FIN-NUM-MOVS         PIC 9(08).
               10  FILLER                    PIC X(171).

      * Una carta por cliente avisado.
       FD FICHAVISO RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHAVISO                    PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE requerim         END-EXEC.

      * Estado del requerimiento de la misma referencia y autoridad
      * si ya se había recibido; en blanco si es nuevo.
       01  WK-REQ-ESTADO-PREVIO              PIC X(01).
       01  WK-PLAZO-DIAS                     PIC 9(03).

      * Persona pedida.
       01  WK-NIF                            PIC X(10).
       01  WK-CLI-ID                         PIC 9(10).
       01  WK-CLI-NOM                        PIC X(57).
       01  WK-CLI-IDIOMA                     PIC X(02).

      * Medio que se está informando.
       01  WK-MED-ID                         PIC 9(10).
       01  WK-MED-TIPO                       PIC X(01).
       01  WK-MED-NUMERO                     PIC X(20).
       01  WK-MED-RLN                        PIC X(05).
       01  WK-MED-DIVISA                     PIC X(03).
       01  WK-MED-SALDO-ACTUAL               PIC S9(10)V99
                                             LEADING SEPARATE.

      * Foto de fin de mes más cercana por debajo de la fecha y
      * movimientos que la llevan hasta la fecha, o que deshacen el
      * saldo actual hasta ella.
       01  WK-FOTO-FECHA                     PIC X(08).
       01  WK-FOTO-FECHA-NULL                PIC S9(04) COMP-5.
       01  WK-FOTO-SALDO                     PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-SUMA-MOVS                      PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-NUM-MOVS                       PIC 9(08).

      * Movimiento del periodo.
       01  WK-MOV-FEC                        PIC X(14).
       01  WK-MOV-CPT                        PIC X(49).
       01  WK-MOV-IMPT                       PIC S9(08)V99
                                             LEADING SEPARATE.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'plantilla.cpy'.

      * Cuentas (de cualquier relación) y tarjetas del cliente, en
      * memoria para no anidar el cursor de movimientos en el de
      * medios, como el lote de CERTSALDO.
       01  WK-LOTE-MAX                       PIC 9(04) VALUE 500.
       01  WK-LOTE.
           05  WK-LOTE-CONTADOR              PIC 9(04) VALUE 0.
           05  WK-LOTE-MEDIO                 OCCURS 500 TIMES.
               10  WK-LOTE-ID                PIC 9(10).
               10  WK-LOTE-TIPO              PIC X(01).
               10  WK-LOTE-NUMERO            PIC X(20).
               10  WK-LOTE-RLN               PIC X(05).
               10  WK-LOTE-DIVISA            PIC X(03).
       01  WK-I                              PIC 9(04).

      * Texto fijo de la carta: la plantilla REQAUTOR del idioma del
      * cliente (banco.plantilla_carta, vía PLANTILLA) o, si no hay
      * ninguna cargada, este literal.
       01  WK-TEXTO-CARTA                    PIC X(80).
       01  WK-TEXTO-DEFECTO                  PIC X(80) VALUE
           'LE INFORMAMOS DE QUE HEMOS ATENDIDO UN REQUERIMIENTO DE'.

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

      * Requerimiento en curso: ninguno, abierto (sus NIF se
      * atienden) o descartado (cabecera errónea o ya respondido;
      * sus NIF se saltan hasta el siguiente).
       01  SW-REQ                            PIC 9(01) VALUE 0.
           88  REQ-NINGUNO                   VALUE 0.
           88  REQ-ABIERTO                   VALUE 1.
           88  REQ-DESCARTADO                VALUE 2.

       01  SW-FIN-FICHREQ                    PIC 9(01) VALUE 0.
           88  FIN-FICHREQ-NO                VALUE 0.
           88  FIN-FICHREQ-SI                VALUE 1.

       01  SW-FUENTE                         PIC X(01).
           88  FUENTE-FOTO                   VALUE 'F'.
           88  FUENTE-HACIA-ATRAS            VALUE 'A'.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-SALDO-FECHA                    PIC S9(10)V99
                                             LEADING SEPARATE.

      * Motivo por el que se descarta una cabecera; en blanco, vale.
       01  WK-MOTIVO                         PIC X(40).

      * Registros NIF leídos del requerimiento en curso, para
      * cuadrar con el registro FIN.
       01  WK-REQ-LEIDOS-NIF                 PIC 9(06).

       01  WK-FICHREQ-NOMBRE                 PIC X(40) VALUE
                                             'requerimientos.dat'.
       01  WK-FICHREQ-NOMBRE-ENV             PIC X(40).
       01  FS-FICHREQ                        PIC X(02).
       01  WK-FICHRESP-NOMBRE                PIC X(40).
       01  FS-FICHRESP                       PIC X(02).
       01  WK-FICHAVISO-NOMBRE               PIC X(40).
       01  FS-FICHAVISO                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Registros leídos, requerimientos respondidos (y cuántos fuera
      * de plazo), descartados y ya respondidos antes, NIF
      * atendidos y cartas generadas.
       01  WK-CONTADOR-LEIDOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RESPONDIDOS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-FUERA-PLAZO           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DESCARTADOS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-YA-RESPONDIDOS        PIC 9(06) VALUE 0.
       01  WK-CONTADOR-NIF                   PIC 9(06) VALUE 0.
       01  WK-CONTADOR-AVISOS                PIC 9(06) VALUE 0.

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
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM PROCESAR-FICHERO        THRU
                        FIN-PROCESAR-FICHERO
                PERFORM CERRAR-FICHEROS         THRU
                        FIN-CERRAR-FICHEROS
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

           MOVE SPACES                          TO
                WK-FICHREQ-NOMBRE-ENV.
           ACCEPT WK-FICHREQ-NOMBRE-ENV         FROM ENVIRONMENT
                                                'REQAUTOR_FICHERO'.
           IF   WK-FICHREQ-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHREQ-NOMBRE-ENV      TO WK-FICHREQ-NOMBRE
           END-IF.

           STRING 'reqaviso-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHAVISO-NOMBRE.

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
                DISPLAY '*** FATAL *** REQAUTOR CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'REQAUTOR'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'REQAUTOR'                      TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Plazo de respuesta, en días naturales desde la recepción,
      *    de los requerimientos que no traen el suyo.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'REQAUTOR'                      TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'REQAUTOR_PLAZO_DIAS'           TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '010'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.

           MOVE 10                              TO WK-PLAZO-DIAS.
           IF   PARAMBATCH-S-VALOR(1:3) IS NUMERIC
                AND PARAMBATCH-S-VALOR(1:3) NOT = '000'
           THEN MOVE PARAMBATCH-S-VALOR(1:3)    TO WK-PLAZO-DIAS
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** REQAUTOR LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'REQAUTOR'                   TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-LEER-PARAMETRO.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de NIF atendidos y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-NIF                 TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes el fichero de cartas;
      *    las respuestas se catalogan una a una al cerrar cada
      *    requerimiento.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'REQAUTOR'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHAVISO-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** REQAUTOR REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHAVISO-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    La respuesta se cataloga como restringida: son las cuentas
      *    y movimientos de personas concretas pedidos por una
      *    autoridad.
       CATALOGAR-RESPUESTA.
      *--------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'REQAUTOR'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRESP-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** REQAUTOR CATALOGAR-RESPUESTA'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRESP-NOMBRE ']'
           END-IF.

       FIN-CATALOGAR-RESPUESTA.
           EXIT.

      *    Registra el fichero en el control de envíos (ENVIO), que
      *    guarda una copia para poder reenviarlo y lo deja en la
      *    ruta de envío de su interfaz. Un fallo aquí no para el
      *    lote: el fichero ya está generado y catalogado.
       REGISTRAR-ENVIO.
      *----------------
           INITIALIZE                           AREA-ENVIO-ENTRADA.

           SET  ENVIO-E-ACC-REGISTRAR           TO TRUE.
           MOVE 'AUTORIDAD'                     TO ENVIO-E-INTERFAZ.
           MOVE 'REQAUTOR'                      TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHRESP-NOMBRE              TO ENVIO-E-FICHERO.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** REQAUTOR REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHRESP-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** REQAUTOR REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ AUTORIDAD SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** REQAUTOR REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHRESP-NOMBRE '] ENVIO-STAT ['
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

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHREQ.

           IF   FS-FICHREQ NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** REQAUTOR ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHREQ-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHREQ ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHAVISO.

           IF   FS-FICHAVISO NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** REQAUTOR ABRIR-FICHEROS: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHAVISO ']'
                CLOSE FICHREQ
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHREQ.
           CLOSE FICHAVISO.

       FIN-CERRAR-FICHEROS.
           EXIT.

      *    Un requerimiento sin registro FIN se cierra igual al llegar
      *    la siguiente cabecera o el final del fichero. Si la
      *    ejecución se corta a medias, lo que iba del requerimiento
      *    en curso se deshace y queda pendiente para la siguiente.
       PROCESAR-FICHERO.
      *-----------------
           SET  FIN-FICHREQ-NO                  TO TRUE.
           SET  REQ-NINGUNO                     TO TRUE.

           PERFORM LEER-REGISTRO                THRU FIN-LEER-REGISTRO
           UNTIL   FIN-FICHREQ-SI
           OR      NOT STAT-OK.

           IF   STAT-OK
                AND REQ-ABIERTO
           THEN DISPLAY '*** AVISO *** REQAUTOR REQUERIMIENTO ['
                        REQUERIM-REF '] SIN REGISTRO FIN'
                PERFORM CERRAR-REQUERIMIENTO    THRU
                        FIN-CERRAR-REQUERIMIENTO
           END-IF.

           IF   NOT STAT-OK
                AND REQ-ABIERTO
           THEN CLOSE FICHRESP
                EXEC SQL rollback END-EXEC
           END-IF.

       FIN-PROCESAR-FICHERO.
           EXIT.

       LEER-REGISTRO.
      *--------------
           READ FICHREQ
                AT END
                SET  FIN-FICHREQ-SI             TO TRUE
                GO TO FIN-LEER-REGISTRO
           END-READ.

           IF   FS-FICHREQ NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** REQAUTOR LEER-REGISTRO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHREQ ']'
                GO TO FIN-LEER-REGISTRO
           END-IF.

           ADD  1                               TO WK-CONTADOR-LEIDOS.

           EVALUATE TRUE
           WHEN FICHREQ-TIPO-CAB
                IF   REQ-ABIERTO
                THEN DISPLAY '*** AVISO *** REQAUTOR REQUERIMIENTO ['
                             REQUERIM-REF '] SIN REGISTRO FIN'
                     PERFORM CERRAR-REQUERIMIENTO
                             THRU FIN-CERRAR-REQUERIMIENTO
                END-IF
                IF   STAT-OK
                THEN PERFORM ABRIR-REQUERIMIENTO
                             THRU FIN-ABRIR-REQUERIMIENTO
                END-IF
           WHEN FICHREQ-TIPO-NIF
                EVALUATE TRUE
                WHEN REQ-ABIERTO
                     PERFORM PROCESAR-NIF       THRU FIN-PROCESAR-NIF
                WHEN REQ-NINGUNO
                     DISPLAY '*** AVISO *** REQAUTOR REGISTRO ['
                             WK-CONTADOR-LEIDOS '] NIF SIN CABECERA'
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
           WHEN FICHREQ-TIPO-FIN
                IF   REQ-ABIERTO
                THEN PERFORM COMPROBAR-CONTROL
                             THRU FIN-COMPROBAR-CONTROL
                     PERFORM CERRAR-REQUERIMIENTO
                             THRU FIN-CERRAR-REQUERIMIENTO
                END-IF
                IF   STAT-OK
                THEN SET  REQ-NINGUNO           TO TRUE
                END-IF
           WHEN OTHER
                DISPLAY '*** AVISO *** REQAUTOR REGISTRO ['
                        WK-CONTADOR-LEIDOS '] DE TIPO DESCONOCIDO ['
                        FICHREQ-TIPO ']'
           END-EVALUATE.

       FIN-LEER-REGISTRO.
           EXIT.

      *    Una cabecera errónea o un requerimiento ya respondido se
      *    descartan con su aviso y sus NIF se saltan; el resto de
      *    requerimientos del fichero se atiende igual.
       ABRIR-REQUERIMIENTO.
      *--------------------
           INITIALIZE                           REG-REQUERIM.
           MOVE FICHREQ-CAB-REF                 TO REQUERIM-REF.
           MOVE FICHREQ-CAB-TIPO-AUT            TO REQUERIM-TIPO-AUT.
           MOVE FICHREQ-CAB-AUTORIDAD           TO REQUERIM-AUTORIDAD.
           MOVE FICHREQ-CAB-ALCANCE             TO REQUERIM-ALCANCE.

           PERFORM VALIDAR-CABECERA             THRU
                   FIN-VALIDAR-CABECERA.

           IF   WK-MOTIVO NOT = SPACES
           THEN SET  REQ-DESCARTADO             TO TRUE
                ADD  1                          TO
                     WK-CONTADOR-DESCARTADOS
                DISPLAY '*** AVISO *** REQAUTOR REQUERIMIENTO ['
                        REQUERIM-REF '] DESCARTADO: ' WK-MOTIVO
                GO TO FIN-ABRIR-REQUERIMIENTO
           END-IF.

           PERFORM BUSCAR-REQUERIMIENTO         THRU
                   FIN-BUSCAR-REQUERIMIENTO.

           IF   NOT STAT-OK
           THEN GO TO FIN-ABRIR-REQUERIMIENTO
           END-IF.

           EVALUATE WK-REQ-ESTADO-PREVIO
           WHEN 'R'
                SET  REQ-DESCARTADO             TO TRUE
                ADD  1                          TO
                     WK-CONTADOR-YA-RESPONDIDOS
                DISPLAY '*** AVISO *** REQAUTOR REQUERIMIENTO ['
                        REQUERIM-REF '] YA RESPONDIDO'
                GO TO FIN-ABRIR-REQUERIMIENTO
           WHEN 'P'
                DISPLAY '*** AVISO *** REQAUTOR REQUERIMIENTO ['
                        REQUERIM-REF '] PENDIENTE, SE RETOMA'
           WHEN OTHER
                PERFORM ALTA-REQUERIMIENTO      THRU
                        FIN-ALTA-REQUERIMIENTO
           END-EVALUATE.

           IF   NOT STAT-OK
           THEN GO TO FIN-ABRIR-REQUERIMIENTO
           END-IF.

           MOVE SPACES                          TO WK-FICHRESP-NOMBRE.
           STRING 'reqautor-' REQUERIM-ID '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRESP-NOMBRE.

           OPEN OUTPUT FICHRESP.

           IF   FS-FICHRESP NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** REQAUTOR ABRIR-REQUERIMIENTO'
                DISPLAY 'FICHERO [' WK-FICHRESP-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHRESP ']'
                GO TO FIN-ABRIR-REQUERIMIENTO
           END-IF.

           SET  REQ-ABIERTO                     TO TRUE.
           MOVE ZERO                            TO WK-REQ-LEIDOS-NIF.

           MOVE SPACES                          TO REG-FICHRESP.
           MOVE 'CAB'                           TO RESP-TIPO.
           MOVE REQUERIM-REF                    TO RESP-CAB-REF.
           MOVE REQUERIM-TIPO-AUT               TO RESP-CAB-TIPO-AUT.
           MOVE REQUERIM-ID                     TO RESP-CAB-ID.
           MOVE REQUERIM-FEC-RECEPCION          TO
                RESP-CAB-FEC-RECEPCION.
           MOVE REQUERIM-FEC-LIMITE             TO RESP-CAB-FEC-LIMITE.
           MOVE WK-FECHA-ACTUAL                 TO
                RESP-CAB-FEC-RESPUESTA.
           MOVE REQUERIM-ALCANCE                TO RESP-CAB-ALCANCE.
           MOVE REQUERIM-FEC-SALDO              TO RESP-CAB-FEC-SALDO.
           MOVE REQUERIM-FEC-DESDE              TO RESP-CAB-FEC-DESDE.
           MOVE REQUERIM-FEC-HASTA              TO RESP-CAB-FEC-HASTA.
           WRITE REG-FICHRESP.

       FIN-ABRIR-REQUERIMIENTO.
           EXIT.

      *    La fecha de los saldos no puede ser futura; la de los
      *    movimientos sólo se pide si el alcance los incluye. Las
      *    fechas que no aplican al alcance quedan a ceros. Sin
      *    confidencialidad explícita ('N') no se avisa al cliente.
       VALIDAR-CABECERA.
      *-----------------
           MOVE SPACES                          TO WK-MOTIVO.
           MOVE '00000000'                      TO REQUERIM-FEC-SALDO
                                                   REQUERIM-FEC-DESDE
                                                   REQUERIM-FEC-HASTA
                                                   REQUERIM-FEC-LIMITE.

           EVALUATE TRUE
           WHEN REQUERIM-REF = SPACES
                MOVE 'FALTA LA REFERENCIA'      TO WK-MOTIVO
           WHEN NOT REQUERIM-TIPO-JUZGADO
                AND NOT REQUERIM-TIPO-AEAT
                AND NOT REQUERIM-TIPO-POLICIA
                MOVE 'TIPO DE AUTORIDAD DESCONOCIDO'
                                                TO WK-MOTIVO
           WHEN NOT REQUERIM-ALCANCE-SALDOS
                AND NOT REQUERIM-ALCANCE-MOVS
                AND NOT REQUERIM-ALCANCE-AMBOS
                MOVE 'ALCANCE DESCONOCIDO'      TO WK-MOTIVO
           END-EVALUATE.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-VALIDAR-CABECERA
           END-IF.

           IF   NOT REQUERIM-ALCANCE-MOVS
           THEN IF   FICHREQ-CAB-FEC-SALDO IS NOT NUMERIC
                     OR FICHREQ-CAB-FEC-SALDO = ZERO
                     OR FICHREQ-CAB-FEC-SALDO > WK-FECHA-ACTUAL
                THEN MOVE 'FECHA DE LOS SALDOS ERRONEA'
                                                TO WK-MOTIVO
                     GO TO FIN-VALIDAR-CABECERA
                END-IF
                MOVE FICHREQ-CAB-FEC-SALDO      TO REQUERIM-FEC-SALDO
           END-IF.

           IF   NOT REQUERIM-ALCANCE-SALDOS
           THEN IF   FICHREQ-CAB-FEC-DESDE IS NOT NUMERIC
                     OR FICHREQ-CAB-FEC-HASTA IS NOT NUMERIC
                     OR FICHREQ-CAB-FEC-DESDE = ZERO
                     OR FICHREQ-CAB-FEC-HASTA = ZERO
                     OR FICHREQ-CAB-FEC-DESDE > FICHREQ-CAB-FEC-HASTA
                THEN MOVE 'PERIODO DE MOVIMIENTOS ERRONEO'
                                                TO WK-MOTIVO
                     GO TO FIN-VALIDAR-CABECERA
                END-IF
                MOVE FICHREQ-CAB-FEC-DESDE      TO REQUERIM-FEC-DESDE
                MOVE FICHREQ-CAB-FEC-HASTA      TO REQUERIM-FEC-HASTA
           END-IF.

           IF   FICHREQ-CAB-FEC-LIMITE IS NUMERIC
           THEN MOVE FICHREQ-CAB-FEC-LIMITE     TO REQUERIM-FEC-LIMITE
           END-IF.

           IF   FICHREQ-CAB-CONFIDENCIAL = 'N'
           THEN MOVE 'N'                        TO
                     REQUERIM-CONFIDENCIAL
           ELSE MOVE 'S'                        TO
                     REQUERIM-CONFIDENCIAL
           END-IF.

       FIN-VALIDAR-CABECERA.
           EXIT.

      *    El último requerimiento recibido con la misma referencia de
      *    la misma autoridad. Si sigue pendiente se retoma con su
      *    número, su fecha de recepción y su plazo.
       BUSCAR-REQUERIMIENTO.
      *---------------------
           MOVE SPACES                          TO WK-REQ-ESTADO-PREVIO.

           EXEC SQL
                SELECT id_requerimiento, estado_requerimiento,
                       DATE_FORMAT(fec_recepcion, '%Y%m%d'),
                       DATE_FORMAT(fec_limite, '%Y%m%d')
                INTO   :REQUERIM-ID, :WK-REQ-ESTADO-PREVIO,
                       :REQUERIM-FEC-RECEPCION, :REQUERIM-FEC-LIMITE
                FROM   banco.requerimiento
                WHERE  ref_requerimiento = :REQUERIM-REF
                AND    tipo_autoridad    = :REQUERIM-TIPO-AUT
                ORDER BY id_requerimiento DESC
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                MOVE 'BUSCAR-REQUERIMIENTO'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-BUSCAR-REQUERIMIENTO.
           EXIT.

      *    Sin plazo en la cabecera se da el de REQAUTOR_PLAZO_DIAS
      *    desde hoy. El alta se confirma enseguida para que el
      *    requerimiento conste aunque la respuesta falle.
       ALTA-REQUERIMIENTO.
      *-------------------
           MOVE WK-FECHA-ACTUAL                 TO
                REQUERIM-FEC-RECEPCION.
           MOVE 'P'                             TO REQUERIM-ESTADO.

           IF   REQUERIM-FEC-LIMITE = '00000000'
           THEN EXEC SQL
                     SELECT DATE_FORMAT(DATE_ADD(CURDATE(),
                                 INTERVAL :WK-PLAZO-DIAS DAY),
                                 '%Y%m%d')
                     INTO   :REQUERIM-FEC-LIMITE
                END-EXEC
                MOVE SQLCODE                    TO WK-SQLCODE
                IF   NOT SQL-SUCCESS
                THEN MOVE 'ALTA-REQUERIMIENTO'  TO LOGERR-E-PARRAFO
                     PERFORM ERROR-SQL          THRU FIN-ERROR-SQL
                     GO TO FIN-ALTA-REQUERIMIENTO
                END-IF
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.requerimiento_id_requerimiento_seq
                INTO   :REQUERIM-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ALTA-REQUERIMIENTO'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ALTA-REQUERIMIENTO
           END-IF.

           EXEC SQL
                INSERT INTO banco.requerimiento(
                    id_requerimiento,
                    ref_requerimiento,
                    tipo_autoridad,
                    nombre_autoridad,
                    fec_recepcion,
                    fec_limite,
                    fec_saldo,
                    fec_desde,
                    fec_hasta,
                    alcance_requerimiento,
                    confidencial_requerimiento,
                    estado_requerimiento
                )
                VALUES(
                    :REQUERIM-ID,
                    :REQUERIM-REF,
                    :REQUERIM-TIPO-AUT,
                    :REQUERIM-AUTORIDAD,
                    str_to_date(:REQUERIM-FEC-RECEPCION, '%Y%m%d'),
                    str_to_date(:REQUERIM-FEC-LIMITE, '%Y%m%d'),
                    str_to_date(NULLIF(:REQUERIM-FEC-SALDO,
                                       '00000000'), '%Y%m%d'),
                    str_to_date(NULLIF(:REQUERIM-FEC-DESDE,
                                       '00000000'), '%Y%m%d'),
                    str_to_date(NULLIF(:REQUERIM-FEC-HASTA,
                                       '00000000'), '%Y%m%d'),
                    :REQUERIM-ALCANCE,
                    :REQUERIM-CONFIDENCIAL,
                    :REQUERIM-ESTADO
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ALTA-REQUERIMIENTO'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-ALTA-REQUERIMIENTO
           END-IF.

           EXEC SQL commit END-EXEC.

       FIN-ALTA-REQUERIMIENTO.
           EXIT.

      *    Un descuadre con el registro de control se avisa pero no
      *    impide responder lo recibido.
       COMPROBAR-CONTROL.
      *------------------
           IF   FICHREQ-FIN-NUM-NIF IS NOT NUMERIC
                OR FICHREQ-FIN-NUM-NIF NOT = WK-REQ-LEIDOS-NIF
           THEN DISPLAY '*** AVISO *** REQAUTOR REQUERIMIENTO ['
                        REQUERIM-REF '] DESCUADRADO'
                DISPLAY 'REGISTRO FIN [' FICHREQ-FIN-NUM-NIF
                        '] NIF LEIDOS [' WK-REQ-LEIDOS-NIF ']'
           END-IF.

       FIN-COMPROBAR-CONTROL.
           EXIT.

      *    Respondido: totales al fichero, fecha de respuesta,
      *    ejecución y fichero al requerimiento, y con él se
      *    confirman sus NIF. Una respuesta fuera de plazo se da
      *    igual, pero se avisa.
       CERRAR-REQUERIMIENTO.
      *---------------------
           MOVE SPACES                          TO REG-FICHRESP.
           MOVE 'FIN'                           TO RESP-TIPO.
           MOVE REQUERIM-NUM-NIF                TO RESP-FIN-NUM-NIF.
           MOVE REQUERIM-NUM-CLIENTES           TO
                RESP-FIN-NUM-CLIENTES.
           MOVE REQUERIM-NUM-MEDIOS             TO RESP-FIN-NUM-MEDIOS.
           MOVE REQUERIM-NUM-MOVS               TO RESP-FIN-NUM-MOVS.
           WRITE REG-FICHRESP.

           CLOSE FICHRESP.
           SET  REQ-NINGUNO                     TO TRUE.

           MOVE WK-BATLOG-ID-EJEC               TO REQUERIM-ID-EJEC.
           MOVE WK-FICHRESP-NOMBRE              TO REQUERIM-FICHERO.

           EXEC SQL
                UPDATE banco.requerimiento
                SET    estado_requerimiento  = 'R',
                       fec_respuesta         = CURDATE(),
                       num_nif               = :REQUERIM-NUM-NIF,
                       num_clientes          = :REQUERIM-NUM-CLIENTES,
                       num_medios            = :REQUERIM-NUM-MEDIOS,
                       num_movimientos       = :REQUERIM-NUM-MOVS,
                       id_ejec_requerimiento = :REQUERIM-ID-EJEC,
                       fichero_respuesta     = :REQUERIM-FICHERO
                WHERE  id_requerimiento      = :REQUERIM-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CERRAR-REQUERIMIENTO'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-CERRAR-REQUERIMIENTO
           END-IF.

           EXEC SQL commit END-EXEC.

           ADD  1                               TO
                WK-CONTADOR-RESPONDIDOS.

           IF   WK-FECHA-ACTUAL > REQUERIM-FEC-LIMITE
           THEN ADD  1                          TO
                     WK-CONTADOR-FUERA-PLAZO
                DISPLAY '*** AVISO *** REQAUTOR REQUERIMIENTO ['
                        REQUERIM-REF '] RESPONDIDO FUERA DE PLAZO'
                DISPLAY 'LIMITE [' REQUERIM-FEC-LIMITE ']'
           END-IF.

           PERFORM CATALOGAR-RESPUESTA          THRU
                   FIN-CATALOGAR-RESPUESTA.
           PERFORM REGISTRAR-ENVIO              THRU
                   FIN-REGISTRAR-ENVIO.

       FIN-CERRAR-REQUERIMIENTO.
           EXIT.

      *    Un NIF que no es de ningún cliente se contesta como tal.
      *    Al cliente se le avisa sólo si el requerimiento no es
      *    confidencial.
       PROCESAR-NIF.
      *-------------
           ADD  1                               TO WK-REQ-LEIDOS-NIF.
           MOVE FICHREQ-NIF-NIF                 TO WK-NIF.

           IF   WK-NIF = SPACES
           THEN DISPLAY '*** AVISO *** REQAUTOR REQUERIMIENTO ['
                        REQUERIM-REF '] CON UN NIF EN BLANCO'
                GO TO FIN-PROCESAR-NIF
           END-IF.

           ADD  1                               TO REQUERIM-NUM-NIF.
           ADD  1                               TO WK-CONTADOR-NIF.

           INITIALIZE                           REG-REQNIF.
           MOVE REQUERIM-ID                     TO REQNIF-ID-REQUERIM.
           MOVE WK-NIF                          TO REQNIF-NIF.
           MOVE 'N'                             TO REQNIF-AVISADO.

           PERFORM BUSCAR-CLIENTE               THRU
                   FIN-BUSCAR-CLIENTE.

           IF   NOT STAT-OK
           THEN GO TO FIN-PROCESAR-NIF
           END-IF.

           MOVE SPACES                          TO REG-FICHRESP.
           MOVE 'NIF'                           TO RESP-TIPO.
           MOVE WK-NIF                          TO RESP-NIF-NIF.

           IF   WK-CLI-ID = ZERO
           THEN MOVE 'N'                        TO RESP-NIF-CLIENTE
                WRITE REG-FICHRESP
                PERFORM REGISTRAR-NIF           THRU FIN-REGISTRAR-NIF
                GO TO FIN-PROCESAR-NIF
           END-IF.

           ADD  1                               TO
                REQUERIM-NUM-CLIENTES.
           MOVE 'S'                             TO RESP-NIF-CLIENTE.
           MOVE WK-CLI-NOM                      TO RESP-NIF-NOMBRE.
           WRITE REG-FICHRESP.

           PERFORM CARGAR-MEDIOS                THRU FIN-CARGAR-MEDIOS.

           IF   NOT STAT-OK
           THEN GO TO FIN-PROCESAR-NIF
           END-IF.

           PERFORM INFORMAR-MEDIO               THRU
                   FIN-INFORMAR-MEDIO
           VARYING WK-I FROM 1 BY 1
           UNTIL   WK-I > WK-LOTE-CONTADOR
           OR      NOT STAT-OK.

           IF   NOT STAT-OK
           THEN GO TO FIN-PROCESAR-NIF
           END-IF.

           MOVE WK-CLI-ID                       TO REQNIF-ID-CLIENTE.
           MOVE WK-LOTE-CONTADOR                TO REQNIF-NUM-MEDIOS.

           IF   NOT REQUERIM-CONFIDENCIAL-SI
           THEN PERFORM GENERAR-AVISO           THRU
                        FIN-GENERAR-AVISO
           END-IF.

           PERFORM REGISTRAR-NIF                THRU FIN-REGISTRAR-NIF.

       FIN-PROCESAR-NIF.
           EXIT.

       BUSCAR-CLIENTE.
      *---------------
           MOVE ZERO                            TO WK-CLI-ID.
           MOVE SPACES                          TO WK-CLI-NOM
                                                   WK-CLI-IDIOMA.

           EXEC SQL
                SELECT id_cliente, nom_cliente,
                       COALESCE(idioma_cliente, '')
                INTO   :WK-CLI-ID, :WK-CLI-NOM, :WK-CLI-IDIOMA
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE ZERO                       TO WK-CLI-ID
           WHEN OTHER
                MOVE 'BUSCAR-CLIENTE'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

      *    Todas las cuentas con las que el NIF tiene relación
      *    (titular, cotitular, autorizado...) y sus tarjetas; de la
      *    tarjeta sólo se da el número enmascarado.
       CARGAR-MEDIOS.
      *--------------
           MOVE ZERO                            TO WK-LOTE-CONTADOR.

           EXEC SQL
                DECLARE CUR-MEDIOS CURSOR FOR
                SELECT R.id_medio, 'C', C.num_cuenta, R.tip_rln,
                       COALESCE(C.divisa_cuenta, '')
                FROM   banco.cliente_rln_cuenta R, banco.cuenta C
                WHERE  R.id_cliente = :WK-CLI-ID
                AND    C.id_medio   = R.id_medio
                UNION
                SELECT T.id_medio, 'T',
                       CONCAT(LEFT(T.num_tarjeta, 6), '******',
                              RIGHT(T.num_tarjeta, 4)),
                       'T', COALESCE(T.divisa_tarjeta, '')
                FROM   banco.tarjeta T
                WHERE  T.id_cliente = :WK-CLI-ID
                ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CUR-MEDIOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CARGAR-MEDIOS'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CARGAR-MEDIOS
           END-IF.

           PERFORM CARGAR-UN-MEDIO              THRU
                   FIN-CARGAR-UN-MEDIO
           UNTIL   SQL-NODATA
           OR      NOT STAT-OK.

           EXEC SQL CLOSE CUR-MEDIOS END-EXEC.

       FIN-CARGAR-MEDIOS.
           EXIT.

       CARGAR-UN-MEDIO.
      *----------------
           EXEC SQL
                FETCH CUR-MEDIOS
                INTO  :WK-MED-ID, :WK-MED-TIPO, :WK-MED-NUMERO,
                      :WK-MED-RLN, :WK-MED-DIVISA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                IF   WK-LOTE-CONTADOR < WK-LOTE-MAX
                THEN ADD  1                     TO WK-LOTE-CONTADOR
                     MOVE WK-MED-ID             TO
                          WK-LOTE-ID(WK-LOTE-CONTADOR)
                     MOVE WK-MED-TIPO           TO
                          WK-LOTE-TIPO(WK-LOTE-CONTADOR)
                     MOVE WK-MED-NUMERO         TO
                          WK-LOTE-NUMERO(WK-LOTE-CONTADOR)
                     MOVE WK-MED-RLN            TO
                          WK-LOTE-RLN(WK-LOTE-CONTADOR)
                     MOVE WK-MED-DIVISA         TO
                          WK-LOTE-DIVISA(WK-LOTE-CONTADOR)
                ELSE DISPLAY '*** AVISO *** REQAUTOR NIF [' WK-NIF
                             '] CON MAS DE ' WK-LOTE-MAX ' MEDIOS'
                END-IF
           WHEN OTHER
                MOVE 'CARGAR-UN-MEDIO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-CARGAR-UN-MEDIO.
           EXIT.

       INFORMAR-MEDIO.
      *---------------
           MOVE WK-LOTE-ID(WK-I)                TO WK-MED-ID.
           MOVE WK-LOTE-TIPO(WK-I)              TO WK-MED-TIPO.
           MOVE WK-LOTE-NUMERO(WK-I)            TO WK-MED-NUMERO.

           ADD  1                               TO REQUERIM-NUM-MEDIOS.

           MOVE SPACES                          TO REG-FICHRESP.
           MOVE 'CTA'                           TO RESP-TIPO.
           MOVE WK-NIF                          TO RESP-CTA-NIF.
           MOVE WK-MED-TIPO                     TO RESP-CTA-TIPO-MEDIO.
           MOVE WK-MED-NUMERO                   TO RESP-CTA-NUMERO.
           MOVE WK-LOTE-RLN(WK-I)               TO RESP-CTA-RELACION.
           MOVE WK-LOTE-DIVISA(WK-I)            TO RESP-CTA-DIVISA.
           MOVE ZERO                            TO RESP-CTA-SALDO.

           IF   NOT REQUERIM-ALCANCE-MOVS
           THEN PERFORM CALCULAR-SALDO          THRU
                        FIN-CALCULAR-SALDO
                IF   NOT STAT-OK
                THEN GO TO FIN-INFORMAR-MEDIO
                END-IF
                MOVE REQUERIM-FEC-SALDO         TO RESP-CTA-FEC-SALDO
                MOVE WK-SALDO-FECHA             TO RESP-CTA-SALDO
                MOVE SW-FUENTE                  TO RESP-CTA-FUENTE
           END-IF.

           WRITE REG-FICHRESP.

           IF   NOT REQUERIM-ALCANCE-SALDOS
           THEN PERFORM INFORMAR-MOVIMIENTOS    THRU
                        FIN-INFORMAR-MOVIMIENTOS
           END-IF.

       FIN-INFORMAR-MEDIO.
           EXIT.

      *    El mismo camino que CERTSALDO: si hay foto de fin de mes a
      *    la fecha o anterior se parte de ella y se suman los
      *    movimientos hasta la fecha; si no, se parte del saldo
      *    actual y se deshacen los posteriores.
       CALCULAR-SALDO.
      *---------------
           MOVE SPACES                          TO WK-FOTO-FECHA.
           MOVE ZERO                            TO WK-FOTO-SALDO.

           EXEC SQL
                SELECT DATE_FORMAT(H.fec_snapshot, '%Y%m%d'), H.saldo
                INTO   :WK-FOTO-FECHA :WK-FOTO-FECHA-NULL,
                       :WK-FOTO-SALDO
                FROM   banco.saldo_historico H
                WHERE  H.id_medio     = :WK-MED-ID
                AND    H.fec_snapshot <=
                       STR_TO_DATE(:REQUERIM-FEC-SALDO, '%Y%m%d')
                ORDER BY H.fec_snapshot DESC
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                PERFORM SALDO-HACIA-ATRAS       THRU
                        FIN-SALDO-HACIA-ATRAS
           WHEN SQL-SUCCESS
                PERFORM SALDO-DESDE-FOTO        THRU
                        FIN-SALDO-DESDE-FOTO
           WHEN OTHER
                MOVE 'CALCULAR-SALDO'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-CALCULAR-SALDO.
           EXIT.

       SALDO-DESDE-FOTO.
      *-----------------
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(X.importe_mov), 0)
                INTO   :WK-NUM-MOVS, :WK-SUMA-MOVS
                FROM  (SELECT M.importe_mov, M.fec_mov
                       FROM   banco.movimiento M
                       WHERE  M.id_medio = :WK-MED-ID
                       UNION ALL
                       SELECT H.importe_mov, H.fec_mov
                       FROM   banco.movimiento_hist H
                       WHERE  H.id_medio = :WK-MED-ID) X
                WHERE  DATE(X.fec_mov) >
                       STR_TO_DATE(:WK-FOTO-FECHA, '%Y%m%d')
                AND    DATE(X.fec_mov) <=
                       STR_TO_DATE(:REQUERIM-FEC-SALDO, '%Y%m%d')
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SALDO-DESDE-FOTO'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-SALDO-DESDE-FOTO
           END-IF.

           COMPUTE WK-SALDO-FECHA = WK-FOTO-SALDO + WK-SUMA-MOVS.
           SET  FUENTE-FOTO                     TO TRUE.

       FIN-SALDO-DESDE-FOTO.
           EXIT.

       SALDO-HACIA-ATRAS.
      *------------------
           MOVE ZERO                            TO WK-MED-SALDO-ACTUAL.

           IF   WK-MED-TIPO = 'T'
           THEN EXEC SQL
                     SELECT cred_tarjeta
                     INTO   :WK-MED-SALDO-ACTUAL
                     FROM   banco.tarjeta
                     WHERE  id_medio = :WK-MED-ID
                END-EXEC
           ELSE EXEC SQL
                     SELECT saldo_cuenta
                     INTO   :WK-MED-SALDO-ACTUAL
                     FROM   banco.cuenta
                     WHERE  id_medio = :WK-MED-ID
                END-EXEC
           END-IF.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SALDO-HACIA-ATRAS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-SALDO-HACIA-ATRAS
           END-IF.

           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(X.importe_mov), 0)
                INTO   :WK-NUM-MOVS, :WK-SUMA-MOVS
                FROM  (SELECT M.importe_mov, M.fec_mov
                       FROM   banco.movimiento M
                       WHERE  M.id_medio = :WK-MED-ID
                       UNION ALL
                       SELECT H.importe_mov, H.fec_mov
                       FROM   banco.movimiento_hist H
                       WHERE  H.id_medio = :WK-MED-ID) X
                WHERE  DATE(X.fec_mov) >
                       STR_TO_DATE(:REQUERIM-FEC-SALDO, '%Y%m%d')
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'SALDO-HACIA-ATRAS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-SALDO-HACIA-ATRAS
           END-IF.

           COMPUTE WK-SALDO-FECHA = WK-MED-SALDO-ACTUAL
                                  - WK-SUMA-MOVS.
           SET  FUENTE-HACIA-ATRAS              TO TRUE.

       FIN-SALDO-HACIA-ATRAS.
           EXIT.

      *    Los movimientos del medio en el periodo, ambos días
      *    incluidos, en orden de fecha como los da BUSQMOV, pero
      *    también los ya purgados a banco.movimiento_hist.
       INFORMAR-MOVIMIENTOS.
      *---------------------
           EXEC SQL
                DECLARE CUR-MOVS CURSOR FOR
                SELECT DATE_FORMAT(X.fec_mov, '%Y%m%d%H%i%s'),
                       COALESCE(X.cnpt_mov, ''), X.importe_mov
                FROM  (SELECT M.fec_mov, M.cnpt_mov, M.importe_mov
                       FROM   banco.movimiento M
                       WHERE  M.id_medio = :WK-MED-ID
                       UNION ALL
                       SELECT H.fec_mov, H.cnpt_mov, H.importe_mov
                       FROM   banco.movimiento_hist H
                       WHERE  H.id_medio = :WK-MED-ID) X
                WHERE  DATE(X.fec_mov) BETWEEN
                       STR_TO_DATE(:REQUERIM-FEC-DESDE, '%Y%m%d')
                AND    STR_TO_DATE(:REQUERIM-FEC-HASTA, '%Y%m%d')
                ORDER BY X.fec_mov
           END-EXEC.

           EXEC SQL OPEN CUR-MOVS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'INFORMAR-MOVIMIENTOS'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-INFORMAR-MOVIMIENTOS
           END-IF.

           PERFORM LEER-MOVIMIENTO              THRU
                   FIN-LEER-MOVIMIENTO
           UNTIL   SQL-NODATA
           OR      NOT STAT-OK.

           EXEC SQL CLOSE CUR-MOVS END-EXEC.

       FIN-INFORMAR-MOVIMIENTOS.
           EXIT.

       LEER-MOVIMIENTO.
      *----------------
           EXEC SQL
                FETCH CUR-MOVS
                INTO  :WK-MOV-FEC, :WK-MOV-CPT, :WK-MOV-IMPT
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE SPACES                     TO REG-FICHRESP
                MOVE 'MOV'                      TO RESP-TIPO
                MOVE WK-NIF                     TO RESP-MOV-NIF
                MOVE WK-MED-NUMERO              TO RESP-MOV-NUMERO
                MOVE WK-MOV-FEC                 TO RESP-MOV-FEC
                MOVE WK-MOV-CPT                 TO RESP-MOV-CONCEPTO
                MOVE WK-MOV-IMPT                TO RESP-MOV-IMPORTE
                WRITE REG-FICHRESP
                ADD  1                          TO REQUERIM-NUM-MOVS
           WHEN OTHER
                MOVE 'LEER-MOVIMIENTO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-MOVIMIENTO.
           EXIT.

      *    Carta al cliente de un requerimiento no confidencial: quién
      *    lo pidió y con qué referencia, nunca qué se contestó.
       GENERAR-AVISO.
      *--------------
           PERFORM OBTENER-PLANTILLA            THRU
                   FIN-OBTENER-PLANTILLA.

           MOVE SPACES                          TO REG-FICHAVISO.
           STRING 'NIF [' WK-NIF '] '
                  WK-CLI-NOM ' ' WK-TEXTO-CARTA
                  ' AUTORIDAD [' REQUERIM-AUTORIDAD ']'
                  ' REFERENCIA [' REQUERIM-REF ']'
                  DELIMITED BY SIZE             INTO REG-FICHAVISO.

           WRITE REG-FICHAVISO.

           MOVE 'S'                             TO REQNIF-AVISADO.
           ADD  1                               TO WK-CONTADOR-AVISOS.

       FIN-GENERAR-AVISO.
           EXIT.

      *    El texto fijo de la carta sale de la plantilla REQAUTOR en
      *    el idioma preferido del cliente (con caída al castellano
      *    dentro de PLANTILLA); sin plantilla cargada se conserva el
      *    literal.
       OBTENER-PLANTILLA.
      *------------------
           MOVE WK-TEXTO-DEFECTO                TO WK-TEXTO-CARTA.

           INITIALIZE                           AREA-PLANTILLA.
           MOVE 'REQAUTOR'                      TO
                PLANTILLA-E-TIPO-DOC.
           MOVE WK-CLI-IDIOMA                   TO
                PLANTILLA-E-IDIOMA.

           CALL "PLANTILLA"                     USING AREA-PLANTILLA.

           IF   PLANTILLA-STAT-OK
                AND PLANTILLA-PARRAFO-CONTADOR > ZERO
           THEN MOVE PLANTILLA-PARRAFO(1)       TO WK-TEXTO-CARTA
           END-IF.

       FIN-OBTENER-PLANTILLA.
           EXIT.

      *    La fila del NIF se confirma con el cierre del requerimiento.
       REGISTRAR-NIF.
      *--------------
           EXEC SQL
                INSERT INTO banco.requerimiento_nif(
                    id_requerimiento,
                    nif_requerimiento,
                    id_cliente,
                    num_medios,
                    avisado
                )
                VALUES(
                    :REQNIF-ID-REQUERIM,
                    :REQNIF-NIF,
                    NULLIF(:REQNIF-ID-CLIENTE, 0),
                    :REQNIF-NUM-MEDIOS,
                    :REQNIF-AVISADO
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'REGISTRAR-NIF'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-REGISTRAR-NIF.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** REQAUTOR ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'REQAUTOR'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'REQUERIMIENTOS DE INFORMACION DE AUTORIDADES'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHREQ-NOMBRE ']'.
           DISPLAY 'REGISTROS LEIDOS     [' WK-CONTADOR-LEIDOS ']'.
           DISPLAY 'RESPONDIDOS          [' WK-CONTADOR-RESPONDIDOS
                   ']'.
           DISPLAY '  FUERA DE PLAZO     [' WK-CONTADOR-FUERA-PLAZO
                   ']'.
           DISPLAY 'DESCARTADOS          [' WK-CONTADOR-DESCARTADOS
                   ']'.
           DISPLAY 'YA RESPONDIDOS ANTES [' WK-CONTADOR-YA-RESPONDIDOS
                   ']'.
           DISPLAY 'NIF ATENDIDOS        [' WK-CONTADOR-NIF ']'.
           DISPLAY 'CARTAS DE AVISO      [' WK-CONTADOR-AVISOS ']'.
           DISPLAY 'FICHERO DE CARTAS    [' WK-FICHAVISO-NOMBRE ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
