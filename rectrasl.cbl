       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RECTRASL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registros de traslado de cuenta recibidos de las otras
      * entidades, con el mismo formato que manda EXPTRASL:
      *   SOL  solicitud de la entidad nueva para trasladar una
      *        cuenta nuestra. Se da de alta el traslado saliente con
      *        TRASLADO, que lo valida, fija sus plazos y lo confirma
      *        por su cuenta; una solicitud ya recibida (misma entidad
      *        y referencia) no se vuelve a dar de alta.
      *   INF  respuesta de la entidad antigua a un traslado entrante
      *        nuestro ya solicitado: su saldo y la fecha de cierre.
      *        Detrás vienen los detalles de esa cabecera:
      *   MAN  mandato de la cuenta antigua, que se da de alta en la
      *        cuenta nueva con INSMAN;
      *   ORD  orden periódica de la cuenta antigua, que se da de
      *        alta como orden fija en la cuenta nueva para que la
      *        ejecute ORDRECUR.
      *        Cada detalle, creado o rechazado, queda anotado en
      *        banco.traslado_cuenta_item; los de una cabecera
      *        rechazada se rechazan sin anotar.
      *   SAL  saldo traspasado por la entidad antigua al cerrar la
      *        cuenta, que se abona en la cuenta nueva y completa el
      *        traslado.
      * Un registro rechazado deja su motivo como incidencia del
      * traslado. Cada registro se confirma por separado.

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
      *    Fichero de las otras entidades. Por omisión se toma
      *    traslado-entrada.dat; para otro fichero se usa la variable
      *    de entorno RECTRASL_FICHERO.
           SELECT FICHREC ASSIGN TO WK-FICHREC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHREC.

      *    Resultado de cada registro. Su nombre lleva la fecha de la
      *    ejecución.
           SELECT FICHRES ASSIGN TO WK-FICHRES-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRES.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas.
       FD FICHREC RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHREC.
           05  FICHREC-TIPO                  PIC X(03).
               88  FICHREC-TIPO-SOL          VALUE 'SOL'.
               88  FICHREC-TIPO-INF          VALUE 'INF'.
               88  FICHREC-TIPO-MAN          VALUE 'MAN'.
               88  FICHREC-TIPO-ORD          VALUE 'ORD'.
               88  FICHREC-TIPO-SAL          VALUE 'SAL'.
      *    Referencia del traslado en la entidad nueva: la suya en la
      *    solicitud, la nuestra en la respuesta y en el saldo.
           05  FICHREC-REF                   PIC 9(10).
           05  FICHREC-REF-X                 REDEFINES
               FICHREC-REF                   PIC X(10).
           05  FICHREC-BIC-EMISOR            PIC X(11).
           05  FICHREC-BIC-DESTINO           PIC X(11).
           05  FICHREC-DATOS                 PIC X(115).
           05  FICHREC-SOL                   REDEFINES FICHREC-DATOS.
               10  FICHREC-SOL-CTA-ANTIGUA   PIC X(34).
               10  FICHREC-SOL-CTA-NUEVA     PIC X(34).
               10  FICHREC-SOL-NIF           PIC X(10).
               10  FICHREC-SOL-FEC-AUTORIZA  PIC 9(08).
               10  FICHREC-SOL-FEC-ACORDADA  PIC 9(08).
               10  FICHREC-SOL-CIERRE        PIC X(01).
               10  FILLER                    PIC X(20).
           05  FICHREC-INF                   REDEFINES FICHREC-DATOS.
               10  FICHREC-INF-SALDO         PIC S9(08)V99
                                             LEADING SEPARATE.
               10  FICHREC-INF-DIVISA        PIC X(03).
               10  FICHREC-INF-FEC-CIERRE    PIC 9(08).
               10  FICHREC-INF-NUM-MAN       PIC 9(03).
               10  FICHREC-INF-NUM-ORD       PIC 9(03).
               10  FILLER                    PIC X(87).
           05  FICHREC-MAN                   REDEFINES FICHREC-DATOS.
               10  FICHREC-MAN-REF           PIC X(12).
               10  FICHREC-MAN-ACREEDOR      PIC X(35).
               10  FILLER                    PIC X(68).
           05  FICHREC-ORD                   REDEFINES FICHREC-DATOS.
               10  FICHREC-ORD-NOMBRE        PIC X(35).
               10  FICHREC-ORD-CTA           PIC X(34).
               10  FICHREC-ORD-IMPORTE       PIC 9(08)V99.
               10  FICHREC-ORD-DIA           PIC 9(02).
               10  FILLER                    PIC X(34).
           05  FICHREC-SAL                   REDEFINES FICHREC-DATOS.
               10  FICHREC-SAL-IMPORTE       PIC 9(08)V99.
               10  FICHREC-SAL-DIVISA        PIC X(03).
               10  FICHREC-SAL-FEC-VALOR     PIC 9(08).
               10  FICHREC-SAL-CTA-NUEVA     PIC X(34).
               10  FILLER                    PIC X(60).

       FD FICHRES RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRES                      PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE traslado         END-EXEC.

       01  WK-CTA-NUM                        PIC X(20).
       01  WK-ID-CTA                         PIC 9(10).
       01  WK-BIC-OTRA                       PIC X(11).
       01  WK-REF-OTRA                       PIC 9(10).
       01  WK-NUM-TRATADOS                   PIC 9(06).
       01  WK-NUM-MANDATOS                   PIC 9(06).
       01  WK-MAN-REF                        PIC X(12).
       01  WK-NUEVO-ESTADO                   PIC X(01).
       01  WK-FEC-CIERRE                     PIC X(08).
       01  WK-INCIDENCIA                     PIC X(40).
       01  WK-INC-ID                         PIC 9(10).

      * Orden periódica que se da de alta en la cuenta nueva.
       01  WK-ORD-ID                         PIC 9(10).
       01  WK-ORD-CONCEPTO                   PIC X(49).
       01  WK-ORD-IMPORTE                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-ORD-DIA                        PIC 9(02).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'llegada.cpy'.
           COPY 'traslado.cpy'.
           COPY 'insman.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * para cerrarla.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

      * Llegada del fichero de entrada que ha dado por buena
      * LLEGADA; se marca como consumida al terminar bien.
       01  WK-ID-LLEGADA                     PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.
      *    El fichero de entrada no esta confirmado en el registro
      *    de llegadas: no se ha cargado nada.
           88  STAT-ESPERA                   VALUE 03.

      * Cabecera (INF) a la que pertenecen los detalles que se van
      * leyendo: ninguna, aceptada o rechazada, con su referencia,
      * el traslado y la cuenta nueva.
       01  SW-CABECERA                       PIC 9(01) VALUE 0.
           88  CABECERA-NINGUNA              VALUE 0.
           88  CABECERA-ACEPTADA             VALUE 1.
           88  CABECERA-RECHAZADA            VALUE 2.
       01  WK-CAB-REF                        PIC 9(10) VALUE 0.
       01  WK-CAB-ID                         PIC 9(10) VALUE 0.
       01  WK-CAB-ID-CTA                     PIC 9(10) VALUE 0.

      * El detalle que se está tratando se anota en el traslado.
       01  SW-ITEM                           PIC 9(01) VALUE 0.
           88  ITEM-NO                       VALUE 0.
           88  ITEM-SI                       VALUE 1.

      * Registro ya tratado en una ejecución anterior.
       01  SW-YA-TRATADO                     PIC 9(01) VALUE 0.
           88  YA-TRATADO-NO                 VALUE 0.
           88  YA-TRATADO-SI                 VALUE 1.

       01  SW-FIN-FICHREC                    PIC 9(01) VALUE 0.
           88  FIN-FICHREC-NO                VALUE 0.
           88  FIN-FICHREC-SI                VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

      * BIC de la entidad, el de omisión o el del parámetro
      * BANCO_BIC: los registros para otra se rechazan.
       01  WK-BIC-PROPIO                     PIC X(11) VALUE
                                             'BANCOESMXXX'.
       01  WK-BIC-PROPIO-ENV                 PIC X(11).

       01  WK-FICHREC-NOMBRE                 PIC X(40) VALUE
                                             'traslado-entrada.dat'.
       01  WK-FICHREC-NOMBRE-ENV             PIC X(40).
       01  FS-FICHREC                        PIC X(02).
       01  WK-FICHRES-NOMBRE                 PIC X(40).
       01  FS-FICHRES                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.
       01  WK-STAT-SUBPROG                   PIC -9(02).

      * Motivo por el que no se aplica el registro; en blanco, se
      * aplica.
       01  WK-MOTIVO                         PIC X(40).

      * Registros leídos, aplicados, rechazados y ya tratados, y lo
      * creado en las cuentas nuevas.
       01  WK-CONTADOR-LEIDOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-APLICADOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DUPLICADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SOLICITUDES           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MANDATOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ORDENES               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SALDOS                PIC 9(06) VALUE 0.

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
           THEN PERFORM COMPROBAR-LLEGADA       THRU
                        FIN-COMPROBAR-LLEGADA
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
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
                PERFORM TRATAR-REGISTRO         THRU
                        FIN-TRATAR-REGISTRO
                UNTIL   FIN-FICHREC-SI
                OR      NOT STAT-OK
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
                PERFORM CERRAR-FICHEROS         THRU
                        FIN-CERRAR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   STAT-OK
           THEN PERFORM CONSUMIR-LLEGADA        THRU
                        FIN-CONSUMIR-LLEGADA
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
           STRING 'traslado-resultado-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRES-NOMBRE.

           MOVE SPACES                         TO WK-FICHREC-NOMBRE-ENV.
           ACCEPT WK-FICHREC-NOMBRE-ENV         FROM ENVIRONMENT
                                                'RECTRASL_FICHERO'.
           IF   WK-FICHREC-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHREC-NOMBRE-ENV      TO WK-FICHREC-NOMBRE
           END-IF.

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
                DISPLAY '*** FATAL *** RECTRASL CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RECTRASL'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'RECTRASL'                      TO BATLOG-E-PROGRAMA.

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
                DISPLAY '*** FATAL *** RECTRASL LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RECTRASL'                   TO LOGERR-E-PROGRAMA
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
           MOVE WK-CONTADOR-LEIDOS              TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    El fichero de entrada tiene que estar confirmado en el
      *    registro de llegadas y sin cargar. Si no lo está, el lote
      *    termina en espera sin abrirlo, para que el planificador
      *    retenga los pasos que dependen de él y lo relance. Una
      *    interfaz sin alta en el registro no se controla.
       COMPROBAR-LLEGADA.
      *------------------
           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-COMPROBAR         TO TRUE.
           MOVE 'TRASLADOS'                     TO LLEGADA-E-INTERFAZ.
           MOVE WK-FICHREC-NOMBRE               TO LLEGADA-E-FICHERO.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           EVALUATE TRUE
           WHEN LLEGADA-STAT-OK
                MOVE LLEGADA-S-ID-LLEGADA       TO WK-ID-LLEGADA
           WHEN LLEGADA-STAT-ENC-NO
                DISPLAY '*** AVISO *** RECTRASL COMPROBAR-LLEGADA'
                DISPLAY 'INTERFAZ [TRASLADOS] SIN CONTROL DE LLEGADA'
           WHEN LLEGADA-STAT-ERR-SQL
                SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RECTRASL COMPROBAR-LLEGADA'
                DISPLAY 'SQLCODE  [' LLEGADA-SQLCODE ']'
           WHEN OTHER
                SET STAT-ESPERA                 TO TRUE
                DISPLAY '*** ESPERA *** RECTRASL COMPROBAR-LLEGADA'
                DISPLAY 'FICHERO SIN CONFIRMAR [' WK-FICHREC-NOMBRE ']'
                DISPLAY 'LLEGADA-STAT [' LLEGADA-STAT '] ESTADO ['
                        LLEGADA-S-ESTADO '] CONSUMIDO ['
                        LLEGADA-S-CONSUMIDO ']'
           END-EVALUATE.

       FIN-COMPROBAR-LLEGADA.
           EXIT.

      *    Marca la llegada como cargada por esta ejecución.
       CONSUMIR-LLEGADA.
      *-----------------
           IF   WK-ID-LLEGADA = 0
           THEN GO TO FIN-CONSUMIR-LLEGADA
           END-IF.

           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-CONSUMIR          TO TRUE.
           MOVE WK-ID-LLEGADA                   TO LLEGADA-E-ID-LLEGADA.
           MOVE WK-BATLOG-ID-EJEC               TO LLEGADA-E-ID-EJEC.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
           THEN DISPLAY '*** AVISO *** RECTRASL CONSUMIR-LLEGADA'
                DISPLAY 'NO SE PUDO MARCAR LA LLEGADA ['
                        WK-ID-LLEGADA ']'
           END-IF.

       FIN-CONSUMIR-LLEGADA.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR            TO TRUE.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.

      *    Da de alta en el catálogo de informes el resultado, como
      *    confidencial: lleva cuentas y referencias de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RECTRASL'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RECTRASL REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRES-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHREC.

           IF   FS-FICHREC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RECTRASL ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHREC-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHREC ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRES.

           IF   FS-FICHRES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RECTRASL ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHRES-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHRES ']'
                CLOSE FICHREC
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHREC
                 FICHRES.

       FIN-CERRAR-FICHEROS.
           EXIT.

       LEER-REGISTRO.
      *--------------
           READ FICHREC
                AT END SET FIN-FICHREC-SI       TO TRUE
           END-READ.

       FIN-LEER-REGISTRO.
           EXIT.

       TRATAR-REGISTRO.
      *----------------
           PERFORM APLICAR-REGISTRO             THRU
                   FIN-APLICAR-REGISTRO.

           IF   STAT-OK
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
           END-IF.

       FIN-TRATAR-REGISTRO.
           EXIT.

      *    Un registro: se valida, se aplica y se anota, todo en la
      *    misma unidad de trabajo. Si no se puede aplicar se deshace
      *    lo hecho y se anota el rechazo: en el detalle, como item
      *    rechazado; en la cabecera y el saldo, como incidencia del
      *    traslado.
       APLICAR-REGISTRO.
      *-----------------
           ADD  1                               TO WK-CONTADOR-LEIDOS.
           MOVE SPACES                          TO WK-MOTIVO.
           MOVE ZERO                            TO WK-INC-ID.
           SET  ITEM-NO                         TO TRUE.
           SET  YA-TRATADO-NO                   TO TRUE.

           EVALUATE TRUE
           WHEN FICHREC-BIC-DESTINO NOT = WK-BIC-PROPIO
                MOVE 'REGISTRO PARA OTRA ENTIDAD' TO WK-MOTIVO
           WHEN FICHREC-BIC-EMISOR = SPACES
                MOVE 'ENTIDAD EMISORA EN BLANCO' TO WK-MOTIVO
           WHEN FICHREC-REF-X IS NOT NUMERIC
                OR FICHREC-REF = ZERO
                MOVE 'REFERENCIA DE TRASLADO ERRONEA' TO WK-MOTIVO
           WHEN FICHREC-TIPO-SOL
                SET  CABECERA-NINGUNA           TO TRUE
                PERFORM APLICAR-SOLICITUD       THRU
                        FIN-APLICAR-SOLICITUD
           WHEN FICHREC-TIPO-INF
                PERFORM APLICAR-INFORMACION     THRU
                        FIN-APLICAR-INFORMACION
           WHEN FICHREC-TIPO-MAN
           WHEN FICHREC-TIPO-ORD
                PERFORM APLICAR-DETALLE         THRU
                        FIN-APLICAR-DETALLE
           WHEN FICHREC-TIPO-SAL
                SET  CABECERA-NINGUNA           TO TRUE
                PERFORM APLICAR-SALDO           THRU
                        FIN-APLICAR-SALDO
           WHEN OTHER
                MOVE 'TIPO DE REGISTRO DESCONOCIDO' TO WK-MOTIVO
           END-EVALUATE.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-APLICAR-REGISTRO
           END-IF.

           IF   WK-MOTIVO NOT = SPACES
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM ANOTAR-RECHAZO          THRU
                        FIN-ANOTAR-RECHAZO
           END-IF.

           IF   STAT-OK
           THEN PERFORM HACER-COMMIT            THRU FIN-HACER-COMMIT
           END-IF.

           IF   NOT STAT-OK
           THEN PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-APLICAR-REGISTRO
           END-IF.

           EVALUATE TRUE
           WHEN WK-MOTIVO = SPACES
                ADD  1                          TO
                     WK-CONTADOR-APLICADOS
           WHEN YA-TRATADO-SI
                ADD  1                          TO
                     WK-CONTADOR-DUPLICADOS
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
           END-EVALUATE.

           PERFORM ESCRIBIR-RESULTADO           THRU
                   FIN-ESCRIBIR-RESULTADO.

       FIN-APLICAR-REGISTRO.
           EXIT.

      *    Solicitud de la entidad nueva: la cuenta antigua es nuestra
      *    y el traslado saliente lo da de alta TRASLADO con las
      *    mismas comprobaciones y plazos que el de ventanilla.
       APLICAR-SOLICITUD.
      *------------------
           IF   FICHREC-SOL-CTA-ANTIGUA = SPACES
                OR FICHREC-SOL-CTA-NUEVA = SPACES
                OR FICHREC-SOL-NIF = SPACES
                OR FICHREC-SOL-FEC-AUTORIZA IS NOT NUMERIC
                OR FICHREC-SOL-FEC-ACORDADA IS NOT NUMERIC
           THEN MOVE 'DATOS DE LA SOLICITUD ERRONEOS' TO WK-MOTIVO
                GO TO FIN-APLICAR-SOLICITUD
           END-IF.

           MOVE FICHREC-BIC-EMISOR              TO WK-BIC-OTRA.
           MOVE FICHREC-REF                     TO WK-REF-OTRA.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-TRATADOS
                FROM   banco.traslado_cuenta
                WHERE  sentido_traslado  = 'S'
                AND    bic_otra_traslado = :WK-BIC-OTRA
                AND    ref_otra_traslado = :WK-REF-OTRA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-SOLICITUD'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-SOLICITUD
           END-IF.

           IF   WK-NUM-TRATADOS > ZERO
           THEN SET  YA-TRATADO-SI              TO TRUE
                MOVE 'SOLICITUD YA TRATADA'     TO WK-MOTIVO
                GO TO FIN-APLICAR-SOLICITUD
           END-IF.

           MOVE FICHREC-SOL-CTA-ANTIGUA         TO WK-CTA-NUM.

           EXEC SQL
                SELECT id_medio
                INTO   :WK-ID-CTA
                FROM   banco.cuenta
                WHERE  num_cuenta = :WK-CTA-NUM
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'CUENTA ANTIGUA INEXISTENTE' TO WK-MOTIVO
                GO TO FIN-APLICAR-SOLICITUD
           WHEN OTHER
                MOVE 'APLICAR-SOLICITUD'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-SOLICITUD
           END-EVALUATE.

           INITIALIZE                           AREA-TRASLADO-ENTRADA.
           SET  TRASLADO-E-ACC-ALTA             TO TRUE.
           SET  TRASLADO-E-SALIENTE             TO TRUE.
           MOVE FICHREC-SOL-NIF                 TO TRASLADO-E-NIF.
           MOVE WK-ID-CTA                       TO TRASLADO-E-ID-CTA.
           MOVE WK-BIC-OTRA                     TO TRASLADO-E-BIC-OTRA.
           MOVE FICHREC-SOL-CTA-NUEVA           TO TRASLADO-E-CTA-OTRA.
           MOVE WK-REF-OTRA                     TO TRASLADO-E-REF-OTRA.
           MOVE FICHREC-SOL-FEC-AUTORIZA        TO
                TRASLADO-E-FEC-AUTORIZA.
           MOVE FICHREC-SOL-FEC-ACORDADA        TO
                TRASLADO-E-FEC-ACORDADA.
           MOVE FICHREC-SOL-CIERRE              TO TRASLADO-E-CIERRE.
           MOVE 'RECTRASL'                      TO TRASLADO-E-USUARIO.

           CALL "TRASLADO"                      USING AREA-TRASLADO.

           EVALUATE TRUE
           WHEN TRASLADO-STAT-OK
                ADD  1                          TO
                     WK-CONTADOR-SOLICITUDES
           WHEN TRASLADO-STAT-ERR-DATOS
                MOVE 'DATOS DE LA SOLICITUD ERRONEOS' TO WK-MOTIVO
           WHEN TRASLADO-STAT-ENC-NO
                MOVE 'CLIENTE INEXISTENTE'      TO WK-MOTIVO
           WHEN TRASLADO-STAT-ERR-TITULAR
                MOVE 'CLIENTE NO TITULAR O CUENTA NO DE ALTA'
                                                TO WK-MOTIVO
           WHEN TRASLADO-STAT-DUPLICADO
                MOVE 'LA CUENTA YA TIENE UN TRASLADO ABIERTO'
                                                TO WK-MOTIVO
           WHEN TRASLADO-STAT-ERR-SQL
                MOVE TRASLADO-SQLCODE           TO WK-SQLCODE
                MOVE 'APLICAR-SOLICITUD'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                MOVE TRASLADO-STAT              TO WK-STAT-SUBPROG
                STRING 'ALTA RECHAZADA, TRASLADO-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
           END-EVALUATE.

       FIN-APLICAR-SOLICITUD.
           EXIT.

      *    Respuesta de la entidad antigua a nuestra solicitud. Sin
      *    cierre de la cuenta antigua no habrá traspaso de saldo y
      *    el traslado queda completado con ella; con cierre, queda a
      *    la espera del saldo en la fecha que comunica.
       APLICAR-INFORMACION.
      *--------------------
           SET  CABECERA-RECHAZADA              TO TRUE.
           MOVE FICHREC-REF                     TO WK-CAB-REF.

           PERFORM LEER-TRASLADO                THRU FIN-LEER-TRASLADO.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-INFORMACION
           END-IF.

           EVALUATE TRUE
           WHEN NOT TRASLADO-ESTADO-SOLICITADO
                MOVE 'TRASLADO NO PENDIENTE DE RESPUESTA' TO WK-MOTIVO
           WHEN FICHREC-INF-SALDO IS NOT NUMERIC
                MOVE 'SALDO ERRONEO'            TO WK-MOTIVO
           WHEN FICHREC-INF-FEC-CIERRE IS NOT NUMERIC
                OR FICHREC-INF-FEC-CIERRE = ZERO
                MOVE 'FECHA DE CIERRE ERRONEA'  TO WK-MOTIVO
           END-EVALUATE.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-INFORMACION
           END-IF.

           MOVE FICHREC-INF-SALDO               TO TRASLADO-SALDO.
           MOVE FICHREC-INF-FEC-CIERRE          TO WK-FEC-CIERRE.

           IF   TRASLADO-CIERRE-SI
           THEN MOVE 'I'                        TO WK-NUEVO-ESTADO
           ELSE MOVE 'C'                        TO WK-NUEVO-ESTADO
           END-IF.

           EXEC SQL
                UPDATE banco.traslado_cuenta
                SET    estado_traslado          = :WK-NUEVO-ESTADO,
                       saldo_traslado           = :TRASLADO-SALDO,
                       fec_acordada_traslado    =
                              STR_TO_DATE(:WK-FEC-CIERRE, '%Y%m%d'),
                       fec_limite_paso_traslado =
                              STR_TO_DATE(:WK-FEC-CIERRE, '%Y%m%d'),
                       fec_fin_traslado         =
                              CASE WHEN :WK-NUEVO-ESTADO = 'C'
                                   THEN CURDATE()
                              END,
                       incidencia_traslado      = NULL
                WHERE  id_traslado              = :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-INFORMACION'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-INFORMACION
           END-IF.

      *    Los detalles se numeran detrás de los que ya tuviera.
           EXEC SQL
                SELECT COALESCE(MAX(num_item), 0)
                INTO   :TRASITEM-NUM
                FROM   banco.traslado_cuenta_item
                WHERE  id_traslado = :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-INFORMACION'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-INFORMACION
           END-IF.

           SET  CABECERA-ACEPTADA               TO TRUE.
           MOVE TRASLADO-ID                     TO WK-CAB-ID.
           MOVE TRASLADO-ID-CTA                 TO WK-CAB-ID-CTA.

       FIN-APLICAR-INFORMACION.
           EXIT.

      *    Mandato u orden de la cabecera anterior. Lo que no se puede
      *    dar de alta queda anotado como rechazado para que la
      *    oficina lo gestione con el cliente.
       APLICAR-DETALLE.
      *----------------
           EVALUATE TRUE
           WHEN CABECERA-NINGUNA
                OR FICHREC-REF NOT = WK-CAB-REF
                MOVE 'DETALLE SIN CABECERA'     TO WK-MOTIVO
                GO TO FIN-APLICAR-DETALLE
           WHEN CABECERA-RECHAZADA
                MOVE 'CABECERA RECHAZADA'       TO WK-MOTIVO
                GO TO FIN-APLICAR-DETALLE
           END-EVALUATE.

           SET  ITEM-SI                         TO TRUE.
           INITIALIZE                           REG-TRASITEM-NULL.
           ADD  1                               TO TRASITEM-NUM.
           MOVE WK-CAB-ID                       TO TRASITEM-ID-TRASLADO.
           MOVE ZERO                            TO TRASITEM-ID-CREADO.

           IF   FICHREC-TIPO-MAN
           THEN SET  TRASITEM-TIPO-MANDATO      TO TRUE
                MOVE FICHREC-MAN-REF            TO TRASITEM-REF
                MOVE FICHREC-MAN-ACREEDOR       TO TRASITEM-NOMBRE
                MOVE -1                         TO
                     TRASITEM-CTA-NULL TRASITEM-IMPORTE-NULL
                     TRASITEM-DIA-NULL
                PERFORM APLICAR-MANDATO         THRU
                        FIN-APLICAR-MANDATO
           ELSE SET  TRASITEM-TIPO-ORDEN        TO TRUE
                MOVE -1                         TO TRASITEM-REF-NULL
                MOVE FICHREC-ORD-NOMBRE         TO TRASITEM-NOMBRE
                MOVE FICHREC-ORD-CTA            TO TRASITEM-CTA
                IF   FICHREC-ORD-IMPORTE IS NUMERIC
                THEN MOVE FICHREC-ORD-IMPORTE   TO TRASITEM-IMPORTE
                ELSE MOVE -1                    TO
                          TRASITEM-IMPORTE-NULL
                END-IF
                IF   FICHREC-ORD-DIA IS NUMERIC
                THEN MOVE FICHREC-ORD-DIA       TO TRASITEM-DIA
                ELSE MOVE -1                    TO TRASITEM-DIA-NULL
                END-IF
                PERFORM APLICAR-ORDEN           THRU
                        FIN-APLICAR-ORDEN
           END-IF.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-DETALLE
           END-IF.

           SET  TRASITEM-ESTADO-CREADO          TO TRUE.
           MOVE 'DADO DE ALTA EN LA CUENTA NUEVA' TO TRASITEM-MOTIVO.

           PERFORM GRABAR-ITEM                  THRU FIN-GRABAR-ITEM.

       FIN-APLICAR-DETALLE.
           EXIT.

      *    Un mandato que la cuenta nueva ya tiene vivo no se duplica.
       APLICAR-MANDATO.
      *----------------
           MOVE FICHREC-MAN-REF                 TO WK-MAN-REF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-MANDATOS
                FROM   banco.mandato
                WHERE  id_medio_cta   = :WK-CAB-ID-CTA
                AND    ref_mandato    = :WK-MAN-REF
                AND    estado_mandato IN ('P', 'A')
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-MANDATO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-MANDATO
           END-IF.

           IF   WK-NUM-MANDATOS > ZERO
           THEN MOVE 'MANDATO YA VIVO EN LA CUENTA NUEVA' TO WK-MOTIVO
                GO TO FIN-APLICAR-MANDATO
           END-IF.

           INITIALIZE                           AREA-INSMAN-ENTRADA.
           MOVE WK-CAB-ID-CTA                   TO INSMAN-E-ID-CTA.
           MOVE FICHREC-MAN-REF                 TO INSMAN-E-REF-X.

           CALL "INSMAN"                        USING AREA-INSMAN.

           EVALUATE TRUE
           WHEN INSMAN-STAT-OK
                MOVE INSMAN-S-MAN-ID            TO TRASITEM-ID-CREADO
                ADD  1                          TO WK-CONTADOR-MANDATOS
           WHEN INSMAN-STAT-ERR-REF
                MOVE 'REFERENCIA DE MANDATO NO NUMERICA' TO WK-MOTIVO
           WHEN INSMAN-STAT-ERR-SQL
                MOVE INSMAN-S-SQLCODE           TO WK-SQLCODE
                MOVE 'APLICAR-MANDATO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           WHEN OTHER
                MOVE INSMAN-STAT                TO WK-STAT-SUBPROG
                STRING 'MANDATO RECHAZADO, INSMAN-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
           END-EVALUATE.

       FIN-APLICAR-MANDATO.
           EXIT.

      *    La orden se da de alta fija y activa con el beneficiario
      *    como concepto; su cuenta, que no es nuestra, queda sólo en
      *    el detalle del traslado.
       APLICAR-ORDEN.
      *--------------
           EVALUATE TRUE
           WHEN FICHREC-ORD-NOMBRE = SPACES
                MOVE 'BENEFICIARIO EN BLANCO'   TO WK-MOTIVO
           WHEN FICHREC-ORD-IMPORTE IS NOT NUMERIC
                OR FICHREC-ORD-IMPORTE = ZERO
                MOVE 'IMPORTE DE LA ORDEN ERRONEO' TO WK-MOTIVO
           WHEN FICHREC-ORD-DIA IS NOT NUMERIC
                OR FICHREC-ORD-DIA < 1
                OR FICHREC-ORD-DIA > 31
                MOVE 'DIA DE LA ORDEN ERRONEO'  TO WK-MOTIVO
           END-EVALUATE.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-ORDEN
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.orden_recurrente_id_orden_seq
                INTO   :WK-ORD-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-ORDEN'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-ORDEN
           END-IF.

           MOVE FICHREC-ORD-NOMBRE              TO WK-ORD-CONCEPTO.
           MOVE FICHREC-ORD-IMPORTE             TO WK-ORD-IMPORTE.
           MOVE FICHREC-ORD-DIA                 TO WK-ORD-DIA.

           EXEC SQL
                INSERT INTO banco.orden_recurrente(
                    id_orden,
                    id_medio_origen,
                    tipo_medio_origen,
                    id_medio_destino,
                    tipo_medio_destino,
                    concepto_orden,
                    importe_orden,
                    dia_mes_orden,
                    activa_orden,
                    clase_orden
                )
                VALUES(
                    :WK-ORD-ID,
                    :WK-CAB-ID-CTA,
                    'C',
                    NULL,
                    NULL,
                    :WK-ORD-CONCEPTO,
                    :WK-ORD-IMPORTE,
                    :WK-ORD-DIA,
                    'S',
                    'F'
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'APLICAR-ORDEN'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-ORDEN
           END-IF.

           MOVE WK-ORD-ID                       TO TRASITEM-ID-CREADO.
           ADD  1                               TO WK-CONTADOR-ORDENES.

       FIN-APLICAR-ORDEN.
           EXIT.

      *    Saldo traspasado por la entidad antigua al cerrar la cuenta:
      *    se abona en la cuenta nueva en su divisa (INSMOV la pasa a
      *    la de la cuenta) y el traslado queda completado.
       APLICAR-SALDO.
      *--------------
           PERFORM LEER-TRASLADO                THRU FIN-LEER-TRASLADO.

           IF   NOT STAT-OK
                OR WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-SALDO
           END-IF.

           EVALUATE TRUE
           WHEN NOT TRASLADO-ESTADO-INFORMADO
                MOVE 'TRASLADO NO PENDIENTE DEL SALDO' TO WK-MOTIVO
           WHEN FICHREC-SAL-IMPORTE IS NOT NUMERIC
                MOVE 'IMPORTE DEL SALDO ERRONEO' TO WK-MOTIVO
           WHEN FICHREC-SAL-DIVISA IS NOT ALPHABETIC
                OR FICHREC-SAL-DIVISA(3:1) = SPACE
                MOVE 'DIVISA ERRONEA'           TO WK-MOTIVO
           END-EVALUATE.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-SALDO
           END-IF.

           IF   FICHREC-SAL-IMPORTE > ZERO
           THEN PERFORM ABONAR-SALDO            THRU FIN-ABONAR-SALDO
           ELSE MOVE ZERO                       TO TRASLADO-SALDO
           END-IF.

           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-APLICAR-SALDO
           END-IF.

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
           THEN MOVE 'APLICAR-SALDO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-APLICAR-SALDO
           END-IF.

           ADD  1                               TO WK-CONTADOR-SALDOS.

       FIN-APLICAR-SALDO.
           EXIT.

      *    Un abono que INSMOV o ACTCTA no admiten rechaza el saldo;
      *    lo ya posteado se deshace al anotarlo.
       ABONAR-SALDO.
      *-------------
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8              FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE             INTO WK-MOV-FEC.

           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE TRASLADO-ID-CTA                 TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                      TO INSMOV-E-FEC.
           STRING 'SALDO TRASLADADO DE ' FICHREC-BIC-EMISOR
                  ' [' TRASLADO-ID ']'
                  DELIMITED BY SIZE             INTO INSMOV-E-CPT.
           MOVE 'TRF'                           TO INSMOV-E-COD-CPT.
           MOVE FICHREC-SAL-IMPORTE             TO INSMOV-E-IMPT.
           MOVE FICHREC-SAL-DIVISA              TO INSMOV-E-DIVISA.

           CALL "INSMOV"                        USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN MOVE INSMOV-STAT                TO WK-STAT-SUBPROG
                STRING 'ABONO RECHAZADO, INSMOV-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
                GO TO FIN-ABONAR-SALDO
           END-IF.

           MOVE INSMOV-S-IMPT-APLICADO          TO TRASLADO-SALDO.

           INITIALIZE                           AREA-ACTCTA-ENTRADA.
           MOVE TRASLADO-ID-CTA                 TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO          TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                        USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN MOVE ACTCTA-STAT                TO WK-STAT-SUBPROG
                STRING 'SALDO NO APLICADO, ACTCTA-STAT ['
                       WK-STAT-SUBPROG ']'
                       DELIMITED BY SIZE        INTO WK-MOTIVO
           END-IF.

       FIN-ABONAR-SALDO.
           EXIT.

      *    Traslado nuestro al que se refiere la respuesta o el saldo:
      *    tiene que ser entrante y de la entidad que lo manda.
       LEER-TRASLADO.
      *--------------
           MOVE FICHREC-REF                     TO TRASLADO-ID.

           EXEC SQL
                SELECT sentido_traslado, id_medio_cta,
                       bic_otra_traslado, cierre_traslado,
                       estado_traslado
                INTO   :TRASLADO-SENTIDO, :TRASLADO-ID-CTA,
                       :TRASLADO-BIC-OTRA, :TRASLADO-CIERRE,
                       :TRASLADO-ESTADO
                FROM   banco.traslado_cuenta
                WHERE  id_traslado = :TRASLADO-ID
                FOR UPDATE
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'TRASLADO INEXISTENTE'     TO WK-MOTIVO
                GO TO FIN-LEER-TRASLADO
           WHEN OTHER
                MOVE 'LEER-TRASLADO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-LEER-TRASLADO
           END-EVALUATE.

           EVALUATE TRUE
           WHEN NOT TRASLADO-ENTRANTE
                MOVE 'TRASLADO NO ENTRANTE'     TO WK-MOTIVO
           WHEN TRASLADO-BIC-OTRA NOT = FICHREC-BIC-EMISOR
                MOVE 'TRASLADO DE OTRA ENTIDAD' TO WK-MOTIVO
           WHEN OTHER
                MOVE TRASLADO-ID                TO WK-INC-ID
           END-EVALUATE.

       FIN-LEER-TRASLADO.
           EXIT.

      *    Con lo anterior ya deshecho: el detalle rechazado queda en
      *    el traslado con su motivo y la cabecera o el saldo
      *    rechazados, como su incidencia.
       ANOTAR-RECHAZO.
      *---------------
           IF   ITEM-SI
           THEN SET  TRASITEM-ESTADO-RECHAZADO  TO TRUE
                MOVE ZERO                       TO TRASITEM-ID-CREADO
                MOVE -1                         TO
                     TRASITEM-ID-CREADO-NULL
                MOVE WK-MOTIVO                  TO TRASITEM-MOTIVO
                PERFORM GRABAR-ITEM             THRU FIN-GRABAR-ITEM
                GO TO FIN-ANOTAR-RECHAZO
           END-IF.

           IF   WK-INC-ID = ZERO
           THEN GO TO FIN-ANOTAR-RECHAZO
           END-IF.

           MOVE WK-MOTIVO                       TO WK-INCIDENCIA.

           EXEC SQL
                UPDATE banco.traslado_cuenta
                SET    incidencia_traslado = :WK-INCIDENCIA
                WHERE  id_traslado         = :WK-INC-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ANOTAR-RECHAZO'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-ANOTAR-RECHAZO.
           EXIT.

       GRABAR-ITEM.
      *------------
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
                    :TRASITEM-ID-CREADO  :TRASITEM-ID-CREADO-NULL,
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

       ESCRIBIR-RESULTADO.
      *-------------------
           MOVE SPACES                          TO REG-FICHRES.

           IF   WK-MOTIVO = SPACES
           THEN STRING FICHREC-TIPO ' REF [' FICHREC-REF-X
                       '] EMISOR [' FICHREC-BIC-EMISOR
                       '] APLICADO'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           ELSE STRING FICHREC-TIPO ' REF [' FICHREC-REF-X
                       '] EMISOR [' FICHREC-BIC-EMISOR
                       '] RECHAZADO: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-IF.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-RESULTADO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHRES.
           STRING 'LEIDOS [' WK-CONTADOR-LEIDOS
                  '] APLICADOS [' WK-CONTADOR-APLICADOS
                  '] RECHAZADOS [' WK-CONTADOR-RECHAZADOS
                  '] YA TRATADOS [' WK-CONTADOR-DUPLICADOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           WRITE REG-FICHRES.

           MOVE SPACES                          TO REG-FICHRES.
           STRING 'SOLICITUDES [' WK-CONTADOR-SOLICITUDES
                  '] MANDATOS [' WK-CONTADOR-MANDATOS
                  '] ORDENES [' WK-CONTADOR-ORDENES
                  '] SALDOS [' WK-CONTADOR-SALDOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-TOTALES.
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
      *    propia fila y no debe arrastrar con ella lo aplicado.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** RECTRASL ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'RECTRASL'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'TRASLADOS DE CUENTA RECIBIDOS'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHREC-NOMBRE ']'.
           DISPLAY 'FICHERO RESULTADOS   [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'REGISTROS LEIDOS     [' WK-CONTADOR-LEIDOS ']'.
           DISPLAY 'APLICADOS            [' WK-CONTADOR-APLICADOS ']'.
           DISPLAY 'RECHAZADOS           [' WK-CONTADOR-RECHAZADOS
                   ']'.
           DISPLAY 'YA TRATADOS          [' WK-CONTADOR-DUPLICADOS
                   ']'.
           DISPLAY 'SOLICITUDES ALTA     [' WK-CONTADOR-SOLICITUDES
                   ']'.
           DISPLAY 'MANDATOS CREADOS     [' WK-CONTADOR-MANDATOS ']'.
           DISPLAY 'ORDENES CREADAS      [' WK-CONTADOR-ORDENES ']'.
           DISPLAY 'SALDOS ABONADOS      [' WK-CONTADOR-SALDOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
