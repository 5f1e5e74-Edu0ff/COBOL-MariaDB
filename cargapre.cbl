       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CARGAPRE.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Carga masiva de saldo en tarjetas prepago desde el fichero de
      * una empresa o entidad cliente (gastos de empresa, ayudas
      * sociales).
      *   - La cabecera trae el NIF de la empresa, la cuenta suya de
      *     la que sale el dinero y la referencia del lote. Un lote
      *     que ya se cargó, o que se quedó a medias, no se vuelve a
      *     cargar: se rechaza entero para que se revise a mano.
      *   - Cada carga la hace PREPAGO (origen lote), que comprueba
      *     que la tarjeta es de la empresa, que la cuenta es suya y
      *     los límites de la tarjeta, y confirma cada una por
      *     separado.
      *   - Un registro final de control que no cuadre con lo leído
      *     sólo se avisa en el resultado.

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
      *    Fichero de la empresa. Por omisión se toma
      *    carga-prepago.dat; para otro fichero se usa la variable de
      *    entorno CARGAPRE_FICHERO.
           SELECT FICHCAR ASSIGN TO WK-FICHCAR-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHCAR.

      *    Cargas hechas y registros no cargados, con su motivo, y
      *    totales. Su nombre lleva la fecha de la ejecución.
           SELECT FICHRES ASSIGN TO WK-FICHRES-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHRES.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por línea, en posiciones fijas: una cabecera con
      * la empresa y el lote, las cargas y un registro final de
      * control.
       FD FICHCAR RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCAR.
           05  FICHCAR-TIPO                  PIC X(03).
               88  FICHCAR-TIPO-CAB          VALUE 'CAB'.
               88  FICHCAR-TIPO-CAR          VALUE 'CAR'.
               88  FICHCAR-TIPO-FIN          VALUE 'FIN'.
           05  FICHCAR-DATOS                 PIC X(147).
      *    Cabecera: NIF de la empresa, cuenta de cargo, referencia
      *    del lote y su fecha.
           05  FICHCAR-CAB                   REDEFINES FICHCAR-DATOS.
               10  FICHCAR-CAB-NIF           PIC X(09).
               10  FICHCAR-CAB-ID-CTA        PIC 9(10).
               10  FICHCAR-CAB-REF           PIC X(20).
               10  FICHCAR-CAB-FEC           PIC X(08).
               10  FILLER                    PIC X(100).
      *    Carga: tarjeta, importe con dos decimales implícitos y
      *    referencia del empleado o beneficiario en la empresa.
           05  FICHCAR-CAR                   REDEFINES FICHCAR-DATOS.
               10  FICHCAR-CAR-ID-TAR        PIC 9(10).
               10  FICHCAR-CAR-IMPORTE       PIC 9(08)V99.
               10  FICHCAR-CAR-REF           PIC X(20).
               10  FILLER                    PIC X(107).
      *    Control: número de cargas y suma de sus importes.
           05  FICHCAR-FIN                   REDEFINES FICHCAR-DATOS.
               10  FICHCAR-FIN-REGISTROS     PIC 9(06).
               10  FICHCAR-FIN-IMPORTE       PIC 9(11)V99.
               10  FILLER                    PIC X(128).

       FD FICHRES RECORD CONTAINS 150 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRES                      PIC X(150).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE prepago          END-EXEC.

       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

       01  WK-NIF                            PIC X(09).
       01  WK-NUM-LOTES                      PIC 9(06).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'prepago.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.

       01  SW-FIN-FICHCAR                    PIC 9(01) VALUE 0.
           88  FIN-FICHCAR-NO                VALUE 0.
           88  FIN-FICHCAR-SI                VALUE 1.

      * Registro final de control leído.
       01  SW-CONTROL                        PIC 9(01) VALUE 0.
           88  CONTROL-NO                    VALUE 0.
           88  CONTROL-SI                    VALUE 1.

      * Lote de la cabecera dado de alta en esta ejecución; sólo
      * entonces se cargan sus registros y se cierra al final.
       01  SW-LOTE                           PIC 9(01) VALUE 0.
           88  LOTE-NO                       VALUE 0.
           88  LOTE-SI                       VALUE 1.

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHCAR-NOMBRE                 PIC X(40) VALUE
                                             'carga-prepago.dat'.
       01  WK-FICHCAR-NOMBRE-ENV             PIC X(40).
       01  FS-FICHCAR                        PIC X(02).
       01  WK-FICHRES-NOMBRE                 PIC X(40).
       01  FS-FICHRES                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Motivo por el que no se carga un registro; en blanco, se
      * carga. El de la cabecera vale para todo el fichero.
       01  WK-MOTIVO                         PIC X(40).
       01  WK-MOTIVO-LOTE                    PIC X(40) VALUE SPACES.

      * Totales de control del fichero y suma de lo leído.
       01  WK-CONTROL-REGISTROS              PIC 9(06) VALUE 0.
       01  WK-CONTROL-IMPORTE                PIC 9(11)V99 VALUE 0.
       01  WK-SUMA-IMPORTE                   PIC 9(11)V99 VALUE 0.

      * Importes editados para el fichero de resultados.
       01  WK-IMPORTE-EDIT                   PIC -ZZ.ZZZ.ZZ9,99.
       01  WK-IMPORTE-2-EDIT                 PIC -ZZ.ZZZ.ZZ9,99.

      * Registros leídos, cargas hechas y rechazadas, y total
      * cargado.
       01  WK-CONTADOR-LEIDOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CARGAS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADOS            PIC 9(06) VALUE 0.
       01  WK-TOTAL-CARGADO                  PIC 9(11)V99 VALUE 0.

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
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
                PERFORM TRATAR-REGISTRO         THRU
                        FIN-TRATAR-REGISTRO
                UNTIL   FIN-FICHCAR-SI
                OR      NOT STAT-OK
                IF   STAT-OK
                THEN PERFORM COMPROBAR-CONTROL  THRU
                             FIN-COMPROBAR-CONTROL
                END-IF
                IF   STAT-OK
                     AND LOTE-SI
                THEN PERFORM CERRAR-LOTE        THRU
                             FIN-CERRAR-LOTE
                END-IF
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
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
           STRING 'carga-prepago-resultado-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRES-NOMBRE.

           MOVE SPACES                         TO WK-FICHCAR-NOMBRE-ENV.
           ACCEPT WK-FICHCAR-NOMBRE-ENV         FROM ENVIRONMENT
                                                'CARGAPRE_FICHERO'.
           IF   WK-FICHCAR-NOMBRE-ENV NOT = SPACES
           THEN MOVE WK-FICHCAR-NOMBRE-ENV      TO WK-FICHCAR-NOMBRE
           END-IF.

           INITIALIZE                           REG-LOTEPRE.
           MOVE SPACES                          TO WK-NIF.

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
                DISPLAY '*** FATAL *** CARGAPRE CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'CARGAPRE'                  TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'               TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      *    Da de alta la fila de control del lote en banco.batch_log
      *    y se queda con su identificador para poder cerrarla al
      *    terminar; queda también anotado en el lote de la empresa.
       REGISTRAR-INICIO-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-INICIAR            TO TRUE.
           MOVE 'CARGAPRE'                      TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de cargas hechas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-CARGAS              TO
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

      *    Da de alta en el catálogo de informes el resultado, como
      *    confidencial: lleva tarjetas e importes de clientes.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CARGAPRE'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CARGAPRE REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRES-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN INPUT FICHCAR.

           IF   FS-FICHCAR NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CARGAPRE ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHCAR-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHCAR ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHRES.

           IF   FS-FICHRES NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** CARGAPRE ABRIR-FICHEROS: ERR'
                DISPLAY 'FICHERO [' WK-FICHRES-NOMBRE ']'
                DISPLAY 'FILE STATUS [' FS-FICHRES ']'
                CLOSE FICHCAR
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHCAR
                 FICHRES.

       FIN-CERRAR-FICHEROS.
           EXIT.

       LEER-REGISTRO.
      *--------------
           READ FICHCAR
                AT END SET FIN-FICHCAR-SI       TO TRUE
           END-READ.

       FIN-LEER-REGISTRO.
           EXIT.

       TRATAR-REGISTRO.
      *----------------
           EVALUATE TRUE
           WHEN FICHCAR-TIPO-CAB
                PERFORM LEER-CABECERA           THRU
                        FIN-LEER-CABECERA
           WHEN FICHCAR-TIPO-FIN
                SET  CONTROL-SI                 TO TRUE
                IF   FICHCAR-FIN-REGISTROS IS NUMERIC
                     AND FICHCAR-FIN-IMPORTE IS NUMERIC
                THEN MOVE FICHCAR-FIN-REGISTROS TO
                          WK-CONTROL-REGISTROS
                     MOVE FICHCAR-FIN-IMPORTE   TO WK-CONTROL-IMPORTE
                END-IF
           WHEN OTHER
                PERFORM CARGAR-REGISTRO         THRU
                        FIN-CARGAR-REGISTRO
           END-EVALUATE.

           IF   STAT-OK
           THEN PERFORM LEER-REGISTRO           THRU FIN-LEER-REGISTRO
           END-IF.

       FIN-TRATAR-REGISTRO.
           EXIT.

      *    La empresa de la cabecera por su NIF y el alta del lote. Si
      *    la empresa no existe, la cabecera viene incompleta o el
      *    lote ya se presentó, todo lo que venga detrás se rechaza
      *    con ese motivo. Un lote que quedó en proceso tampoco se
      *    repite: hay que ver antes qué cargas llegaron a hacerse.
       LEER-CABECERA.
      *--------------
           IF   LOTE-SI
                OR WK-MOTIVO-LOTE NOT = SPACES
           THEN MOVE 'CABECERA REPETIDA EN EL FICHERO'
                                                TO WK-MOTIVO-LOTE
                GO TO FIN-LEER-CABECERA
           END-IF.

           IF   FICHCAR-CAB-NIF = SPACES
                OR FICHCAR-CAB-ID-CTA IS NOT NUMERIC
                OR FICHCAR-CAB-ID-CTA = ZERO
                OR FICHCAR-CAB-REF = SPACES
           THEN MOVE 'CABECERA INCOMPLETA'      TO WK-MOTIVO-LOTE
                GO TO FIN-LEER-CABECERA
           END-IF.

           MOVE FICHCAR-CAB-NIF                 TO WK-NIF.
           MOVE FICHCAR-CAB-REF                 TO LOTEPRE-REF.
           MOVE FICHCAR-CAB-ID-CTA              TO LOTEPRE-ID-CTA.
           MOVE FICHCAR-CAB-FEC                 TO LOTEPRE-FEC-LOTE.
           MOVE WK-BATLOG-ID-EJEC               TO LOTEPRE-ID-EJEC.

           EXEC SQL
                SELECT id_cliente
                INTO   :LOTEPRE-ID-EMPRESA
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'EMPRESA DESCONOCIDA'      TO WK-MOTIVO-LOTE
                GO TO FIN-LEER-CABECERA
           WHEN OTHER
                MOVE 'LEER-CABECERA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-LEER-CABECERA
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-LOTES
                FROM   banco.carga_prepago_lote
                WHERE  id_cliente_empresa = :LOTEPRE-ID-EMPRESA
                AND    ref_lote           = :LOTEPRE-REF
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'LEER-CABECERA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-LEER-CABECERA
           END-IF.

           IF   WK-NUM-LOTES > 0
           THEN MOVE 'LOTE YA PRESENTADO'       TO WK-MOTIVO-LOTE
                GO TO FIN-LEER-CABECERA
           END-IF.

           PERFORM GRABAR-LOTE                  THRU FIN-GRABAR-LOTE.

       FIN-LEER-CABECERA.
           EXIT.

      *    El lote queda dado de alta, en proceso, antes de la primera
      *    carga; así un segundo envío del mismo fichero se rechaza
      *    aunque esta ejecución no llegue al final.
       GRABAR-LOTE.
      *------------
           SET  LOTEPRE-ESTADO-PROCESO          TO TRUE.

           EXEC SQL
                INSERT INTO banco.carga_prepago_lote
                       (id_cliente_empresa,
                        ref_lote,
                        id_medio_cta,
                        fec_lote,
                        estado_lote,
                        num_cargas,
                        importe_lote,
                        num_rechazos,
                        fec_carga,
                        id_ejec)
                VALUES (:LOTEPRE-ID-EMPRESA,
                        :LOTEPRE-REF,
                        :LOTEPRE-ID-CTA,
                        STR_TO_DATE(:LOTEPRE-FEC-LOTE, '%Y%m%d'),
                        :LOTEPRE-ESTADO,
                        0,
                        0,
                        0,
                        now(),
                        :LOTEPRE-ID-EJEC)
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'GRABAR-LOTE'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-GRABAR-LOTE
           END-IF.

           PERFORM HACER-COMMIT                 THRU FIN-HACER-COMMIT.

           IF   STAT-OK
           THEN SET  LOTE-SI                    TO TRUE
           ELSE PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

       FIN-GRABAR-LOTE.
           EXIT.

      *    Una carga: se valida el registro y PREPAGO la aplica y la
      *    confirma. Si no se puede cargar sale con su motivo en el
      *    resultado.
       CARGAR-REGISTRO.
      *----------------
           ADD  1                               TO WK-CONTADOR-LEIDOS.
           MOVE SPACES                          TO WK-MOTIVO.

           IF   FICHCAR-TIPO-CAR
                AND FICHCAR-CAR-IMPORTE IS NUMERIC
           THEN ADD  FICHCAR-CAR-IMPORTE        TO WK-SUMA-IMPORTE
           END-IF.

           EVALUATE TRUE
           WHEN NOT FICHCAR-TIPO-CAR
                MOVE 'TIPO DE REGISTRO DESCONOCIDO' TO WK-MOTIVO
           WHEN WK-MOTIVO-LOTE NOT = SPACES
                MOVE WK-MOTIVO-LOTE             TO WK-MOTIVO
           WHEN LOTE-NO
                MOVE 'FICHERO SIN CABECERA'     TO WK-MOTIVO
           WHEN FICHCAR-CAR-ID-TAR IS NOT NUMERIC
                OR FICHCAR-CAR-ID-TAR = ZERO
                MOVE 'TARJETA NO VALIDA'        TO WK-MOTIVO
           WHEN FICHCAR-CAR-IMPORTE IS NOT NUMERIC
                OR FICHCAR-CAR-IMPORTE = ZERO
                MOVE 'IMPORTE NO VALIDO'        TO WK-MOTIVO
           WHEN OTHER
                PERFORM CARGAR-TARJETA          THRU
                        FIN-CARGAR-TARJETA
           END-EVALUATE.

           IF   NOT STAT-OK
           THEN GO TO FIN-CARGAR-REGISTRO
           END-IF.

           IF   WK-MOTIVO = SPACES
           THEN ADD  1                          TO WK-CONTADOR-CARGAS
                ADD  PREPAGO-S-IMPORTE          TO WK-TOTAL-CARGADO
                PERFORM ESCRIBIR-CARGA          THRU
                        FIN-ESCRIBIR-CARGA
           ELSE ADD  1                          TO
                     WK-CONTADOR-RECHAZADOS
                PERFORM ESCRIBIR-RECHAZO        THRU
                        FIN-ESCRIBIR-RECHAZO
           END-IF.

       FIN-CARGAR-REGISTRO.
           EXIT.

       CARGAR-TARJETA.
      *---------------
           INITIALIZE                           AREA-PREPAGO-ENTRADA.
           SET  PREPAGO-E-ACC-CARGAR            TO TRUE.
           SET  PREPAGO-E-ORIGEN-LOTE           TO TRUE.
           MOVE FICHCAR-CAR-ID-TAR              TO PREPAGO-E-ID-TAR.
           MOVE FICHCAR-CAR-IMPORTE             TO PREPAGO-E-IMPORTE.
           MOVE LOTEPRE-ID-EMPRESA              TO PREPAGO-E-ID-EMPRESA.
           MOVE LOTEPRE-ID-CTA                  TO PREPAGO-E-ID-CTA.
           MOVE 'CARGAPRE'                      TO PREPAGO-E-USUARIO.

           CALL "PREPAGO"                       USING AREA-PREPAGO.

           EVALUATE TRUE
           WHEN PREPAGO-STAT-OK
                CONTINUE
           WHEN PREPAGO-STAT-ENC-NO
                MOVE 'TARJETA NO EXISTE O NO ES PREPAGO'
                                                TO WK-MOTIVO
           WHEN PREPAGO-STAT-ERR-ESTADO
                MOVE 'TARJETA O CUENTA NO OPERATIVA' TO WK-MOTIVO
           WHEN PREPAGO-STAT-ERR-EMPRESA
                MOVE 'TARJETA O CUENTA DE OTRA EMPRESA'
                                                TO WK-MOTIVO
           WHEN PREPAGO-STAT-ERR-LIMITE
                MOVE 'SUPERA EL LIMITE DE LA TARJETA' TO WK-MOTIVO
           WHEN PREPAGO-STAT-ERR-POSTEO
                MOVE 'CARGO RECHAZADO EN LA CUENTA' TO WK-MOTIVO
           WHEN PREPAGO-STAT-ERR-SQL
                MOVE PREPAGO-SQLCODE            TO WK-SQLCODE
                MOVE 'CARGAR-TARJETA'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           WHEN OTHER
                MOVE 'DATOS DE LA CARGA NO VALIDOS' TO WK-MOTIVO
           END-EVALUATE.

       FIN-CARGAR-TARJETA.
           EXIT.

      *    Cerrado el fichero, el lote queda cargado con lo que se
      *    hizo y lo que se rechazó.
       CERRAR-LOTE.
      *------------
           SET  LOTEPRE-ESTADO-CARGADO          TO TRUE.
           MOVE WK-CONTADOR-CARGAS              TO LOTEPRE-NUM-CARGAS.
           MOVE WK-TOTAL-CARGADO                TO LOTEPRE-IMPORTE.
           MOVE WK-CONTADOR-RECHAZADOS          TO LOTEPRE-NUM-RECHAZOS.

           EXEC SQL
                UPDATE banco.carga_prepago_lote
                SET    estado_lote        = :LOTEPRE-ESTADO,
                       num_cargas         = :LOTEPRE-NUM-CARGAS,
                       importe_lote       = :LOTEPRE-IMPORTE,
                       num_rechazos       = :LOTEPRE-NUM-RECHAZOS
                WHERE  id_cliente_empresa = :LOTEPRE-ID-EMPRESA
                AND    ref_lote           = :LOTEPRE-REF
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CERRAR-LOTE'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                PERFORM HACER-ROLLBACK          THRU FIN-HACER-ROLLBACK
                PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
                GO TO FIN-CERRAR-LOTE
           END-IF.

           PERFORM HACER-COMMIT                 THRU FIN-HACER-COMMIT.

           IF   NOT STAT-OK
           THEN PERFORM REGISTRAR-ERROR         THRU
                        FIN-REGISTRAR-ERROR
           END-IF.

       FIN-CERRAR-LOTE.
           EXIT.

       COMPROBAR-CONTROL.
      *------------------
           MOVE SPACES                          TO REG-FICHRES.

           EVALUATE TRUE
           WHEN CONTROL-NO
                DISPLAY '*** AVISO *** CARGAPRE: FICHERO SIN REGISTRO'
                        ' DE CONTROL'
                MOVE 'AVISO: FICHERO SIN REGISTRO DE CONTROL'
                                                TO REG-FICHRES
           WHEN WK-CONTROL-REGISTROS NOT = WK-CONTADOR-LEIDOS
                OR WK-CONTROL-IMPORTE NOT = WK-SUMA-IMPORTE
                DISPLAY '*** AVISO *** CARGAPRE: EL REGISTRO DE '
                        'CONTROL NO CUADRA CON LO LEIDO'
                MOVE WK-CONTROL-IMPORTE         TO WK-IMPORTE-EDIT
                MOVE WK-SUMA-IMPORTE            TO WK-IMPORTE-2-EDIT
                STRING 'AVISO: DESCUADRE DE CONTROL. REGISTROS ['
                       WK-CONTROL-REGISTROS '] LEIDOS ['
                       WK-CONTADOR-LEIDOS '] IMPORTE ['
                       WK-IMPORTE-EDIT '] LEIDO ['
                       WK-IMPORTE-2-EDIT ']'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-EVALUATE.

           IF   REG-FICHRES NOT = SPACES
           THEN WRITE REG-FICHRES
           END-IF.

       FIN-COMPROBAR-CONTROL.
           EXIT.

       ESCRIBIR-RECHAZO.
      *-----------------
           MOVE SPACES                          TO REG-FICHRES.

           IF   FICHCAR-TIPO-CAR
           THEN STRING FICHCAR-TIPO ' TARJETA [' FICHCAR-CAR-ID-TAR
                       '] REF [' FICHCAR-CAR-REF
                       '] RECHAZADO: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           ELSE STRING FICHCAR-TIPO ' RECHAZADO: ' WK-MOTIVO
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-IF.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-RECHAZO.
           EXIT.

       ESCRIBIR-CARGA.
      *---------------
           MOVE SPACES                          TO REG-FICHRES.
           MOVE PREPAGO-S-IMPORTE               TO WK-IMPORTE-EDIT.
           MOVE PREPAGO-S-SALDO                 TO WK-IMPORTE-2-EDIT.

           STRING 'CAR TARJETA [' FICHCAR-CAR-ID-TAR
                  '] REF [' FICHCAR-CAR-REF
                  '] IMPORTE [' WK-IMPORTE-EDIT
                  '] SALDO [' WK-IMPORTE-2-EDIT
                  '] MOV [' PREPAGO-S-REF ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           WRITE REG-FICHRES.

       FIN-ESCRIBIR-CARGA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHRES.
           STRING 'FICHERO [' LOTEPRE-FEC-LOTE '] EMPRESA ['
                  WK-NIF '] LOTE [' LOTEPRE-REF
                  '] LEIDOS [' WK-CONTADOR-LEIDOS
                  '] CARGAS [' WK-CONTADOR-CARGAS
                  '] RECHAZADOS [' WK-CONTADOR-RECHAZADOS ']'
                  DELIMITED BY SIZE             INTO REG-FICHRES.

           IF   LOTE-NO
           THEN MOVE SPACES                     TO REG-FICHRES
                STRING 'FICHERO NO CARGADO: ' WK-MOTIVO-LOTE
                       ' LEIDOS [' WK-CONTADOR-LEIDOS
                       '] RECHAZADOS [' WK-CONTADOR-RECHAZADOS ']'
                       DELIMITED BY SIZE        INTO REG-FICHRES
           END-IF.

           WRITE REG-FICHRES.

           MOVE SPACES                          TO REG-FICHRES.
           MOVE WK-TOTAL-CARGADO                TO WK-IMPORTE-EDIT.
           STRING 'TOTAL CARGADO [' WK-IMPORTE-EDIT ']'
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
           DISPLAY '*** FATAL *** CARGAPRE ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' WK-SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-ERROR-SQL.
           EXIT.

       REGISTRAR-ERROR.
      *----------------
           MOVE 'CARGAPRE'                      TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-REGISTRAR-ERROR.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CARGA MASIVA DE TARJETAS PREPAGO'.
           DISPLAY 'LOTE BATCH-LOG       [' WK-BATLOG-ID-EJEC ']'.
           DISPLAY 'FICHERO DE ENTRADA   [' WK-FICHCAR-NOMBRE ']'.
           DISPLAY 'FICHERO RESULTADOS   [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'EMPRESA              [' WK-NIF ']'.
           DISPLAY 'LOTE                 [' LOTEPRE-REF ']'.
           DISPLAY 'REGISTROS LEIDOS     [' WK-CONTADOR-LEIDOS ']'.
           DISPLAY 'CARGAS HECHAS        [' WK-CONTADOR-CARGAS ']'.
           DISPLAY 'RECHAZADOS           [' WK-CONTADOR-RECHAZADOS
                   ']'.
           DISPLAY 'TOTAL CARGADO        [' WK-TOTAL-CARGADO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
