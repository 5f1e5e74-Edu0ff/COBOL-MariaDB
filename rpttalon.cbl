       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTTALON.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Cheques sin usar de talonarios de cuentas canceladas. Para
      * cada talonario pedido o entregado (no anulado) de una cuenta
      * de baja se listan los tramos de números que no están en el
      * registro de cheques pagados, para que la oficina los anule:
      * el talonario se anula en TALONARIO y, si el cliente no lo ha
      * devuelto, se cursa la orden de no pago (STOPCHEQ). Un
      * talonario anulado deja de salir en el listado.

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
      *    Fichero de salida: una línea por tramo de cheques sin usar
      *    y una de totales. Su nombre lleva la fecha de la ejecución.
           SELECT FICHTAL  ASSIGN TO WK-FICHTAL-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHTAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHTAL  RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHTAL                      PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Talonario del cursor.
       01  WK-TAL-ID                         PIC 9(10).
       01  WK-TAL-NUM-CUENTA                 PIC X(20).
       01  WK-TAL-DESDE                      PIC 9(10).
       01  WK-TAL-HASTA                      PIC 9(10).
       01  WK-TAL-ESTADO                     PIC X(01).
       01  WK-TAL-OFICINA                    PIC X(04).

      * Número que se comprueba y si está pagado.
       01  WK-NUM-CHEQUE                     PIC 9(10).
       01  WK-PAGADOS                        PIC S9(04) COMP-5.

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

      * Tramo de números sin usar que se está acumulando.
       01  SW-TRAMO                          PIC 9(01) VALUE 0.
           88  TRAMO-CERRADO                 VALUE 0.
           88  TRAMO-ABIERTO                 VALUE 1.
       01  WK-TRAMO-DESDE                    PIC 9(10).
       01  WK-TRAMO-HASTA                    PIC 9(10).
       01  WK-TRAMO-CHEQUES                  PIC 9(06).

       01  WK-DESC-ESTADO                    PIC X(12).

       01  WK-FECHA-ACTUAL                   PIC 9(06).

       01  WK-FICHTAL-NOMBRE                 PIC X(30).
       01  FS-FICHTAL                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Talonarios con cheques sin usar y cheques a anular.
       01  WK-CONTADOR-TALONARIOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CHEQUES               PIC 9(08) VALUE 0.
       01  WK-CHEQUES-TALONARIO              PIC 9(06) VALUE 0.

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
           THEN PERFORM LISTAR-TALONARIOS       THRU
                        FIN-LISTAR-TALONARIOS
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
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
           ACCEPT WK-FECHA-ACTUAL               FROM DATE.
           STRING 'talonarios-anular-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHTAL-NOMBRE.

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
                DISPLAY '*** FATAL *** RPTTALON CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'RPTTALON'                  TO LOGERR-E-PROGRAMA
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
           MOVE 'RPTTALON'                      TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de talonarios listados y el estado
      *    final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-TALONARIOS          TO
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
           MOVE 'RPTTALON'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHTAL-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTTALON REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHTAL-NOMBRE ']'
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
           OPEN OUTPUT FICHTAL.

           IF   FS-FICHTAL NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** RPTTALON ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHTAL ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHTAL.

       FIN-CERRAR-FICHERO.
           EXIT.

       LISTAR-TALONARIOS.
      *------------------
           EXEC SQL
                DECLARE CUR-TAL CURSOR FOR
                SELECT T.id_talonario, C.num_cuenta,
                       T.cheque_desde, T.cheque_hasta,
                       T.estado_talonario, T.oficina_talonario
                FROM   banco.talonario T
                JOIN   banco.cuenta C
                ON     C.id_medio = T.id_medio_cta
                WHERE  C.estado_cuenta     = 'B'
                AND    T.estado_talonario IN ('P', 'E')
                ORDER BY T.oficina_talonario, T.id_talonario
           END-EXEC.

           EXEC SQL OPEN CUR-TAL END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTTALON OPEN CUR-TAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTALON'                   TO LOGERR-E-PROGRAMA
                MOVE 'LISTAR-TALONARIOS'          TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LISTAR-TALONARIOS
           END-IF.

           PERFORM LEER-TALONARIO                THRU
                   FIN-LEER-TALONARIO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-TAL END-EXEC.

       FIN-LISTAR-TALONARIOS.
           EXIT.

       LEER-TALONARIO.
      *---------------
           EXEC SQL
                FETCH CUR-TAL
                INTO  :WK-TAL-ID, :WK-TAL-NUM-CUENTA,
                      :WK-TAL-DESDE, :WK-TAL-HASTA,
                      :WK-TAL-ESTADO, :WK-TAL-OFICINA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-LEER-TALONARIO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTTALON FETCH CUR-TAL: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTALON'                   TO LOGERR-E-PROGRAMA
                MOVE 'LEER-TALONARIO'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-LEER-TALONARIO
           END-EVALUATE.

           IF   WK-TAL-ESTADO = 'P'
           THEN MOVE 'SIN ENTREGAR'               TO WK-DESC-ESTADO
           ELSE MOVE 'ENTREGADO'                  TO WK-DESC-ESTADO
           END-IF.

      *    Se recorren los números del talonario juntando en tramos
      *    los consecutivos sin pagar.
           SET  TRAMO-CERRADO                     TO TRUE.
           MOVE ZERO                              TO
                WK-CHEQUES-TALONARIO.
           MOVE WK-TAL-DESDE                      TO WK-NUM-CHEQUE.

           PERFORM COMPROBAR-CHEQUE               THRU
                   FIN-COMPROBAR-CHEQUE
           UNTIL  WK-NUM-CHEQUE > WK-TAL-HASTA
           OR     NOT STAT-OK.

           IF   TRAMO-ABIERTO
           THEN PERFORM ESCRIBIR-TRAMO            THRU
                        FIN-ESCRIBIR-TRAMO
           END-IF.

           IF   WK-CHEQUES-TALONARIO > 0
           THEN ADD  1                            TO
                     WK-CONTADOR-TALONARIOS
                ADD  WK-CHEQUES-TALONARIO         TO
                     WK-CONTADOR-CHEQUES
           END-IF.

       FIN-LEER-TALONARIO.
           EXIT.

       COMPROBAR-CHEQUE.
      *-----------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-PAGADOS
                FROM   banco.cheque_pagado
                WHERE  id_talonario = :WK-TAL-ID
                AND    num_cheque   = :WK-NUM-CHEQUE
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTTALON COMPROBAR-CHEQUE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTTALON'                   TO LOGERR-E-PROGRAMA
                MOVE 'COMPROBAR-CHEQUE'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-COMPROBAR-CHEQUE
           END-IF.

           EVALUATE TRUE
           WHEN WK-PAGADOS = 0
                AND TRAMO-ABIERTO
                MOVE WK-NUM-CHEQUE               TO WK-TRAMO-HASTA
                ADD  1                           TO WK-TRAMO-CHEQUES
           WHEN WK-PAGADOS = 0
                SET  TRAMO-ABIERTO               TO TRUE
                MOVE WK-NUM-CHEQUE               TO WK-TRAMO-DESDE
                                                    WK-TRAMO-HASTA
                MOVE 1                           TO WK-TRAMO-CHEQUES
           WHEN TRAMO-ABIERTO
                PERFORM ESCRIBIR-TRAMO           THRU
                        FIN-ESCRIBIR-TRAMO
           END-EVALUATE.

           ADD  1                                TO WK-NUM-CHEQUE.

       FIN-COMPROBAR-CHEQUE.
           EXIT.

       ESCRIBIR-TRAMO.
      *---------------
           MOVE SPACES                           TO REG-FICHTAL.
           STRING 'OFICINA [' WK-TAL-OFICINA
                  '] TALONARIO [' WK-TAL-ID
                  '] CUENTA [' WK-TAL-NUM-CUENTA
                  '] ' WK-DESC-ESTADO
                  ' SIN USAR [' WK-TRAMO-DESDE
                  '] A [' WK-TRAMO-HASTA
                  '] CHEQUES [' WK-TRAMO-CHEQUES ']'
                  DELIMITED BY SIZE         INTO REG-FICHTAL.
           WRITE REG-FICHTAL.

           ADD  WK-TRAMO-CHEQUES                 TO
                WK-CHEQUES-TALONARIO.
           SET  TRAMO-CERRADO                    TO TRUE.

       FIN-ESCRIBIR-TRAMO.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                           TO REG-FICHTAL.
           STRING 'TALONARIOS A ANULAR [' WK-CONTADOR-TALONARIOS
                  '] CHEQUES SIN USAR [' WK-CONTADOR-CHEQUES ']'
                  DELIMITED BY SIZE         INTO REG-FICHTAL.
           WRITE REG-FICHTAL.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CHEQUES SIN USAR DE CUENTAS CANCELADAS'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHTAL-NOMBRE ']'.
           DISPLAY 'TALONARIOS A ANULAR    [' WK-CONTADOR-TALONARIOS
                   ']'.
           DISPLAY 'CHEQUES SIN USAR       [' WK-CONTADOR-CHEQUES ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
