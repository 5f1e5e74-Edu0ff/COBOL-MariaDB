       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. ESTRECLAMA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Estadística anual de reclamaciones para el Banco de España:
      * por categoría y resultado, el número de reclamaciones
      * recibidas en el año, las resueltas, las que se respondieron
      * (o siguen sin responder) fuera del plazo legal, el tiempo
      * medio de resolución en días y el importe abonado, con un
      * subtotal por categoría y un total del año.

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
      *    Fichero de la estadística. Su nombre lleva el año que
      *    resume.
           SELECT FICHESTREC ASSIGN TO WK-FICHESTREC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHESTREC.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * El primer carácter indica el tipo de registro: D detalle de
      * una categoría y resultado, S subtotal de la categoría, T
      * total del año. En los subtotales el resultado va en blanco y
      * en el total también la categoría.
       FD FICHESTREC RECORD CONTAINS 80 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-ESTREC.
           05  ESTREC-TIPO                   PIC X(01).
               88  ESTREC-TIPO-DETALLE       VALUE 'D'.
               88  ESTREC-TIPO-SUBTOTAL      VALUE 'S'.
               88  ESTREC-TIPO-TOTAL         VALUE 'T'.
           05  FILLER                        PIC X(01).
           05  ESTREC-ANO                    PIC 9(04).
           05  FILLER                        PIC X(01).
           05  ESTREC-CATEGORIA              PIC X(03).
           05  FILLER                        PIC X(01).
      *    A abierta, F a favor, D en contra, E escalada.
           05  ESTREC-ESTADO                 PIC X(01).
           05  FILLER                        PIC X(01).
           05  ESTREC-NUM-RECLAMA            PIC 9(07).
           05  FILLER                        PIC X(01).
           05  ESTREC-NUM-RESUELTAS          PIC 9(07).
           05  FILLER                        PIC X(01).
           05  ESTREC-NUM-FUERA-PLAZO        PIC 9(07).
           05  FILLER                        PIC X(01).
      *    Días medios entre recepción y resolución de las resueltas.
           05  ESTREC-DIAS-MEDIOS            PIC 9(05)V9.
           05  FILLER                        PIC X(01).
           05  ESTREC-IMPORTE-ABONO          PIC 9(12)V99.
           05  FILLER                        PIC X(22).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Año que se resume.
       01  WK-ANO                           PIC 9(04).

      * Fila que devuelve el cursor: una por categoría y estado.
       01  WK-CATEGORIA                     PIC X(03).
       01  WK-ESTADO                        PIC X(01).
       01  WK-NUM-RECLAMA                   PIC 9(07).
       01  WK-NUM-RESUELTAS                 PIC 9(07).
       01  WK-NUM-FUERA-PLAZO               PIC 9(07).
       01  WK-DIAS-RESOLUCION               PIC S9(09) LEADING
                                            SEPARATE.
       01  WK-IMPORTE-ABONO                 PIC S9(12)V99 LEADING
                                            SEPARATE.

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


      * El año se fija con ESTRECLAMA_ANO; por defecto el anterior
      * al de la ejecución.
       01  WK-ANO-ENV                        PIC X(04).

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FECHA-ACTUAL-R                 REDEFINES
           WK-FECHA-ACTUAL-8.
           05  WK-ANO-ACTUAL                 PIC 9(04).
           05  FILLER                        PIC 9(04).

       01  WK-FICHESTREC-NOMBRE              PIC X(30).
       01  FS-FICHESTREC                     PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Corte de control por categoría.
       01  WK-CATEGORIA-ANT                  PIC X(03) VALUE SPACES.

      * Acumulados de la categoría en curso y del año.
       01  WK-ACUMULADOS-CATEGORIA.
           05  WK-CAT-NUM-RECLAMA            PIC 9(07).
           05  WK-CAT-NUM-RESUELTAS          PIC 9(07).
           05  WK-CAT-NUM-FUERA-PLAZO        PIC 9(07).
           05  WK-CAT-DIAS-RESOLUCION        PIC S9(09).
           05  WK-CAT-IMPORTE-ABONO          PIC S9(12)V99.
       01  WK-ACUMULADOS-TOTAL.
           05  WK-TOT-NUM-RECLAMA            PIC 9(07).
           05  WK-TOT-NUM-RESUELTAS          PIC 9(07).
           05  WK-TOT-NUM-FUERA-PLAZO        PIC 9(07).
           05  WK-TOT-DIAS-RESOLUCION        PIC S9(09).
           05  WK-TOT-IMPORTE-ABONO          PIC S9(12)V99.

      * Datos de la línea a escribir, comunes a los tres tipos.
       01  WK-LINEA-NUM-RECLAMA              PIC 9(07).
       01  WK-LINEA-NUM-RESUELTAS            PIC 9(07).
       01  WK-LINEA-NUM-FUERA-PLAZO          PIC 9(07).
       01  WK-LINEA-DIAS-RESOLUCION          PIC S9(09).
       01  WK-LINEA-IMPORTE-ABONO            PIC S9(12)V99.

      * Registros escritos.
       01  WK-CONTADOR-LINEAS                PIC 9(06) VALUE 0.

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
           THEN PERFORM GENERAR-ESTADISTICA     THRU
                        FIN-GENERAR-ESTADISTICA
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
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           SUBTRACT 1 FROM WK-ANO-ACTUAL        GIVING WK-ANO.

           MOVE SPACES                          TO WK-ANO-ENV.
           ACCEPT WK-ANO-ENV                    FROM ENVIRONMENT
                                                 'ESTRECLAMA_ANO'.
           IF   WK-ANO-ENV IS NUMERIC
           THEN MOVE WK-ANO-ENV                 TO WK-ANO
           END-IF.

           INITIALIZE                           WK-ACUMULADOS-CATEGORIA
                                                WK-ACUMULADOS-TOTAL.

           STRING 'reclamaciones-' WK-ANO '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHESTREC-NOMBRE.

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
                DISPLAY '*** FATAL *** ESTRECLAMA CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'ESTRECLAMA'                TO LOGERR-E-PROGRAMA
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
           MOVE 'ESTRECLAMA'                    TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-LINEAS              TO
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
           MOVE 'ESTRECLAMA'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHESTREC-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ESTRECLAMA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHESTREC-NOMBRE ']'
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
           OPEN OUTPUT FICHESTREC.

           IF   FS-FICHESTREC NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** ESTRECLAMA ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHESTREC ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHESTREC.

       FIN-CERRAR-FICHERO.
           EXIT.

      * Reclamaciones recibidas en el año. Se consideran fuera de
      * plazo las resueltas después de la fecha límite y las que,
      * sin resolver, ya la han rebasado.
       GENERAR-ESTADISTICA.
      *--------------------
           EXEC SQL
                DECLARE CUR-ESTREC CURSOR FOR
                SELECT categoria_reclamacion, estado_reclamacion,
                       COUNT(*),
                       SUM(CASE WHEN fec_resolucion_reclamacion
                                     IS NOT NULL
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN COALESCE(
                                       fec_resolucion_reclamacion,
                                       CURDATE()) >
                                     fec_limite_reclamacion
                                THEN 1 ELSE 0 END),
                       COALESCE(SUM(DATEDIFF(
                                fec_resolucion_reclamacion,
                                fec_recepcion_reclamacion)), 0),
                       COALESCE(SUM(importe_abono_reclamacion), 0)
                FROM   banco.reclamacion
                WHERE  YEAR(fec_recepcion_reclamacion) = :WK-ANO
                GROUP BY categoria_reclamacion, estado_reclamacion
                ORDER BY categoria_reclamacion, estado_reclamacion
           END-EXEC.

           EXEC SQL OPEN CUR-ESTREC END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** ESTRECLAMA OPEN CUR-ESTREC'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'ESTRECLAMA'                 TO LOGERR-E-PROGRAMA
                MOVE 'GENERAR-ESTADISTICA'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GENERAR-ESTADISTICA
           END-IF.

           PERFORM LEER-ESTADISTICA              THRU
                   FIN-LEER-ESTADISTICA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTREC END-EXEC.

           IF   STAT-OK
           AND  WK-CATEGORIA-ANT NOT = SPACES
           THEN PERFORM ESCRIBIR-SUBTOTAL         THRU
                        FIN-ESCRIBIR-SUBTOTAL
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-TOTAL            THRU
                        FIN-ESCRIBIR-TOTAL
           END-IF.

       FIN-GENERAR-ESTADISTICA.
           EXIT.

       LEER-ESTADISTICA.
      *-----------------
           EXEC SQL
                FETCH CUR-ESTREC
                INTO  :WK-CATEGORIA, :WK-ESTADO, :WK-NUM-RECLAMA,
                      :WK-NUM-RESUELTAS, :WK-NUM-FUERA-PLAZO,
                      :WK-DIAS-RESOLUCION, :WK-IMPORTE-ABONO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM TRATAR-ESTADISTICA        THRU
                        FIN-TRATAR-ESTADISTICA
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** ESTRECLAMA FETCH: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'ESTRECLAMA'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-ESTADISTICA'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-ESTADISTICA.
           EXIT.

      * Al cambiar de categoría se cierra la anterior con su
      * subtotal antes de escribir el detalle de la nueva.
       TRATAR-ESTADISTICA.
      *-------------------
           IF   WK-CATEGORIA NOT = WK-CATEGORIA-ANT
           AND  WK-CATEGORIA-ANT NOT = SPACES
           THEN PERFORM ESCRIBIR-SUBTOTAL         THRU
                        FIN-ESCRIBIR-SUBTOTAL
           END-IF.
           MOVE WK-CATEGORIA                     TO WK-CATEGORIA-ANT.

           ADD  WK-NUM-RECLAMA                   TO WK-CAT-NUM-RECLAMA
                                                    WK-TOT-NUM-RECLAMA.
           ADD  WK-NUM-RESUELTAS                 TO
                WK-CAT-NUM-RESUELTAS  WK-TOT-NUM-RESUELTAS.
           ADD  WK-NUM-FUERA-PLAZO               TO
                WK-CAT-NUM-FUERA-PLAZO  WK-TOT-NUM-FUERA-PLAZO.
           ADD  WK-DIAS-RESOLUCION               TO
                WK-CAT-DIAS-RESOLUCION  WK-TOT-DIAS-RESOLUCION.
           ADD  WK-IMPORTE-ABONO                 TO
                WK-CAT-IMPORTE-ABONO  WK-TOT-IMPORTE-ABONO.

           MOVE WK-NUM-RECLAMA                  TO WK-LINEA-NUM-RECLAMA.
           MOVE WK-NUM-RESUELTAS                 TO
                WK-LINEA-NUM-RESUELTAS.
           MOVE WK-NUM-FUERA-PLAZO               TO
                WK-LINEA-NUM-FUERA-PLAZO.
           MOVE WK-DIAS-RESOLUCION               TO
                WK-LINEA-DIAS-RESOLUCION.
           MOVE WK-IMPORTE-ABONO                 TO
                WK-LINEA-IMPORTE-ABONO.

           MOVE SPACES                           TO REG-ESTREC.
           SET  ESTREC-TIPO-DETALLE              TO TRUE.
           MOVE WK-CATEGORIA                     TO ESTREC-CATEGORIA.
           MOVE WK-ESTADO                        TO ESTREC-ESTADO.
           PERFORM ESCRIBIR-LINEA               THRU FIN-ESCRIBIR-LINEA.

       FIN-TRATAR-ESTADISTICA.
           EXIT.

       ESCRIBIR-SUBTOTAL.
      *------------------
           MOVE WK-CAT-NUM-RECLAMA              TO WK-LINEA-NUM-RECLAMA.
           MOVE WK-CAT-NUM-RESUELTAS             TO
                WK-LINEA-NUM-RESUELTAS.
           MOVE WK-CAT-NUM-FUERA-PLAZO           TO
                WK-LINEA-NUM-FUERA-PLAZO.
           MOVE WK-CAT-DIAS-RESOLUCION           TO
                WK-LINEA-DIAS-RESOLUCION.
           MOVE WK-CAT-IMPORTE-ABONO             TO
                WK-LINEA-IMPORTE-ABONO.

           MOVE SPACES                           TO REG-ESTREC.
           SET  ESTREC-TIPO-SUBTOTAL             TO TRUE.
           MOVE WK-CATEGORIA-ANT                 TO ESTREC-CATEGORIA.
           PERFORM ESCRIBIR-LINEA               THRU FIN-ESCRIBIR-LINEA.

           INITIALIZE                           WK-ACUMULADOS-CATEGORIA.

       FIN-ESCRIBIR-SUBTOTAL.
           EXIT.

       ESCRIBIR-TOTAL.
      *---------------
           MOVE WK-TOT-NUM-RECLAMA              TO WK-LINEA-NUM-RECLAMA.
           MOVE WK-TOT-NUM-RESUELTAS             TO
                WK-LINEA-NUM-RESUELTAS.
           MOVE WK-TOT-NUM-FUERA-PLAZO           TO
                WK-LINEA-NUM-FUERA-PLAZO.
           MOVE WK-TOT-DIAS-RESOLUCION           TO
                WK-LINEA-DIAS-RESOLUCION.
           MOVE WK-TOT-IMPORTE-ABONO             TO
                WK-LINEA-IMPORTE-ABONO.

           MOVE SPACES                           TO REG-ESTREC.
           SET  ESTREC-TIPO-TOTAL                TO TRUE.
           PERFORM ESCRIBIR-LINEA               THRU FIN-ESCRIBIR-LINEA.

       FIN-ESCRIBIR-TOTAL.
           EXIT.

      * Completa la línea con los datos comunes y la escribe. La
      * media se calcula sobre las resueltas.
       ESCRIBIR-LINEA.
      *---------------
           MOVE WK-ANO                           TO ESTREC-ANO.
           MOVE WK-LINEA-NUM-RECLAMA             TO ESTREC-NUM-RECLAMA.
           MOVE WK-LINEA-NUM-RESUELTAS           TO
                ESTREC-NUM-RESUELTAS.
           MOVE WK-LINEA-NUM-FUERA-PLAZO         TO
                ESTREC-NUM-FUERA-PLAZO.
           MOVE WK-LINEA-IMPORTE-ABONO           TO
                ESTREC-IMPORTE-ABONO.

           IF   WK-LINEA-NUM-RESUELTAS > 0
           THEN COMPUTE ESTREC-DIAS-MEDIOS ROUNDED =
                        WK-LINEA-DIAS-RESOLUCION /
                        WK-LINEA-NUM-RESUELTAS
           ELSE MOVE 0                           TO ESTREC-DIAS-MEDIOS
           END-IF.

           WRITE REG-ESTREC.

           IF   FS-FICHESTREC NOT = '00'
           THEN SET STAT-ERR-IO                  TO TRUE
                DISPLAY '*** FATAL *** ESTRECLAMA ESCRIBIR-LINEA: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHESTREC ']'
                GO TO FIN-ESCRIBIR-LINEA
           END-IF.

           ADD  1                                TO WK-CONTADOR-LINEAS.

       FIN-ESCRIBIR-LINEA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ESTADISTICA ANUAL DE RECLAMACIONES'.
           DISPLAY 'AÑO                     [' WK-ANO ']'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHESTREC-NOMBRE
                   ']'.
           DISPLAY 'RECLAMACIONES RECIBIDAS [' WK-TOT-NUM-RECLAMA
                   ']'.
           DISPLAY 'RESUELTAS               [' WK-TOT-NUM-RESUELTAS
                   ']'.
           DISPLAY 'FUERA DE PLAZO          [' WK-TOT-NUM-FUERA-PLAZO
                   ']'.
           DISPLAY 'REGISTROS ESCRITOS      [' WK-CONTADOR-LINEAS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
