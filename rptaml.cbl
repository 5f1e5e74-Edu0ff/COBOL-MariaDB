
      * Fila que devuelve el cursor de movimientos comunicables.
       01  WK-ID-MEDIO                     PIC 9(10).
       01  WK-REF-MOV                      PIC 9(12).
       01  WK-FEC-MOV                      PIC X(20).
       01  WK-CPT-MOV                      PIC X(49).
       01  WK-IMPORTE-MOV                  PIC S9(08)V99 LEADING
           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'casosar.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  WK-FECHA-ACTUAL                  PIC 9(06).
       01  WK-FECHA-ACTUAL-8                PIC 9(08).

      * El umbral se toma del parámetro RPTAML_UMBRAL (euros
      * enteros) si es numérico; si no, se usan por omisión los
      * 10.000 de WK-UMBRAL-IMPORTE. La fecha a revisar se toma de la
      * variable de entorno RPTAML_FECHA (AAAAMMDD) si está definida
      * y es numérica, y por omisión es el día de la ejecución.
       01  WK-UMBRAL-ENV                    PIC X(08).
       01  WK-FECHA-ENV                     PIC X(08).

      * Cuántos movimientos comunicables llevamos incluidos.
       01  WK-CONTADOR-MOV                  PIC 9(06) VALUE 0.

      * Casos de operativa sospechosa abiertos por esta ejecución y
      * alertas sumadas a casos que ya estaban en curso.
       01  WK-CONTADOR-CASOS                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ALERTAS              PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           MOVE WK-FECHA-ACTUAL-8(1:6)          TO WK-FECHA-ACTUAL.

           MOVE WK-FECHA-ACTUAL-8               TO WK-FECHA-INFORME.
           MOVE SPACES                          TO WK-FECHA-ENV.
           ACCEPT WK-FECHA-ENV                  FROM ENVIRONMENT
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
           MOVE 'RPTAML'                        TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTAML_UMBRAL'                 TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 8                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '00010000'                      TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-UMBRAL-ENV.
           IF   WK-UMBRAL-ENV NOT = SPACES
                AND WK-UMBRAL-ENV IS NUMERIC
           THEN MOVE WK-UMBRAL-ENV              TO WK-UMBRAL-IMPORTE
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTAML LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTAML'                     TO LOGERR-E-PROGRAMA
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
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTAML'                        TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHAML-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTAML REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHAML-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      *---------------------
           EXEC SQL
                DECLARE CUR-MOV-AML CURSOR FOR
                SELECT M.id_medio, M.ref_mov,
                       date_format(M.fec_mov,'%Y%m%d%H%i%s%f'),
                       M.cnpt_mov, M.importe_mov, M.divisa_mov,
                       C.nif_cliente, C.nom_cliente
      *--------------------
           EXEC SQL
                FETCH CUR-MOV-AML
                INTO  :WK-ID-MEDIO, :WK-REF-MOV,
                      :WK-FEC-MOV, :WK-CPT-MOV,
                      :WK-IMPORTE-MOV, :WK-DIVISA-MOV,
                      :WK-NIF-TITULAR, :WK-NOM-TITULAR
           END-EXEC.

           ADD  1                           TO WK-CONTADOR-MOV.

           PERFORM ABRIR-CASO-AML            THRU FIN-ABRIR-CASO-AML.

       FIN-ESCRIBIR-MOVIMIENTO-AML.
           EXIT.

      * Cada movimiento comunicable es una alerta para el caso de
      * operativa sospechosa del titular. Un fallo al abrir el caso
      * no para el informe: el movimiento ya está en el fichero.
       ABRIR-CASO-AML.
      *---------------
           INITIALIZE                           AREA-CASOSAR-ENTRADA.

           SET  CASOSAR-E-ACC-ALTA              TO TRUE.
           SET  CASOSAR-E-ORIGEN-AML            TO TRUE.
           MOVE WK-NIF-TITULAR                  TO CASOSAR-E-NIF.
           MOVE WK-ID-MEDIO                     TO CASOSAR-E-ID-MEDIO.
           MOVE WK-REF-MOV                      TO CASOSAR-E-REF-MOV.
           STRING 'OPERACION SOBRE UMBRAL: ' WK-IMPORTE-MOV ' '
                  WK-DIVISA-MOV ' ' WK-CPT-MOV
                  DELIMITED BY SIZE        INTO CASOSAR-E-TEXTO.

           CALL "CASOSAR"                       USING AREA-CASOSAR.

           EVALUATE TRUE
           WHEN CASOSAR-STAT-OK
                ADD  1                          TO WK-CONTADOR-CASOS
           WHEN CASOSAR-STAT-EXISTENTE
                ADD  1                          TO WK-CONTADOR-ALERTAS
           WHEN OTHER
                DISPLAY '*** RPTAML ABRIR-CASO-AML: NIF ['
                        WK-NIF-TITULAR '] STAT [' CASOSAR-STAT ']'
                MOVE 'RPTAML'                    TO LOGERR-E-PROGRAMA
                MOVE 'ABRIR-CASO-AML'            TO LOGERR-E-PARRAFO
                MOVE CASOSAR-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-ABRIR-CASO-AML.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'UMBRAL DE IMPORTE   [' WK-UMBRAL-IMPORTE ']'.
           DISPLAY 'FICHERO DE SALIDA   [' WK-FICHAML-NOMBRE ']'.
           DISPLAY 'MOVIMIENTOS         [' WK-CONTADOR-MOV ']'.
           DISPLAY 'CASOS ABIERTOS      [' WK-CONTADOR-CASOS ']'.
           DISPLAY 'ALERTAS EN CURSO    [' WK-CONTADOR-ALERTAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
