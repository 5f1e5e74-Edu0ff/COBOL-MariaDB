           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  WK-FECHA-ACTUAL                  PIC 9(06).
       01  WK-FECHA-ACTUAL-8                PIC 9(08).

      * El umbral de meses se toma del parámetro CANDCIERRE_MESES
      * si es numérico; si no, se usan por omisión los 6 meses de
      * WK-MESES-INACTIVIDAD, el mismo valor por omisión que
      * RPTDORMIDAS.
       01  WK-MESES-ENV                     PIC X(03).

       01  WK-FICHCAND-NOMBRE               PIC X(30).
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.


           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
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

           STRING 'candidatos-cierre-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHCAND-NOMBRE.

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
           MOVE 'CANDCIERRE'                    TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'CANDCIERRE_MESES'              TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '006'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-MESES-ENV.
           IF   WK-MESES-ENV NOT = SPACES
                AND WK-MESES-ENV IS NUMERIC
           THEN MOVE WK-MESES-ENV               TO WK-MESES-INACTIVIDAD
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** CANDCIERRE LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'CANDCIERRE'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'CANDCIERRE'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCAND-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CANDCIERRE REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCAND-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
