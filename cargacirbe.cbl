           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'llegada.cpy'.

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
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.
      *    El fichero de entrada no esta confirmado en el registro
      *    de llegadas: no se ha cargado nada.
           88  STAT-ESPERA                   VALUE 03.

       01  SW-FIN-FICHERO                    PIC 9(01) VALUE 0.
           88  FIN-FICHERO-SI                VALUE 1.
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM COMPROBAR-LLEGADA       THRU
                        FIN-COMPROBAR-LLEGADA
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU FIN-ABRIR-FICHEROS
           END-IF.
           END-IF.

           PERFORM CERRAR-FICHEROS             THRU FIN-CERRAR-FICHEROS.
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
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CARGACIRBE'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSALTO-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CARGACIRBE REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSALTO-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
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
           MOVE 'CIRBE'                         TO LLEGADA-E-INTERFAZ.
           MOVE WK-FICHCIRBE-NOMBRE             TO LLEGADA-E-FICHERO.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           EVALUATE TRUE
           WHEN LLEGADA-STAT-OK
                MOVE LLEGADA-S-ID-LLEGADA       TO WK-ID-LLEGADA
           WHEN LLEGADA-STAT-ENC-NO
                DISPLAY '*** AVISO *** CARGACIRBE COMPROBAR-LLEGADA'
                DISPLAY 'INTERFAZ [CIRBE] SIN CONTROL DE LLEGADA'
           WHEN LLEGADA-STAT-ERR-SQL
                SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** CARGACIRBE COMPROBAR-LLEGADA'
                DISPLAY 'SQLCODE  [' LLEGADA-SQLCODE ']'
           WHEN OTHER
                SET STAT-ESPERA                 TO TRUE
                DISPLAY '*** ESPERA *** CARGACIRBE COMPROBAR-LLEGADA'
                DISPLAY 'FICHERO SIN CONFIRMAR ['
                        WK-FICHCIRBE-NOMBRE ']'
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
           THEN DISPLAY '*** AVISO *** CARGACIRBE CONSUMIR-LLEGADA'
                DISPLAY 'NO SE PUDO MARCAR LA LLEGADA ['
                        WK-ID-LLEGADA ']'
           END-IF.

       FIN-CONSUMIR-LLEGADA.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
