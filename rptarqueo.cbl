           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'perdida.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  WK-CONTADOR-CAJONES               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DESCUADRES            PIC 9(06) VALUE 0.

      * Faltantes llevados al registro de pérdidas operacionales.
       01  WK-CONTADOR-PERDIDAS              PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
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
           MOVE 'RPTARQUEO'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHARQ-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 1                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTARQUEO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHARQ-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
                     MOVE 'FALTANTE'              TO WK-MARCA-ARQUEO
                     ADD  1                       TO
                          WK-CONTADOR-DESCUADRES
                     PERFORM REGISTRAR-FALTANTE   THRU
                             FIN-REGISTRAR-FALTANTE
                WHEN OTHER
                     MOVE 'CUADRADO'              TO WK-MARCA-ARQUEO
                END-EVALUATE
       FIN-LEER-ARQUEO.
           EXIT.

      * Cada faltante es una pérdida operacional de la oficina por
      * fallo de proceso en caja. El cajón es la referencia del
      * evento, así que volver a sacar el informe del día no lo
      * duplica; si el registro falla se avisa y el informe sigue.
       REGISTRAR-FALTANTE.
      *-------------------
           INITIALIZE                            AREA-PERDIDA-ENTRADA.
           SET  PERDIDA-E-ACC-ALTA               TO TRUE.
           COMPUTE PERDIDA-E-IMPORTE = 0 - WK-ARQ-DIFERENCIA.
           MOVE 'EP'                             TO PERDIDA-E-CATEGORIA.
           MOVE 'BM'                             TO PERDIDA-E-LINEA.
           MOVE WK-ARQ-OFICINA                   TO PERDIDA-E-OFICINA.
           MOVE 'RPTARQUEO'                      TO PERDIDA-E-ORIGEN.
           MOVE WK-ARQ-ID                        TO
                PERDIDA-E-REFERENCIA.
           MOVE 'FALTANTE EN ARQUEO DE CAJA'     TO
                PERDIDA-E-DESCRIPCION.
           MOVE WK-ARQ-USUARIO                   TO PERDIDA-E-USUARIO.

           CALL "PERDIDA"                        USING AREA-PERDIDA.

           EVALUATE TRUE
           WHEN PERDIDA-STAT-OK
                ADD  1                            TO
                     WK-CONTADOR-PERDIDAS
           WHEN PERDIDA-STAT-DUPLICADO
                CONTINUE
           WHEN OTHER
                DISPLAY '*** AVISO *** RPTARQUEO REGISTRAR-FALTANTE'
                DISPLAY 'CAJON [' WK-ARQ-ID '] SIN EVENTO DE PERDIDA,'
                        ' PERDIDA-STAT [' PERDIDA-STAT ']'
                MOVE 'RPTARQUEO'                  TO LOGERR-E-PROGRAMA
                MOVE 'REGISTRAR-FALTANTE'         TO LOGERR-E-PARRAFO
                MOVE PERDIDA-SQLCODE              TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-REGISTRAR-FALTANTE.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
                   WK-CONTADOR-DESCUADRES ']'.
           DISPLAY 'DIFERENCIA TOTAL       [' WK-TOTAL-DIFERENCIAS
                  ']'.
           DISPLAY 'FALTANTES A PERDIDAS   [' WK-CONTADOR-PERDIDAS
                  ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
