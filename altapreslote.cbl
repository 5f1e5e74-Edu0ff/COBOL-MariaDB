           COPY 'altapres.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
           END-IF.

           PERFORM CERRAR-FICHEROS             THRU FIN-CERRAR-FICHEROS.
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
           MOVE 'ALTAPRESLOTE'                  TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHALTPRE-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ALTAPRESLOTE REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHALTPRE-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           WRITE REG-FICHALTPRE.

      *    El grupo económico de los titulares sólo avisa al pasarse
      *    de su límite: el préstamo queda abierto y se deja
      *    constancia para riesgos.
           IF   ALTAPRES-S-AVISO-GRUPO-SI
           THEN MOVE SPACES                     TO REG-FICHALTPRE
                STRING 'PRESTAMO [' ALTAPRES-S-ID-PRESTAMO
                       '] SUPERA EL LIMITE DEL GRUPO ['
                       ALTAPRES-S-ID-GRUPO ']'
                       DELIMITED BY SIZE   INTO REG-FICHALTPRE
                WRITE REG-FICHALTPRE
           END-IF.

       FIN-ESCRIBIR-ALTA.
           EXIT.

