       01  WK-MCH-LISTA-NOM                  PIC X(57).
       01  WK-MCH-LISTA-TIPO                 PIC X(01).
       01  WK-MCH-SCORE                      PIC 9(03).
      * CIF de la sociedad cuando la coincidencia es un titular real.
       01  WK-MCH-CIF                        PIC X(10).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'casosar.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * coincidencias han salido a revisión.
       01  WK-CONTADOR-ENTRADAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MATCHES               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MATCHES-TIT           PIC 9(06) VALUE 0.

      * Cliente al que se abre el caso de operativa sospechosa: el
      * propio cliente o, si la coincidencia es un titular real, la
      * sociedad de la que lo es. Casos abiertos y coincidencias
      * sumadas a casos que ya estaban en curso.
       01  WK-CASO-NIF                       PIC X(10).
       01  WK-CONTADOR-CASOS                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ALERTAS               PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
                        FIN-RECRIBAR-BASE
           END-IF.

           IF   STAT-OK
           THEN PERFORM RECRIBAR-TITREAL        THRU
                        FIN-RECRIBAR-TITREAL
           END-IF.

           PERFORM CERRAR-FICHEROS             THRU FIN-CERRAR-FICHEROS.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           COMPUTE BATLOG-E-NUM-REGISTROS =
                   WK-CONTADOR-MATCHES + WK-CONTADOR-MATCHES-TIT.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'SCREENCLI'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHMATCH-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** SCREENCLI REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHMATCH-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
                WRITE REG-FICHMATCH
                ADD  1                            TO
                     WK-CONTADOR-MATCHES
                MOVE WK-MCH-NIF                   TO WK-CASO-NIF
                PERFORM ABRIR-CASO-SAN            THRU
                        FIN-ABRIR-CASO-SAN
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** SCREENCLI FETCH CUR-SCREEN: '
       FIN-LEER-COINCIDENCIA.
           EXIT.

      * Los titulares reales en vigor de las personas jurídicas se
      * criban igual que los clientes. La marca de sanción de cada
      * titular se rehace con la lista nueva (coincidencia exacta de
      * NIF o nombre, como en el alta) y todas las coincidencias,
      * también las aproximadas, salen al mismo fichero de revisión.
       RECRIBAR-TITREAL.
      *-------------------
           EXEC SQL
                UPDATE banco.titular_real T
                SET    T.sancion_titreal =
                       CASE WHEN EXISTS
                           (SELECT 1
                            FROM   banco.lista_sancion L
                            WHERE  L.nif_lista    = T.nif_titreal
                            OR     L.nombre_lista = T.nom_titreal)
                            THEN 'S' ELSE 'N' END
                WHERE  T.estado_titreal = 'A'
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS AND NOT SQL-NODATA
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** SCREENCLI RECRIBAR-TITREAL: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'SCREENCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'RECRIBAR-TITREAL'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-RECRIBAR-TITREAL
           END-IF.

           EXEC SQL
                DECLARE CUR-SCREEN-TIT CURSOR FOR
                SELECT T.nif_titreal, T.nom_titreal, C.nif_cliente,
                       L.nombre_lista, L.tipo_lista,
                       CASE WHEN T.nif_titreal = L.nif_lista
                            THEN 100
                            WHEN T.nom_titreal = L.nombre_lista
                            THEN 90
                            ELSE 70 END
                FROM   banco.titular_real  T,
                       banco.cliente       C,
                       banco.lista_sancion L
                WHERE  T.estado_titreal = 'A'
                AND    C.id_cliente     = T.id_cliente
                AND   (T.nif_titreal    = L.nif_lista
                 OR    T.nom_titreal    = L.nombre_lista
                 OR    T.nom_titreal LIKE
                       CONCAT('%', TRIM(L.nombre_lista), '%'))
                ORDER BY 6 DESC, T.nif_titreal
           END-EXEC.

           EXEC SQL OPEN CUR-SCREEN-TIT END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** SCREENCLI OPEN CUR-SCREEN-TIT'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'SCREENCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'RECRIBAR-TITREAL'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-RECRIBAR-TITREAL
           END-IF.

           PERFORM LEER-COINCIDENCIA-TIT         THRU
                   FIN-LEER-COINCIDENCIA-TIT
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-SCREEN-TIT END-EXEC.

       FIN-RECRIBAR-TITREAL.
           EXIT.

       LEER-COINCIDENCIA-TIT.
      *------------------------
           EXEC SQL
                FETCH CUR-SCREEN-TIT
                INTO  :WK-MCH-NIF, :WK-MCH-NOM, :WK-MCH-CIF,
                      :WK-MCH-LISTA-NOM, :WK-MCH-LISTA-TIPO,
                      :WK-MCH-SCORE
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE SPACES                       TO REG-FICHMATCH
                STRING 'TITULAR REAL DE [' WK-MCH-CIF '] NIF ['
                       WK-MCH-NIF '] ' WK-MCH-NOM
                       ' LISTA [' WK-MCH-LISTA-NOM
                       '] TIPO [' WK-MCH-LISTA-TIPO
                       '] SCORE [' WK-MCH-SCORE ']'
                       DELIMITED BY SIZE     INTO REG-FICHMATCH
                WRITE REG-FICHMATCH
                ADD  1                            TO
                     WK-CONTADOR-MATCHES-TIT
                MOVE WK-MCH-CIF                   TO WK-CASO-NIF
                PERFORM ABRIR-CASO-SAN            THRU
                        FIN-ABRIR-CASO-SAN
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** SCREENCLI FETCH CUR-SCREEN-TI'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'SCREENCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-COINCIDENCIA-TIT'      TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-COINCIDENCIA-TIT.
           EXIT.

      * Cada coincidencia es una alerta para el caso de operativa
      * sospechosa del cliente. Un fallo al abrir el caso no para el
      * recribado: la coincidencia ya está en el fichero de revisión.
       ABRIR-CASO-SAN.
      *---------------
           INITIALIZE                            AREA-CASOSAR-ENTRADA.

           SET  CASOSAR-E-ACC-ALTA               TO TRUE.
           SET  CASOSAR-E-ORIGEN-SANCION         TO TRUE.
           MOVE WK-CASO-NIF                      TO CASOSAR-E-NIF.
           STRING 'COINCIDENCIA [' WK-MCH-NIF '] LISTA ['
                  WK-MCH-LISTA-TIPO '] SCORE [' WK-MCH-SCORE '] '
                  WK-MCH-LISTA-NOM
                  DELIMITED BY SIZE         INTO CASOSAR-E-TEXTO.

           CALL "CASOSAR"                        USING AREA-CASOSAR.

           EVALUATE TRUE
           WHEN CASOSAR-STAT-OK
                ADD  1                           TO WK-CONTADOR-CASOS
           WHEN CASOSAR-STAT-EXISTENTE
                ADD  1                           TO WK-CONTADOR-ALERTAS
           WHEN OTHER
                DISPLAY '*** SCREENCLI ABRIR-CASO-SAN: NIF ['
                        WK-CASO-NIF '] STAT [' CASOSAR-STAT ']'
                MOVE 'SCREENCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'ABRIR-CASO-SAN'             TO LOGERR-E-PARRAFO
                MOVE CASOSAR-SQLCODE               TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-ABRIR-CASO-SAN.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ENTRADAS CARGADAS      [' WK-CONTADOR-ENTRADAS
                  ']'.
           DISPLAY 'COINCIDENCIAS          [' WK-CONTADOR-MATCHES ']'.
           DISPLAY 'COINC. TITULARES REALES[' WK-CONTADOR-MATCHES-TIT
                  ']'.
           DISPLAY 'CASOS ABIERTOS         [' WK-CONTADOR-CASOS ']'.
           DISPLAY 'ALERTAS EN CURSO       [' WK-CONTADOR-ALERTAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
