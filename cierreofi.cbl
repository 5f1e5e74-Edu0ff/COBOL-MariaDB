       01  WK-CLI-SALDO                      PIC S9(12)V99
                                             LEADING SEPARATE.

      * Caja de seguridad alquilada en la oficina cerrada.
       01  WK-CAJA-NUM                       PIC X(10).
       01  WK-CAJA-ID-CONTRATO               PIC 9(10).

      * Gestor comercial activo adscrito a la oficina cerrada.
       01  WK-GES-COD                        PIC X(08).
       01  WK-GES-NOM                        PIC X(40).
       01  WK-GES-CLIENTES                   PIC 9(06).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  WK-CLIENTES-OFICINA               PIC 9(06).
       01  WK-SALDO-OFICINA                  PIC S9(14)V99
                                             LEADING SEPARATE.
       01  WK-CAJAS-OFICINA                  PIC 9(06).
       01  WK-GESTORES-OFICINA               PIC 9(04).

       01  WK-FECHA-ACTUAL                   PIC 9(06).

       01  FS-FICHTRAS                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Cuántas oficinas se han cerrado, cuántos clientes se han
      * reasignado, cuántas cajas de seguridad alquiladas han
      * quedado pendientes de traslado y cuántos gestores han pasado
      * a la receptora en total.
       01  WK-CONTADOR-OFICINAS              PIC 9(04) VALUE 0.
       01  WK-CONTADOR-CLIENTES              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CAJAS                 PIC 9(06) VALUE 0.
       01  WK-CONTADOR-GESTORES              PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
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
           MOVE 'CIERREOFI'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHTRAS-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CIERREOFI REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHTRAS-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      * con fecha de efecto en banco.oficina_traspaso para que los
      * informes históricos sigan atribuyendo la actividad vieja a
      * la oficina vieja, y al final se reasignan los clientes de un
      * solo UPDATE. Las cajas de seguridad no se pueden mover con
      * un UPDATE: las alquiladas quedan pendientes de traslado a
      * cargo de la receptora y las libres se retiran. Los gestores
      * comerciales activos de la cerrada pasan a la receptora con
      * toda su cartera, así que los clientes conservan su gestor.
       PROCESAR-UNA-OFICINA.
      *-----------------------
           READ FICHMAPA
           MOVE MAPA-OFI-RECEPTORA              TO WK-OFI-RECEPTORA.
           MOVE ZERO                            TO WK-CLIENTES-OFICINA.
           MOVE ZERO                            TO WK-SALDO-OFICINA.
           MOVE ZERO                            TO WK-CAJAS-OFICINA.
           MOVE ZERO                            TO WK-GESTORES-OFICINA.

           PERFORM TRAZAR-CLIENTES              THRU
                   FIN-TRAZAR-CLIENTES.
                        FIN-REASIGNAR-CLIENTES
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRAZAR-CAJAS            THRU
                        FIN-TRAZAR-CAJAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRASLADAR-CAJAS         THRU
                        FIN-TRASLADAR-CAJAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRAZAR-GESTORES         THRU
                        FIN-TRAZAR-GESTORES
           END-IF.

           IF   STAT-OK
           THEN PERFORM TRASLADAR-GESTORES      THRU
                        FIN-TRASLADAR-GESTORES
           END-IF.

           IF   STAT-OK
           THEN ADD  1                          TO WK-CONTADOR-OFICINAS
                MOVE SPACES                     TO REG-FICHTRAS
                STRING 'RESUMEN OFICINA [' WK-OFI-CERRADA '] -> ['
                       WK-OFI-RECEPTORA '] CLIENTES ['
                       WK-CLIENTES-OFICINA '] SALDOS MOVIDOS ['
                       WK-SALDO-OFICINA '] CAJAS A TRASLADAR ['
                       WK-CAJAS-OFICINA '] GESTORES ['
                       WK-GESTORES-OFICINA ']'
                       DELIMITED BY SIZE    INTO REG-FICHTRAS
                WRITE REG-FICHTRAS
           END-IF.
       FIN-REASIGNAR-CLIENTES.
           EXIT.

      * Una línea de traza por caja alquilada de la oficina cerrada,
      * con su contrato vigente, para que la receptora organice el
      * traslado con los titulares.
       TRAZAR-CAJAS.
      *---------------
           EXEC SQL
                DECLARE CUR-OFICAJA CURSOR FOR
                SELECT CS.num_caja, CC.id_contrato
                FROM   banco.caja_seguridad CS,
                       banco.caja_contrato CC
                WHERE  CS.oficina_caja    = :WK-OFI-CERRADA
                AND    CS.estado_caja     = 'A'
                AND    CC.id_caja         = CS.id_caja
                AND    CC.estado_contrato IN ('A', 'I')
                ORDER BY CS.num_caja
           END-EXEC.

           EXEC SQL OPEN CUR-OFICAJA END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CIERREOFI OPEN CUR-OFICAJA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CIERREOFI'                  TO LOGERR-E-PROGRAMA
                MOVE 'TRAZAR-CAJAS'               TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-TRAZAR-CAJAS
           END-IF.

           PERFORM TRAZAR-UNA-CAJA               THRU
                   FIN-TRAZAR-UNA-CAJA
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-OFICAJA END-EXEC.

       FIN-TRAZAR-CAJAS.
           EXIT.

       TRAZAR-UNA-CAJA.
      *------------------
           EXEC SQL
                FETCH CUR-OFICAJA
                INTO  :WK-CAJA-NUM, :WK-CAJA-ID-CONTRATO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE SPACES                       TO REG-FICHTRAS
                STRING 'CAJA DE SEGURIDAD [' WK-CAJA-NUM
                       '] CONTRATO [' WK-CAJA-ID-CONTRATO
                       '] PENDIENTE DE TRASLADO DE ['
                       WK-OFI-CERRADA '] A [' WK-OFI-RECEPTORA ']'
                       DELIMITED BY SIZE     INTO REG-FICHTRAS
                WRITE REG-FICHTRAS
                ADD  1                            TO
                     WK-CAJAS-OFICINA
                ADD  1                            TO
                     WK-CONTADOR-CAJAS
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** CIERREOFI FETCH CUR-OFICAJA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CIERREOFI'                  TO LOGERR-E-PROGRAMA
                MOVE 'TRAZAR-UNA-CAJA'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-TRAZAR-UNA-CAJA.
           EXIT.

      * Las cajas alquiladas pasan a pendientes de traslado a cargo
      * de la receptora, que las verá en RPTCAJAS hasta que cambie
      * cada contrato a una caja suya (CAJASEG). Las libres se
      * retiran del inventario con la oficina.
       TRASLADAR-CAJAS.
      *------------------
           EXEC SQL
                UPDATE banco.caja_seguridad
                SET    estado_caja           = 'T',
                       oficina_traslado_caja = :WK-OFI-RECEPTORA
                WHERE  oficina_caja          = :WK-OFI-CERRADA
                AND    estado_caja           = 'A'
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   SQL-SUCCESS
                OR SQL-NODATA
           THEN EXEC SQL
                     UPDATE banco.caja_seguridad
                     SET    estado_caja  = 'R'
                     WHERE  oficina_caja = :WK-OFI-CERRADA
                     AND    estado_caja  = 'L'
                END-EXEC
                MOVE SQLCODE                     TO WK-SQLCODE
           END-IF.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CIERREOFI TRASLADAR-CAJAS: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CIERREOFI'                  TO LOGERR-E-PROGRAMA
                MOVE 'TRASLADAR-CAJAS'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                     TO LOGERR-E-SQLCODE
                MOVE SPACES                         TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-TRASLADAR-CAJAS.
           EXIT.

      * Una línea de traza por gestor activo de la oficina cerrada,
      * con los clientes que lleva, que pasan con él a la receptora.
       TRAZAR-GESTORES.
      *------------------
           EXEC SQL
                DECLARE CUR-OFIGES CURSOR FOR
                SELECT G.cod_gestor, G.nom_gestor,
                       (SELECT COUNT(*)
                        FROM   banco.cliente_gestor A
                        WHERE  A.cod_gestor   = G.cod_gestor
                        AND    A.fec_fin_asig IS NULL)
                FROM   banco.gestor G
                WHERE  G.oficina_gestor = :WK-OFI-CERRADA
                AND    G.estado_gestor  = 'A'
                ORDER BY G.cod_gestor
           END-EXEC.

           EXEC SQL OPEN CUR-OFIGES END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CIERREOFI OPEN CUR-OFIGES: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CIERREOFI'                  TO LOGERR-E-PROGRAMA
                MOVE 'TRAZAR-GESTORES'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-TRAZAR-GESTORES
           END-IF.

           PERFORM TRAZAR-UN-GESTOR              THRU
                   FIN-TRAZAR-UN-GESTOR
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-OFIGES END-EXEC.

       FIN-TRAZAR-GESTORES.
           EXIT.

       TRAZAR-UN-GESTOR.
      *-------------------
           EXEC SQL
                FETCH CUR-OFIGES
                INTO  :WK-GES-COD, :WK-GES-NOM, :WK-GES-CLIENTES
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE SPACES                       TO REG-FICHTRAS
                STRING 'GESTOR [' WK-GES-COD '] ' WK-GES-NOM
                       ' CLIENTES [' WK-GES-CLIENTES '] DE ['
                       WK-OFI-CERRADA '] A [' WK-OFI-RECEPTORA ']'
                       DELIMITED BY SIZE     INTO REG-FICHTRAS
                WRITE REG-FICHTRAS
                ADD  1                            TO
                     WK-GESTORES-OFICINA
                ADD  1                            TO
                     WK-CONTADOR-GESTORES
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** CIERREOFI FETCH CUR-OFIGES: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CIERREOFI'                  TO LOGERR-E-PROGRAMA
                MOVE 'TRAZAR-UN-GESTOR'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-TRAZAR-UN-GESTOR.
           EXIT.

      * Los gestores activos pasan a la receptora. Los dados de baja
      * se quedan con la oficina en la que trabajaron.
       TRASLADAR-GESTORES.
      *---------------------
           EXEC SQL
                UPDATE banco.gestor
                SET    oficina_gestor = :WK-OFI-RECEPTORA
                WHERE  oficina_gestor = :WK-OFI-CERRADA
                AND    estado_gestor  = 'A'
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CIERREOFI TRASLADAR-GESTORES: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'CIERREOFI'                  TO LOGERR-E-PROGRAMA
                MOVE 'TRASLADAR-GESTORES'          TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                     TO LOGERR-E-SQLCODE
                MOVE SPACES                         TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-TRASLADAR-GESTORES.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
                  ']'.
           DISPLAY 'CLIENTES REASIGNADOS   [' WK-CONTADOR-CLIENTES
                  ']'.
           DISPLAY 'CAJAS A TRASLADAR      [' WK-CONTADOR-CAJAS
                  ']'.
           DISPLAY 'GESTORES TRASLADADOS   [' WK-CONTADOR-GESTORES
                  ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
