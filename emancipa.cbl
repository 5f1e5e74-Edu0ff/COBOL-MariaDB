       FILE SECTION.
      *-------------
      * Un registro por carta generada.
       FD FICHEMAN RECORD CONTAINS 400 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHEMAN                     PIC X(400).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila del cursor: la relación de representante a expirar y
      * el titular recién mayor de edad; el domicilio para la carta
      * lo da DOMENVIO.
       01  WK-REP-CLI-ID                   PIC 9(10).
       01  WK-REP-CTA-ID                   PIC 9(10).
       01  WK-CLI-ID                       PIC 9(10).
       01  WK-CLI-NIF                      PIC X(10).
       01  WK-CLI-NOM                      PIC X(57).
       01  WK-CLI-IDIOMA                   PIC X(02).

           EXEC SQL END   DECLARE SECTION    END-EXEC.
           COPY 'plantilla.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'domenvio.cpy'.

      * Texto fijo de la carta: plantilla en el idioma del cliente
      * si legal la ha cargado, y el literal de siempre si no.
       01  FS-FICHEMAN                      PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Cuántas cartas se han generado (y de ellas cuántas
      * retenidas para la oficina) y cuántas relaciones de
      * representante se han expirado.
       01  WK-CONTADOR-CARTAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDAS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-EXPIRADAS            PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
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
           MOVE 'EMANCIPA'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHEMAN-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EMANCIPA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHEMAN-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
           EXEC SQL
                DECLARE CUR-EMAN CURSOR FOR
                SELECT RG.id_cliente, RG.id_medio,
                       C.id_cliente, C.nif_cliente, C.nom_cliente,
                       COALESCE(C.idioma_cliente, 'ES')
                FROM   banco.cliente_rln_cuenta RG,
                       banco.cliente_rln_cuenta RT,
                       banco.cliente C
                WHERE  RG.tip_rln    = 'R'
                AND    RT.id_medio   = RG.id_medio
                AND    RT.tip_rln    = 'T'
                AND    C.id_cliente  = RT.id_cliente
                AND    TIMESTAMPDIFF(YEAR, C.fec_nac_cliente,
                                     CURDATE()) >= 18
                ORDER BY C.nif_cliente, RG.id_medio
           END-EXEC.

           EXEC SQL
                FETCH CUR-EMAN
                INTO  :WK-REP-CLI-ID, :WK-REP-CTA-ID,
                      :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-NOM,
                      :WK-CLI-IDIOMA
           END-EXEC.


       GENERAR-CARTA.
      *--------------
           INITIALIZE                            AREA-DOMENVIO.
           MOVE WK-CLI-ID                        TO DOMENVIO-E-ID-CLI.

           CALL "DOMENVIO"                       USING AREA-DOMENVIO.

           IF   NOT DOMENVIO-STAT-OK
                AND NOT DOMENVIO-STAT-RETENER
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** EMANCIPA GENERAR-CARTA: ERR'
                DISPLAY 'CLIENTE  [' WK-CLI-ID ']'
                DISPLAY 'DOMENVIO [' DOMENVIO-STAT ']'
                MOVE 'EMANCIPA'                   TO LOGERR-E-PROGRAMA
                MOVE 'GENERAR-CARTA'              TO LOGERR-E-PARRAFO
                MOVE DOMENVIO-SQLCODE              TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GENERAR-CARTA
           END-IF.

           PERFORM OBTENER-PLANTILLA             THRU
                   FIN-OBTENER-PLANTILLA.

      *    Sin domicilio entregable la carta se imprime igual, pero
      *    retenida para la oficina.
           MOVE SPACES                           TO REG-FICHEMAN.
           IF   DOMENVIO-STAT-RETENER
           THEN STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM
                       ' RETENIDA EN OFICINA ['
                       DOMENVIO-S-OFICINA ']'
                       ' CUENTA [' WK-REP-CTA-ID '] '
                       WK-TEXTO-CARTA
                       DELIMITED BY SIZE         INTO REG-FICHEMAN
                ADD  1                           TO
                     WK-CONTADOR-RETENIDAS
           ELSE STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM
                       ' DOMICILIO [' DOMENVIO-S-CALLE ' '
                       DOMENVIO-S-NUM ' ' DOMENVIO-S-COD-POS ' '
                       DOMENVIO-S-POBL ']'
                       ' CUENTA [' WK-REP-CTA-ID '] '
                       WK-TEXTO-CARTA
                       DELIMITED BY SIZE         INTO REG-FICHEMAN
           END-IF.

           WRITE REG-FICHEMAN.

           DISPLAY 'EMANCIPACION DE CLIENTES MENORES'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHEMAN-NOMBRE ']'.
           DISPLAY 'CARTAS GENERADAS       [' WK-CONTADOR-CARTAS ']'.
           DISPLAY 'RETENIDAS OFICINA      [' WK-CONTADOR-RETENIDAS
                  ']'.
           DISPLAY 'RELACIONES EXPIRADAS   [' WK-CONTADOR-EXPIRADAS
                  ']'.
           DISPLAY '-----------------------------------------------'.
