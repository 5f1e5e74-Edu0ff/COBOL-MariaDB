       FILE SECTION.
      *-------------
      * Un registro por carta generada.
       FD FICHCARTA RECORD CONTAINS 400 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCARTA                    PIC X(400).

      * Un registro por cuenta entregada.
       FD FICHENTRE RECORD CONTAINS 200 CHARACTERS
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Cuenta abandonada que se va tratando, con su titular; el
      * domicilio para la carta lo da DOMENVIO.
       01  WK-CTA-ID                        PIC 9(10).
       01  WK-CTA-NUM                       PIC X(20).
       01  WK-CTA-SALDO                     PIC S9(10)V99
                                            LEADING SEPARATE.
       01  WK-CLI-ID                        PIC 9(10).
       01  WK-CLI-NIF                       PIC X(10).
       01  WK-CLI-NOM                       PIC X(57).
       01  WK-CLI-IDIOMA                    PIC X(02).

      * Etapa de la pasada en curso (1 = aviso a los 18 años, 2 =
           COPY 'plantilla.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'domenvio.cpy'.

      * Texto fijo de la carta: plantilla en el idioma del cliente
      * si legal la ha cargado, y el literal de siempre si no.
       01  FS-FICHENTRE                     PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Cuántas cartas de cada etapa (y de ellas cuántas retenidas
      * para la oficina) y cuántas entregas se han hecho.
       01  WK-CONTADOR-CARTAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDAS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ENTREGAS             PIC 9(06) VALUE 0.
       01  WK-TOTAL-ENTREGADO               PIC S9(12)V99
                                            LEADING SEPARATE
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

      *    Da de alta en el catálogo de informes (RPTCATAL) los
      *    ficheros de salida de la ejecución, para que DISTINFORM
      *    los reparta a sus destinatarios y los purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'ABANDONO'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCARTA-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ABANDONO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCARTA-NOMBRE ']'
           END-IF.

           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'ABANDONO'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHENTRE-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ABANDONO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHENTRE-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
           EXEC SQL
                DECLARE CUR-AVABAN CURSOR FOR
                SELECT CT.id_medio, CT.num_cuenta, CT.saldo_cuenta,
                       C.id_cliente, C.nif_cliente, C.nom_cliente,
                       COALESCE(C.idioma_cliente, 'ES')
                FROM   banco.cuenta CT, banco.cliente_rln_cuenta R,
                       banco.cliente C
                WHERE  CT.estado_cuenta = 'A'
                AND    R.id_medio    = CT.id_medio
                AND    R.tip_rln     = 'T'
                AND    C.id_cliente  = R.id_cliente
                AND    NOT EXISTS (
                           SELECT 1
                           FROM   banco.movimiento M
           EXEC SQL
                FETCH CUR-AVABAN
                INTO  :WK-CTA-ID, :WK-CTA-NUM, :WK-CTA-SALDO,
                      :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-NOM,
                      :WK-CLI-IDIOMA
           END-EXEC.

      * reejecución no duplique el correo.
       GENERAR-CARTA.
      *--------------
           INITIALIZE                            AREA-DOMENVIO.
           MOVE WK-CLI-ID                        TO DOMENVIO-E-ID-CLI.

           CALL "DOMENVIO"                       USING AREA-DOMENVIO.

           IF   NOT DOMENVIO-STAT-OK
                AND NOT DOMENVIO-STAT-RETENER
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** ABANDONO GENERAR-CARTA: ERROR'
                DISPLAY 'CLIENTE  [' WK-CLI-ID ']'
                DISPLAY 'DOMENVIO [' DOMENVIO-STAT ']'
                MOVE 'ABANDONO'                   TO LOGERR-E-PROGRAMA
                MOVE 'GENERAR-CARTA'              TO LOGERR-E-PARRAFO
                MOVE DOMENVIO-SQLCODE              TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GENERAR-CARTA
           END-IF.

           PERFORM OBTENER-PLANTILLA             THRU
                   FIN-OBTENER-PLANTILLA.

      *    Sin domicilio entregable la carta se imprime igual, pero
      *    retenida para la oficina, y el aviso queda anotado.
           MOVE SPACES                           TO REG-FICHCARTA.
           IF   DOMENVIO-STAT-RETENER
           THEN STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM
                       ' RETENIDA EN OFICINA ['
                       DOMENVIO-S-OFICINA ']'
                       ' CUENTA [' WK-CTA-NUM '] SALDO ['
                       WK-CTA-SALDO '] AVISO [' WK-ETAPA '] '
                       WK-TEXTO-CARTA
                       DELIMITED BY SIZE         INTO REG-FICHCARTA
                ADD  1                           TO
                     WK-CONTADOR-RETENIDAS
           ELSE STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM
                       ' DOMICILIO [' DOMENVIO-S-CALLE ' '
                       DOMENVIO-S-NUM ' ' DOMENVIO-S-COD-POS ' '
                       DOMENVIO-S-POBL ']'
                       ' CUENTA [' WK-CTA-NUM '] SALDO ['
                       WK-CTA-SALDO '] AVISO [' WK-ETAPA '] '
                       WK-TEXTO-CARTA
                       DELIMITED BY SIZE         INTO REG-FICHCARTA
           END-IF.

           WRITE REG-FICHCARTA.

           DISPLAY 'FICHERO DE CARTAS      [' WK-FICHCARTA-NOMBRE ']'.
           DISPLAY 'FICHERO DE ENTREGA     [' WK-FICHENTRE-NOMBRE ']'.
           DISPLAY 'CARTAS GENERADAS       [' WK-CONTADOR-CARTAS ']'.
           DISPLAY 'RETENIDAS OFICINA      [' WK-CONTADOR-RETENIDAS
                  ']'.
           DISPLAY 'CUENTAS ENTREGADAS     [' WK-CONTADOR-ENTREGAS
                  ']'.
           DISPLAY 'IMPORTE ENTREGADO      [' WK-TOTAL-ENTREGADO ']'.
