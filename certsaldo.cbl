                                             LEADING SEPARATE.
       01  WK-POS-ESTADO                     PIC X(01).

      * Posición en un fondo de inversión a la fecha de corte: las
      * participaciones de las órdenes confirmadas con VL hasta esa
      * fecha, valoradas al último VL de la gestora no posterior.
       01  WK-FON-ISIN                       PIC X(12).
       01  WK-FON-DIVISA                     PIC X(03).
       01  WK-FON-PARTICIPACIONES            PIC S9(09)V9(06)
                                             LEADING SEPARATE.
       01  WK-FON-VL                         PIC S9(06)V9(06)
                                             LEADING SEPARATE.
       01  WK-FON-FEC-VL                     PIC X(08).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Lista en memoria de los medios a certificar (uno solo con
      * CERTSALDO_CUENTA, todos los del NIF con CERTSALDO_NIF), con
       01  WK-CONTADOR-POR-FOTO              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-HACIA-ATRAS           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-POSICIONES            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-FONDOS                PIC 9(06) VALUE 0.

       01  WK-FON-VALOR                      PIC S9(10)V99
                                             LEADING SEPARATE.

       PROCEDURE DIVISION.
      ******************************************************************
      *    En el modo por NIF el certificado abarca TODOS los
      *    productos del cliente: tras cuentas y tarjetas salen los
      *    plazos fijos y prestamos vivos a la fecha de corte, el
      *    mismo corte por fechas del certificado de CERTFALLEC, y
      *    las posiciones en fondos de inversion a esa fecha.
           IF   STAT-OK
                AND WK-FILTRO-CTA = ZERO
           THEN PERFORM CERTIFICAR-PLAZOS       THRU
                        FIN-CERTIFICAR-PLAZOS
                PERFORM CERTIFICAR-PRESTAMOS    THRU
                        FIN-CERTIFICAR-PRESTAMOS
                PERFORM CERTIFICAR-FONDOS       THRU
                        FIN-CERTIFICAR-FONDOS
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
           MOVE 'CERTSALDO'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCSAL-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CERTSALDO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCSAL-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
       FIN-CERTIFICAR-UN-PRESTAMO.
           EXIT.

      * Fondos de inversión del cliente a la fecha de corte. La
      * posición se reconstruye con las órdenes confirmadas cuyo VL
      * es anterior o igual a la fecha (suscripciones menos
      * reembolsos), porque banco.fondo_posicion sólo guarda la de
      * hoy, y se valora al último VL recibido hasta esa fecha.
       CERTIFICAR-FONDOS.
      *------------------
           EXEC SQL
                DECLARE CUR-CSALFON CURSOR FOR
                SELECT F.isin_fondo, F.divisa_fondo,
                       SUM(CASE WHEN O.tipo_orden = 'S'
                                THEN O.participaciones_conf
                                ELSE 0 - O.participaciones_conf
                           END),
                       COALESCE((SELECT V.vl
                                 FROM   banco.fondo_vl V
                                 WHERE  V.id_fondo = F.id_fondo
                                 AND    V.fec_vl  <=
                                        STR_TO_DATE(:WK-FECHA-CORTE,
                                                    '%Y%m%d')
                                 ORDER BY V.fec_vl DESC
                                 LIMIT 1), 0),
                       COALESCE((SELECT DATE_FORMAT(MAX(V.fec_vl),
                                                    '%Y%m%d')
                                 FROM   banco.fondo_vl V
                                 WHERE  V.id_fondo = F.id_fondo
                                 AND    V.fec_vl  <=
                                        STR_TO_DATE(:WK-FECHA-CORTE,
                                                    '%Y%m%d')), ' ')
                FROM   banco.fondo_orden O,
                       banco.fondo_inversion F
                WHERE  O.id_cliente   = :WK-CLI-ID
                AND    O.estado_orden = 'C'
                AND    F.id_fondo     = O.id_fondo
                AND    O.fec_vl_orden <=
                       STR_TO_DATE(:WK-FECHA-CORTE, '%Y%m%d')
                GROUP BY F.id_fondo, F.isin_fondo, F.divisa_fondo
                HAVING SUM(CASE WHEN O.tipo_orden = 'S'
                                THEN O.participaciones_conf
                                ELSE 0 - O.participaciones_conf
                           END) > 0
                ORDER BY F.isin_fondo
           END-EXEC.

           EXEC SQL OPEN CUR-CSALFON END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CERTSALDO OPEN CUR-CSALFON: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                GO TO FIN-CERTIFICAR-FONDOS
           END-IF.

           PERFORM CERTIFICAR-UN-FONDO           THRU
                   FIN-CERTIFICAR-UN-FONDO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CSALFON END-EXEC.

       FIN-CERTIFICAR-FONDOS.
           EXIT.

       CERTIFICAR-UN-FONDO.
      *--------------------
           EXEC SQL
                FETCH CUR-CSALFON
                INTO  :WK-FON-ISIN, :WK-FON-DIVISA,
                      :WK-FON-PARTICIPACIONES, :WK-FON-VL,
                      :WK-FON-FEC-VL
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                COMPUTE WK-FON-VALOR ROUNDED =
                        WK-FON-PARTICIPACIONES * WK-FON-VL
                MOVE SPACES                       TO REG-FICHCSAL
                STRING 'FONDO [' WK-FON-ISIN
                       '] PARTICIPACIONES [' WK-FON-PARTICIPACIONES
                       '] VL [' WK-FON-VL ' ' WK-FON-FEC-VL
                       '] VALOR [' WK-FON-VALOR ' ' WK-FON-DIVISA ']'
                       DELIMITED BY SIZE     INTO REG-FICHCSAL
                WRITE REG-FICHCSAL
                MOVE SPACES                       TO REG-FICHCSAL
                STRING '  FUENTE: ORDENES CONFIRMADAS CON VL HASTA ['
                       WK-FECHA-CORTE '] EN banco.fondo_orden'
                       DELIMITED BY SIZE     INTO REG-FICHCSAL
                WRITE REG-FICHCSAL
                ADD  1                            TO
                     WK-CONTADOR-FONDOS
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** CERTSALDO FETCH CUR-CSALFON'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
           END-EVALUATE.

       FIN-CERTIFICAR-UN-FONDO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
                   WK-CONTADOR-HACIA-ATRAS ']'.
           DISPLAY 'PLAZOS Y PRESTAMOS     ['
                   WK-CONTADOR-POSICIONES ']'.
           DISPLAY 'FONDOS DE INVERSION    ['
                   WK-CONTADOR-FONDOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
