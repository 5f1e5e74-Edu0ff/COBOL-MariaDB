      *    Fichero de salida del informe de rentabilidad por NIF: lo
      *    ganado con cada cliente en los últimos doce meses
      *    (intereses y cuotas de tarjeta de DEVENGOTAR, comisiones
      *    de cuenta, intereses de cuotas de préstamo, descuento de
      *    las ventas con TPV de sus comercios) contra lo
      *    pagado en intereses de depósito, con el neto desglosado,
      *    agrupado por oficina, seguido del mismo desglose por
      *    producto del catálogo. Su nombre lleva la fecha de la
      *    ejecución para no pisar el de ejecuciones anteriores.
           SELECT FICHRENT ASSIGN TO WK-FICHRENT-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por NIF y, detrás, uno por producto.
       FD FICHRENT RECORD CONTAINS 300 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHRENT                     PIC X(300).

       WORKING-STORAGE SECTION.
      *------------------------
                                             LEADING SEPARATE.
       01  WK-ING-PRESTAMOS                  PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-ING-TPV                        PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-GTO-DEPOSITOS                  PIC S9(12)V99
                                             LEADING SEPARATE.

      * Fila por producto del cursor de rentabilidad por producto.
       01  WK-PRODUCTO                       PIC X(06).
       01  WK-NUM-MEDIOS                     PIC 9(06).
       01  WK-ING-PRODUCTO                   PIC S9(12)V99
                                             LEADING SEPARATE.

      * Filtro opcional de oficina.
       01  WK-FILTRO-OFICINA                 PIC X(04).

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * Cuántos NIF salen en el informe y cuántos dan neto negativo.
       01  WK-CONTADOR-NIF                   PIC 9(06) VALUE 0.
       01  WK-CONTADOR-NEGATIVOS             PIC 9(06) VALUE 0.
      * Cuántos productos salen en el desglose por producto.
       01  WK-CONTADOR-PRODUCTOS             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
                        FIN-CALCULAR-RENTABILIDAD
           END-IF.

           IF   STAT-OK
           THEN PERFORM CALCULAR-RENT-PRODUCTO  THRU
                        FIN-CALCULAR-RENT-PRODUCTO
           END-IF.

           IF   STAT-OK
           THEN MOVE SPACES                     TO REG-FICHRENT
                STRING 'NETO TOTAL DE LA ENTIDAD [' WK-NETO-TOTAL
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
           MOVE 'RPTRENTCLI'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRENT-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTRENTCLI REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRENT-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
       FIN-CERRAR-FICHERO.
           EXIT.

      * Las patas de la rentabilidad de cada cliente en los últimos
      * doce meses: lo cargado en sus tarjetas por intereses y cuotas
      * (los posteos de DEVENGOTAR), las comisiones de sus cuentas, el
      * interés y la mora de sus cuotas de préstamo
      * (banco.prestamo_cuota), la tasa de descuento retenida en las
      * liquidaciones de sus comercios con TPV (LIQTPV) y, en contra,
      * el interés de depósito que se le ha abonado (plazos y
      * cupones).
       CALCULAR-RENTABILIDAD.
      *------------------------
           EXEC SQL
                                       DATE_SUB(CURDATE(),
                                                INTERVAL 12 MONTH)),
                                0),
                       COALESCE((SELECT SUM(L.importe_descuento)
                                 FROM banco.comercio        K,
                                      banco.liquidacion_tpv L
                                 WHERE K.id_cliente  = C.id_cliente
                                 AND   L.id_comercio = K.id_comercio
                                 AND   L.fec_liquidacion >=
                                       DATE_SUB(now(),
                                                INTERVAL 12 MONTH)),
                                0),
                       COALESCE((SELECT SUM(M3.importe_mov)
                                 FROM banco.cliente_rln_cuenta R4,
                                      banco.movimiento M3
                FETCH CUR-RENT
                INTO  :WK-CLI-NIF, :WK-CLI-NOM, :WK-CLI-OFICINA,
                      :WK-ING-TARJETA, :WK-ING-COMISIONES,
                      :WK-ING-PRESTAMOS, :WK-ING-TPV,
                      :WK-GTO-DEPOSITOS
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
                CONTINUE
           WHEN SQL-SUCCESS
                COMPUTE WK-NETO = WK-ING-TARJETA + WK-ING-COMISIONES
                                 + WK-ING-PRESTAMOS + WK-ING-TPV
                                 - WK-GTO-DEPOSITOS
                ADD  WK-NETO                      TO WK-NETO-TOTAL
                ADD  1                            TO WK-CONTADOR-NIF
                       ' TARJETAS [' WK-ING-TARJETA
                       '] COMISIONES [' WK-ING-COMISIONES
                       '] PRESTAMOS [' WK-ING-PRESTAMOS
                       '] TPV [' WK-ING-TPV
                       '] INT. PAGADO [' WK-GTO-DEPOSITOS
                       '] NETO [' WK-NETO ']'
                       DELIMITED BY SIZE     INTO REG-FICHRENT
       FIN-LEER-RENTABILIDAD.
           EXIT.

      * Las mismas patas de ingreso y gasto, esta vez por producto del
      * catálogo de cada cuenta y tarjeta de los clientes del informe
      * (filtro de oficina incluido): lo cargado por intereses y
      * comisiones contra lo abonado por intereses en los últimos
      * doce meses. Los préstamos no llevan producto de catálogo y
      * quedan fuera de este desglose; los medios anteriores al
      * catálogo salen juntos bajo SINPRD.
       CALCULAR-RENT-PRODUCTO.
      *-----------------------
           EXEC SQL
                DECLARE CUR-RENTPRD CURSOR FOR
                SELECT P.cod_producto,
                       COUNT(DISTINCT P.id_medio),
                       COALESCE(SUM(CASE
                                WHEN M.importe_mov < 0
                                AND  M.cod_cnpt_mov IN ('INT','COM')
                                THEN 0 - M.importe_mov
                                ELSE 0 END), 0),
                       COALESCE(SUM(CASE
                                WHEN M.importe_mov > 0
                                AND  M.cod_cnpt_mov = 'INT'
                                THEN M.importe_mov
                                ELSE 0 END), 0)
                FROM  (SELECT CT.id_medio,
                              COALESCE(CT.cod_producto, 'SINPRD')
                                  AS cod_producto
                       FROM   banco.cuenta CT
                       WHERE  EXISTS
                             (SELECT 1
                              FROM   banco.cliente_rln_cuenta R,
                                     banco.cliente C
                              WHERE  R.id_medio   = CT.id_medio
                              AND    R.tip_rln    IN ('T','C')
                              AND    C.id_cliente = R.id_cliente
                              AND   (:WK-FILTRO-OFICINA = '    '
                               OR    C.oficina_cliente =
                                     :WK-FILTRO-OFICINA))
                       UNION ALL
                       SELECT T.id_medio,
                              COALESCE(T.cod_producto, 'SINPRD')
                       FROM   banco.tarjeta T, banco.cliente C
                       WHERE  C.id_cliente = T.id_cliente
                       AND   (:WK-FILTRO-OFICINA = '    '
                        OR    C.oficina_cliente =
                              :WK-FILTRO-OFICINA)) P
                LEFT JOIN banco.movimiento M
                ON     M.id_medio = P.id_medio
                AND    M.fec_mov >= DATE_SUB(now(), INTERVAL 12 MONTH)
                GROUP BY P.cod_producto
                ORDER BY P.cod_producto
           END-EXEC.

           EXEC SQL OPEN CUR-RENTPRD END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTRENTCLI OPEN CUR-RENTPRD: E'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTRENTCLI'                 TO LOGERR-E-PROGRAMA
                MOVE 'CALCULAR-RENT-PRODUCTO'      TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CALCULAR-RENT-PRODUCTO
           END-IF.

           PERFORM LEER-RENT-PRODUCTO            THRU
                   FIN-LEER-RENT-PRODUCTO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-RENTPRD END-EXEC.

       FIN-CALCULAR-RENT-PRODUCTO.
           EXIT.

       LEER-RENT-PRODUCTO.
      *-------------------
           EXEC SQL
                FETCH CUR-RENTPRD
                INTO  :WK-PRODUCTO, :WK-NUM-MEDIOS,
                      :WK-ING-PRODUCTO, :WK-GTO-DEPOSITOS
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                COMPUTE WK-NETO = WK-ING-PRODUCTO - WK-GTO-DEPOSITOS
                ADD  1                            TO
                     WK-CONTADOR-PRODUCTOS
                MOVE SPACES                       TO REG-FICHRENT
                STRING 'PRODUCTO [' WK-PRODUCTO '] MEDIOS ['
                       WK-NUM-MEDIOS
                       '] INGRESOS [' WK-ING-PRODUCTO
                       '] INT. PAGADO [' WK-GTO-DEPOSITOS
                       '] NETO [' WK-NETO ']'
                       DELIMITED BY SIZE     INTO REG-FICHRENT
                WRITE REG-FICHRENT
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTRENTCLI FETCH CUR-RENTPRD: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTRENTCLI'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-RENT-PRODUCTO'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-RENT-PRODUCTO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'NIF INCLUIDOS          [' WK-CONTADOR-NIF ']'.
           DISPLAY 'CON NETO NEGATIVO      ['
                   WK-CONTADOR-NEGATIVOS ']'.
           DISPLAY 'PRODUCTOS DESGLOSADOS  ['
                   WK-CONTADOR-PRODUCTOS ']'.
           DISPLAY 'NETO TOTAL             [' WK-NETO-TOTAL ']'.
           DISPLAY '-----------------------------------------------'.

