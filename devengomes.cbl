      *    después el devengo nuevo, un asiento agregado por producto
      *    (intereses ganados y aún no pagados de plazos fijos, e
      *    intereses corridos y aún no facturados de préstamos). Es
      *    el resumen que consume contabilidad al cierre. Delante de
      *    los asientos de devengo va su desglose por producto del
      *    catálogo de la cuenta ligada al plazo o al préstamo. Su
      *    nombre lleva la fecha de la ejecución para no pisar el de
      *    ejecuciones anteriores.
           SELECT FICHDEV  ASSIGN TO WK-FICHDEV-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un asiento o una línea de desglose por registro.
       FD FICHDEV  RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHDEV                      PIC X(160).
       01  WK-PRESTAMO-PLAZO-MESES           PIC 9(03).
       01  WK-PRESTAMO-CUOTAS-PAGADAS        PIC 9(03).
       01  WK-DIAS-CORRIDOS                  PIC S9(05).
       01  WK-PRESTAMO-PRODUCTO              PIC X(06).

      * Devengo de plazos de un producto: producto de la cuenta
      * ligada, cuántos plazos y cuánto devengan.
       01  WK-PRD-PRODUCTO                   PIC X(06).
       01  WK-PRD-NUMERO                     PIC 9(06).
       01  WK-PRD-IMPORTE                    PIC S9(10)V99
                                             LEADING SEPARATE.

      * Totales devengados del mes y mes contable en curso (AAAAMM).
       01  WK-DEVENGO-PLAZOS                 PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-MES-ACTUAL                     PIC X(06).

      * Pasivo por tarjetas prepago al cierre: suma de sus saldos y
      * cuántas tarjetas lo forman.
       01  WK-PASIVO-PREPAGO                 PIC S9(12)V99
                                             LEADING SEPARATE.
       01  WK-TARJETAS-PREPAGO               PIC 9(08).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'periodo.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * Cuántos asientos de extorno y de devengo se han emitido.
       01  WK-CONTADOR-EXTORNOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DEVENGOS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DESGLOSES             PIC 9(06) VALUE 0.

      * Ruptura por producto de los préstamos: el producto del grupo
      * en curso, cuántos préstamos devengan y cuánto.
       01  WK-PRODUCTO-ANTERIOR              PIC X(06) VALUE SPACES.
       01  WK-PRD-PRESTAMOS                  PIC 9(06) VALUE 0.
       01  WK-PRD-DEVENGO                    PIC S9(10)V99
                                             LEADING SEPARATE
                                             VALUE 0.

      * Estado en que queda el mes contable tras el cierre.
       01  WK-ESTADO-PERIODO                 PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
                        FIN-ASENTAR-DEVENGOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ASENTAR-PREPAGO         THRU
                        FIN-ASENTAR-PREPAGO
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   STAT-OK
           THEN PERFORM CERRAR-PERIODO          THRU
                        FIN-CERRAR-PERIODO
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
           MOVE 'DEVENGOMES'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHDEV-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** DEVENGOMES REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHDEV-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      * Interés ganado y aún no pagado de los plazos abiertos: la
      * parte proporcional del interés del término corrida desde el
      * último cupón (o la apertura), con la misma base de días que
      * usan CUPONPLAZO y VENCPLAZO. Sale agrupado por producto de
      * la cuenta ligada al plazo (SINPRD las anteriores al
      * catálogo); el total de plazos es la suma de los grupos.
       DEVENGAR-PLAZOS.
      *------------------
           EXEC SQL
                DECLARE CUR-DEVPLA CURSOR FOR
                SELECT COALESCE(CT.cod_producto, 'SINPRD'),
                       COUNT(*),
                       COALESCE(SUM(PF.principal_plazo * PF.tasa_plazo
                       * DATEDIFF(CURDATE(),
                                  COALESCE(PF.fecha_ult_cupon_plazo,
                                           PF.fecha_apertura_plazo))
                       / DATEDIFF(PF.fecha_vencimiento_plazo,
                                  PF.fecha_apertura_plazo)), 0)
                FROM   banco.plazo_fijo PF
                LEFT JOIN banco.cuenta CT
                ON     CT.id_medio = PF.id_medio_cuenta
                WHERE  PF.estado_plazo = 'A'
                AND    DATEDIFF(PF.fecha_vencimiento_plazo,
                                PF.fecha_apertura_plazo) > 0
                GROUP BY COALESCE(CT.cod_producto, 'SINPRD')
                ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CUR-DEVPLA END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** DEVENGOMES OPEN CUR-DEVPLA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-DEVENGAR-PLAZOS
           END-IF.

           PERFORM DEVENGAR-UN-PRODUCTO          THRU
                   FIN-DEVENGAR-UN-PRODUCTO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-DEVPLA END-EXEC.

       FIN-DEVENGAR-PLAZOS.
           EXIT.

       DEVENGAR-UN-PRODUCTO.
      *------------------------
           EXEC SQL
                FETCH CUR-DEVPLA
                INTO  :WK-PRD-PRODUCTO, :WK-PRD-NUMERO,
                      :WK-PRD-IMPORTE
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  WK-PRD-IMPORTE               TO WK-DEVENGO-PLAZOS
                MOVE SPACES                       TO REG-FICHDEV
                STRING 'DESGLOSE DEVENGO [PLAZO   ] PRODUCTO ['
                       WK-PRD-PRODUCTO '] PLAZOS ['
                       WK-PRD-NUMERO '] IMPORTE ['
                       WK-PRD-IMPORTE ']'
                       DELIMITED BY SIZE     INTO REG-FICHDEV
                WRITE REG-FICHDEV
                ADD  1                            TO
                     WK-CONTADOR-DESGLOSES
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** DEVENGOMES FETCH DEVPLA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'DEVENGOMES'                 TO LOGERR-E-PROGRAMA
                MOVE 'DEVENGAR-UN-PRODUCTO'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-DEVENGAR-UN-PRODUCTO.
           EXIT.

      * Interés corrido y aún no facturado de los préstamos abiertos:
      * el interés del mes en curso (capital vivo por interés
      * mensual) prorrateado por los días corridos desde la última
      * cuota; hace falta la matemática francesa en COBOL, así que se
      * recorre préstamo a préstamo, ordenados por producto de la
      * cuenta ligada para desglosar el devengo por producto.
       DEVENGAR-PRESTAMOS.
      *---------------------
           EXEC SQL
                DECLARE CUR-DEVPRE CURSOR FOR
                SELECT P.tasa_prestamo, P.cuota_mensual_prestamo,
                       P.plazo_meses_prestamo,
                       P.cuotas_pagadas_prestamo,
                       DATEDIFF(CURDATE(),
                              DATE_SUB(P.fecha_proxima_cuota_prestamo,
                                       INTERVAL 1 MONTH)),
                       COALESCE(CT.cod_producto, 'SINPRD')
                FROM   banco.prestamo P
                LEFT JOIN banco.cuenta CT
                ON     CT.id_medio = P.id_medio_cuenta
                WHERE  P.estado_prestamo IN ('A', 'M')
                ORDER BY 6, P.id_prestamo
           END-EXEC.

           EXEC SQL OPEN CUR-DEVPRE END-EXEC.

           EXEC SQL CLOSE CUR-DEVPRE END-EXEC.

           IF   STAT-OK
                AND WK-PRODUCTO-ANTERIOR NOT = SPACES
           THEN PERFORM ESCRIBIR-DESGLOSE-PRESTAMO THRU
                        FIN-ESCRIBIR-DESGLOSE-PRESTAMO
           END-IF.

       FIN-DEVENGAR-PRESTAMOS.
           EXIT.

                INTO  :WK-PRESTAMO-TASA, :WK-PRESTAMO-CUOTA,
                      :WK-PRESTAMO-PLAZO-MESES,
                      :WK-PRESTAMO-CUOTAS-PAGADAS,
                      :WK-DIAS-CORRIDOS, :WK-PRESTAMO-PRODUCTO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                IF   WK-PRESTAMO-PRODUCTO NOT = WK-PRODUCTO-ANTERIOR
                THEN IF   WK-PRODUCTO-ANTERIOR NOT = SPACES
                     THEN PERFORM ESCRIBIR-DESGLOSE-PRESTAMO THRU
                                  FIN-ESCRIBIR-DESGLOSE-PRESTAMO
                     END-IF
                     MOVE WK-PRESTAMO-PRODUCTO    TO
                          WK-PRODUCTO-ANTERIOR
                END-IF
                PERFORM ACUMULAR-DEVENGO          THRU
                        FIN-ACUMULAR-DEVENGO
           WHEN OTHER

           ADD  WK-DEVENGO-UNO                   TO
                WK-DEVENGO-PRESTAMOS.
           ADD  WK-DEVENGO-UNO                   TO WK-PRD-DEVENGO.
           ADD  1                                TO WK-PRD-PRESTAMOS.

       FIN-ACUMULAR-DEVENGO.
           EXIT.

      * Desglose del devengo de los préstamos de un producto; deja
      * los acumulados a cero para el siguiente.
       ESCRIBIR-DESGLOSE-PRESTAMO.
      *---------------------------
           MOVE SPACES                           TO REG-FICHDEV.
           STRING 'DESGLOSE DEVENGO [PRESTAMO] PRODUCTO ['
                  WK-PRODUCTO-ANTERIOR '] PRESTAMOS ['
                  WK-PRD-PRESTAMOS '] IMPORTE ['
                  WK-PRD-DEVENGO ']'
                  DELIMITED BY SIZE         INTO REG-FICHDEV.
           WRITE REG-FICHDEV.

           ADD  1                                TO
                WK-CONTADOR-DESGLOSES.
           MOVE ZERO                             TO WK-PRD-PRESTAMOS
                                                    WK-PRD-DEVENGO.

       FIN-ESCRIBIR-DESGLOSE-PRESTAMO.
           EXIT.

      * Asienta los devengos nuevos en el fichero y los deja
      * vigentes en banco.devengo_mensual para que el próximo cierre
      * los extorne.
       FIN-ASENTAR-UNO.
           EXIT.

      * El saldo de las tarjetas prepago es dinero de los clientes:
      * va al resumen como un pasivo aparte, por su saldo al cierre.
      * No es un devengo, así que no se guarda en devengo_mensual ni
      * se extorna en el cierre siguiente.
       ASENTAR-PREPAGO.
      *----------------
           EXEC SQL
                SELECT COALESCE(SUM(T.cred_tarjeta), 0), COUNT(*)
                INTO   :WK-PASIVO-PREPAGO, :WK-TARJETAS-PREPAGO
                FROM   banco.tarjeta T
                JOIN   banco.tarjeta_prepago P
                       ON   P.id_medio = T.id_medio
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** DEVENGOMES ASENTAR-PREPAGO: '
                        'ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'DEVENGOMES'                 TO LOGERR-E-PROGRAMA
                MOVE 'ASENTAR-PREPAGO'            TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-ASENTAR-PREPAGO
           END-IF.

           MOVE SPACES                           TO REG-FICHDEV.
           STRING 'SALDO PASIVO [PREPAGO ] MES [' WK-MES-ACTUAL
                  '] IMPORTE [' WK-PASIVO-PREPAGO
                  '] TARJETAS [' WK-TARJETAS-PREPAGO ']'
                  DELIMITED BY SIZE         INTO REG-FICHDEV.
           WRITE REG-FICHDEV.

       FIN-ASENTAR-PREPAGO.
           EXIT.

      *    Mandado el resumen a contabilidad, el mes queda cerrado
      *    y INSMOV ya no admite movimientos fechados en él. Sólo se
      *    cierra si SALDOHIST ya sacó la foto de su último día (mes
      *    en cierre); si no, se avisa y queda abierto hasta cerrarlo
      *    a mano desde MENUBANCO.
       CERRAR-PERIODO.
      *---------------
           INITIALIZE                           AREA-PERIODO-ENTRADA.
           SET  PERIODO-E-ACC-CONSULTAR         TO TRUE.
           MOVE WK-MES-ACTUAL                   TO PERIODO-E-MES.
           MOVE 'DEVENGOMES'                    TO PERIODO-E-USUARIO.

           CALL "PERIODO"                       USING AREA-PERIODO.

           IF   PERIODO-STAT-OK AND PERIODO-S-ESTADO-CERRANDO
           THEN SET  PERIODO-E-ACC-CERRAR       TO TRUE
                CALL "PERIODO"                  USING AREA-PERIODO
           END-IF.

           IF   NOT PERIODO-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** DEVENGOMES CERRAR-PERIODO: '
                        'PERIODO-STAT [' PERIODO-STAT ']'
                MOVE 'DEVENGOMES'                TO LOGERR-E-PROGRAMA
                MOVE 'CERRAR-PERIODO'            TO LOGERR-E-PARRAFO
                MOVE PERIODO-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CERRAR-PERIODO
           END-IF.

           MOVE PERIODO-S-ESTADO                TO WK-ESTADO-PERIODO.

           IF   PERIODO-S-ESTADO-ABIERTO
           THEN DISPLAY '*** AVISO *** DEVENGOMES CERRAR-PERIODO'
                DISPLAY 'SIN FOTO DE FIN DE MES DE SALDOHIST, EL MES ['
                        WK-MES-ACTUAL '] QUEDA ABIERTO'
           END-IF.

       FIN-CERRAR-PERIODO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'DEVENGO MENSUAL DE INTERESES'.
           DISPLAY 'MES CONTABLE           [' WK-MES-ACTUAL ']'.
           DISPLAY 'ESTADO DEL MES         [' WK-ESTADO-PERIODO ']'.
           DISPLAY 'FICHERO DE SALIDA      [' WK-FICHDEV-NOMBRE ']'.
           DISPLAY 'ASIENTOS DE EXTORNO    [' WK-CONTADOR-EXTORNOS
                  ']'.
           DISPLAY 'ASIENTOS DE DEVENGO    [' WK-CONTADOR-DEVENGOS
                  ']'.
           DISPLAY 'DESGLOSES POR PRODUCTO [' WK-CONTADOR-DESGLOSES
                  ']'.
           DISPLAY 'DEVENGO PLAZOS         [' WK-DEVENGO-PLAZOS ']'.
           DISPLAY 'DEVENGO PRESTAMOS      [' WK-DEVENGO-PRESTAMOS
                  ']'.
           DISPLAY 'PASIVO PREPAGO         [' WK-PASIVO-PREPAGO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
