      *    Fichero de salida del informe: un registro por cada prima
      *    tratada en esta ejecución (cobrada o rechazada, el mismo
      *    estilo del informe de AMORTPRES) y uno por cada póliza
      *    cancelada por liquidación anticipada de su préstamo. Las
      *    primas van agrupadas por producto de la cuenta de cargo,
      *    con un registro de total detrás de cada producto. Su
      *    nombre lleva la fecha de la ejecución para no pisar el de
      *    ejecuciones anteriores.
           SELECT FICHPRIMA ASSIGN TO WK-FICHPRIMA-NOMBRE
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por prima o cancelación tratada y uno por
      * producto.
       FD FICHPRIMA RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHPRIMA                    PIC X(160).
       01  WK-POLIZA-PERIODICIDAD            PIC X(01).
       01  WK-POLIZA-NUM                     PIC X(20).
       01  WK-PRESTAMO-ID-CTA                PIC 9(10).
       01  WK-CTA-PRODUCTO                   PIC X(06).

       01  WK-FECHA-HOY                      PIC X(08).

           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  WK-CONTADOR-COBRADAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CANCELADAS            PIC 9(06) VALUE 0.

      * Ruptura por producto: el producto del grupo en curso, sus
      * primas vencidas y cobradas, lo cobrado y cuántos productos
      * llevamos cerrados.
       01  WK-PRODUCTO-ANTERIOR              PIC X(06) VALUE SPACES.
       01  WK-PRD-PRIMAS                     PIC 9(06) VALUE 0.
       01  WK-PRD-COBRADAS                   PIC 9(06) VALUE 0.
       01  WK-PRD-IMPORTE                    PIC S9(10)V99
                                             LEADING SEPARATE
                                             VALUE 0.
       01  WK-CONTADOR-PRODUCTOS             PIC 9(06) VALUE 0.

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
           MOVE 'COBROPRIMA'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHPRIMA-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** COBROPRIMA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHPRIMA-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      * con la cuenta de cargo de su préstamo. El cargo va por el
      * mismo camino INSMOV/ACTCTA que las cuotas de AMORTPRES y,
      * como allí, un rechazo sale en el informe y se reintenta en
      * la siguiente pasada sin mover el calendario. Van ordenadas
      * por producto de la cuenta de cargo para totalizar cada uno;
      * las cuentas anteriores al catálogo salen bajo SINPRD.
       COBRAR-PRIMAS.
      *----------------
           EXEC SQL
                DECLARE CUR-PRIMA CURSOR FOR
                SELECT PL.id_poliza, PL.id_prestamo, PL.num_poliza,
                       PL.prima_poliza, PL.periodicidad_poliza,
                       P.id_medio_cuenta,
                       COALESCE(CT.cod_producto, 'SINPRD')
                FROM   banco.poliza_prestamo PL
                JOIN   banco.prestamo P
                ON     P.id_prestamo     = PL.id_prestamo
                LEFT JOIN banco.cuenta CT
                ON     CT.id_medio       = P.id_medio_cuenta
                WHERE  PL.estado_poliza  = 'A'
                AND    PL.fec_prox_prima <= :WK-FECHA-HOY
                ORDER BY 7, PL.id_poliza
           END-EXEC.

           EXEC SQL OPEN CUR-PRIMA END-EXEC.

           EXEC SQL CLOSE CUR-PRIMA END-EXEC.

           IF   STAT-OK
                AND WK-PRODUCTO-ANTERIOR NOT = SPACES
           THEN PERFORM ESCRIBIR-TOTAL-PRODUCTO  THRU
                        FIN-ESCRIBIR-TOTAL-PRODUCTO
           END-IF.

       FIN-COBRAR-PRIMAS.
           EXIT.

                FETCH CUR-PRIMA
                INTO  :WK-POLIZA-ID, :WK-POLIZA-ID-PRESTAMO,
                      :WK-POLIZA-NUM, :WK-POLIZA-PRIMA,
                      :WK-POLIZA-PERIODICIDAD, :WK-PRESTAMO-ID-CTA,
                      :WK-CTA-PRODUCTO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
       FIN-AVANZAR-CALENDARIO.
           EXIT.

      * Ruptura por producto: al llegar la primera prima de un
      * producto se escribe el total del anterior.
       ESCRIBIR-PRIMA.
      *-----------------
           IF   WK-CTA-PRODUCTO NOT = WK-PRODUCTO-ANTERIOR
           THEN IF   WK-PRODUCTO-ANTERIOR NOT = SPACES
                THEN PERFORM ESCRIBIR-TOTAL-PRODUCTO THRU
                             FIN-ESCRIBIR-TOTAL-PRODUCTO
                END-IF
                MOVE WK-CTA-PRODUCTO              TO
                     WK-PRODUCTO-ANTERIOR
           END-IF.

           MOVE SPACES                            TO REG-FICHPRIMA.
           STRING 'POLIZA [' WK-POLIZA-NUM '] PRESTAMO ['
                  WK-POLIZA-ID-PRESTAMO '] PRODUCTO ['
                  WK-CTA-PRODUCTO '] ' WK-RESULTADO-PRIMA
                  ', PRIMA [' WK-POLIZA-PRIMA ']'
                  DELIMITED BY SIZE          INTO REG-FICHPRIMA.

           WRITE REG-FICHPRIMA.

           ADD  1                                 TO WK-PRD-PRIMAS.
           IF   PRIMA-COBRADA
           THEN ADD  1                            TO WK-PRD-COBRADAS
                ADD  WK-POLIZA-PRIMA              TO WK-PRD-IMPORTE
           END-IF.

       FIN-ESCRIBIR-PRIMA.
           EXIT.

      * Total de primas de un producto; deja los acumulados a cero
      * para el siguiente.
       ESCRIBIR-TOTAL-PRODUCTO.
      *------------------------
           MOVE SPACES                            TO REG-FICHPRIMA.
           STRING 'TOTAL PRODUCTO [' WK-PRODUCTO-ANTERIOR
                  '] PRIMAS [' WK-PRD-PRIMAS '] COBRADAS ['
                  WK-PRD-COBRADAS '] IMPORTE COBRADO ['
                  WK-PRD-IMPORTE ']'
                  DELIMITED BY SIZE          INTO REG-FICHPRIMA.

           WRITE REG-FICHPRIMA.

           ADD  1                                 TO
                WK-CONTADOR-PRODUCTOS.
           MOVE ZERO                              TO WK-PRD-PRIMAS
                                                     WK-PRD-COBRADAS
                                                     WK-PRD-IMPORTE.

       FIN-ESCRIBIR-TOTAL-PRODUCTO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
                  ']'.
           DISPLAY 'POLIZAS CANCELADAS     ['
                   WK-CONTADOR-CANCELADAS ']'.
           DISPLAY 'PRODUCTOS TOTALIZADOS  ['
                   WK-CONTADOR-PRODUCTOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
