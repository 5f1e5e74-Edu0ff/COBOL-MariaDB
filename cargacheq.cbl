
      *    Fichero de devoluciones: un cheque por línea con el motivo
      *    por el que no se pudo adeudar (cuenta inexistente, límite,
      *    datos erróneos, cheque no emitido a la cuenta o ya
      *    pagado), para devolverlo a la cámara. Su nombre
      *    lleva la fecha de la ejecución.
           SELECT FICHDEV ASSIGN TO WK-FICHDEV-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'llegada.cpy'.
           COPY 'busqcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.
      * para cerrarla.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

      * Llegada del fichero de entrada que ha dado por buena
      * LLEGADA; se marca como consumida al terminar bien.
       01  WK-ID-LLEGADA                     PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                    PIC X(50) VALUE
                                            'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                PIC X(50).
           88  STAT-OK                      VALUE 00.
           88  STAT-ERR-SQL                 VALUE 01.
           88  STAT-ERR-IO                  VALUE 02.
      *    El fichero de entrada no esta confirmado en el registro
      *    de llegadas: no se ha cargado nada.
           88  STAT-ESPERA                  VALUE 03.

       01  WK-FECHA-ACTUAL                  PIC 9(06).
       01  WK-HORA-ACTUAL-8                 PIC 9(08).
       01  WK-ONP-HASTA                     PIC 9(10).
       01  WK-CONTADOR-NO-PAGO              PIC 9(06) VALUE 0.

      * Talonario de la cuenta librada al que pertenece el cheque en
      * curso.
       01  WK-TAL-ID                        PIC 9(10).
       01  WK-TAL-ID-CTA                    PIC 9(10).
       01  WK-TAL-NUM-CHEQUE                PIC 9(10).
       01  WK-TAL-ESTADO                    PIC X(01).
       01  WK-TAL-PAGADOS                   PIC S9(04) COMP-5.
       01  WK-TAL-FEC-COMP                  PIC X(08).
       01  WK-TAL-IMPORTE                   PIC 9(09)V99.
       01  WK-TAL-REF-MOV                   PIC 9(12).
       01  WK-CONTADOR-TALONARIO            PIC 9(06) VALUE 0.

       01  WK-FICHCHQ-NOMBRE                PIC X(30) VALUE
                                        'cheques-compensacion.dat'.
       01  WK-FICHCHQ-NOMBRE-ENV            PIC X(30).
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM COMPROBAR-LLEGADA       THRU
                        FIN-COMPROBAR-LLEGADA
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           PERFORM CERRAR-FICHEROS             THRU FIN-CERRAR-FICHEROS.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   STAT-OK
           THEN PERFORM CONSUMIR-LLEGADA        THRU
                        FIN-CONSUMIR-LLEGADA
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
           MOVE 'CARGACHEQ'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHDEV-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CARGACHEQ REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHDEV-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    El fichero de entrada tiene que estar confirmado en el
      *    registro de llegadas y sin cargar. Si no lo está, el lote
      *    termina en espera sin abrirlo, para que el planificador
      *    retenga los pasos que dependen de él y lo relance. Una
      *    interfaz sin alta en el registro no se controla.
       COMPROBAR-LLEGADA.
      *------------------
           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-COMPROBAR         TO TRUE.
           MOVE 'CHEQUES'                       TO LLEGADA-E-INTERFAZ.
           MOVE WK-FICHCHQ-NOMBRE               TO LLEGADA-E-FICHERO.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           EVALUATE TRUE
           WHEN LLEGADA-STAT-OK
                MOVE LLEGADA-S-ID-LLEGADA       TO WK-ID-LLEGADA
           WHEN LLEGADA-STAT-ENC-NO
                DISPLAY '*** AVISO *** CARGACHEQ COMPROBAR-LLEGADA'
                DISPLAY 'INTERFAZ [CHEQUES] SIN CONTROL DE LLEGADA'
           WHEN LLEGADA-STAT-ERR-SQL
                SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** CARGACHEQ COMPROBAR-LLEGADA'
                DISPLAY 'SQLCODE  [' LLEGADA-SQLCODE ']'
           WHEN OTHER
                SET STAT-ESPERA                 TO TRUE
                DISPLAY '*** ESPERA *** CARGACHEQ COMPROBAR-LLEGADA'
                DISPLAY 'FICHERO SIN CONFIRMAR [' WK-FICHCHQ-NOMBRE ']'
                DISPLAY 'LLEGADA-STAT [' LLEGADA-STAT '] ESTADO ['
                        LLEGADA-S-ESTADO '] CONSUMIDO ['
                        LLEGADA-S-CONSUMIDO ']'
           END-EVALUATE.

       FIN-COMPROBAR-LLEGADA.
           EXIT.

      *    Marca la llegada como cargada por esta ejecución.
       CONSUMIR-LLEGADA.
      *-----------------
           IF   WK-ID-LLEGADA = 0
           THEN GO TO FIN-CONSUMIR-LLEGADA
           END-IF.

           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-CONSUMIR          TO TRUE.
           MOVE WK-ID-LLEGADA                   TO LLEGADA-E-ID-LLEGADA.
           MOVE WK-BATLOG-ID-EJEC               TO LLEGADA-E-ID-EJEC.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
           THEN DISPLAY '*** AVISO *** CARGACHEQ CONSUMIR-LLEGADA'
                DISPLAY 'NO SE PUDO MARCAR LA LLEGADA ['
                        WK-ID-LLEGADA ']'
           END-IF.

       FIN-CONSUMIR-LLEGADA.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
           THEN GO TO FIN-ADEUDAR-CHEQUE
           END-IF.

      *    Sólo se pagan cheques que el banco entregó a la cuenta
      *    librada y que no se hayan pagado ya.
           PERFORM COMPROBAR-TALONARIO          THRU
                   FIN-COMPROBAR-TALONARIO.
           IF   WK-MOTIVO NOT = SPACES
           THEN GO TO FIN-ADEUDAR-CHEQUE
           END-IF.

      *    El movimiento se fecha con el día de compensación que
      *    declara la cámara, no con el de esta ejecución.
           MOVE ZEROES                          TO WK-MOV-FEC.
                GO TO FIN-ADEUDAR-CHEQUE
           END-IF.

           PERFORM REGISTRAR-PAGO               THRU
                   FIN-REGISTRAR-PAGO.

           ADD  1                               TO
                WK-CONTADOR-ADEUDADOS.

       FIN-COMPROBAR-NO-PAGO.
           EXIT.

      * Busca el talonario de la cuenta librada que contiene el
      * número del cheque. Un número que no es de ningún talonario de
      * la cuenta, de un talonario todavía sin entregar o anulado, o
      * que ya está en el registro de cheques pagados, se devuelve a
      * la cámara con su motivo propio.
       COMPROBAR-TALONARIO.
      *--------------------
           MOVE BUSQCTA-S-ID                    TO WK-TAL-ID-CTA.
           MOVE FICHCHQ-NUM-CHEQUE              TO WK-TAL-NUM-CHEQUE.
           MOVE ZERO                            TO WK-TAL-ID.

           EXEC SQL
                SELECT id_talonario, estado_talonario
                INTO   :WK-TAL-ID, :WK-TAL-ESTADO
                FROM   banco.talonario
                WHERE  id_medio_cta = :WK-TAL-ID-CTA
                AND    :WK-TAL-NUM-CHEQUE BETWEEN cheque_desde
                                               AND cheque_hasta
                LIMIT  1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'CHEQUE NO EMITIDO A LA CUENTA' TO WK-MOTIVO
                ADD  1                          TO WK-CONTADOR-TALONARIO
                GO TO FIN-COMPROBAR-TALONARIO
           WHEN OTHER
                MOVE 'ERROR AL CONSULTAR TALONARIO' TO WK-MOTIVO
                GO TO FIN-COMPROBAR-TALONARIO
           END-EVALUATE.

           EVALUATE WK-TAL-ESTADO
           WHEN 'E'
                CONTINUE
           WHEN 'P'
                MOVE 'TALONARIO NO ENTREGADO AL CLIENTE' TO WK-MOTIVO
                ADD  1                          TO WK-CONTADOR-TALONARIO
                GO TO FIN-COMPROBAR-TALONARIO
           WHEN OTHER
                MOVE 'TALONARIO ANULADO'        TO WK-MOTIVO
                ADD  1                          TO WK-CONTADOR-TALONARIO
                GO TO FIN-COMPROBAR-TALONARIO
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-TAL-PAGADOS
                FROM   banco.cheque_pagado
                WHERE  id_talonario = :WK-TAL-ID
                AND    num_cheque   = :WK-TAL-NUM-CHEQUE
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ERROR AL CONSULTAR TALONARIO' TO WK-MOTIVO
                GO TO FIN-COMPROBAR-TALONARIO
           END-IF.

           IF   WK-TAL-PAGADOS > 0
           THEN MOVE 'CHEQUE YA PAGADO'         TO WK-MOTIVO
                ADD  1                          TO WK-CONTADOR-TALONARIO
           END-IF.

       FIN-COMPROBAR-TALONARIO.
           EXIT.

      * Anota el cheque adeudado en el registro de cheques pagados,
      * que es lo que impide pagarlo dos veces. El adeudo ya está
      * aplicado: si la anotación falla se avisa y se deja en LOGERR
      * para anotarlo a mano.
       REGISTRAR-PAGO.
      *---------------
           MOVE FICHCHQ-FEC-COMP-X              TO WK-TAL-FEC-COMP.
           MOVE FICHCHQ-IMPORTE                 TO WK-TAL-IMPORTE.
           MOVE INSMOV-S-REF                    TO WK-TAL-REF-MOV.

           EXEC SQL
                INSERT INTO banco.cheque_pagado(
                    id_talonario,
                    num_cheque,
                    fec_comp_cheque,
                    importe_cheque,
                    ref_mov,
                    id_ejec
                )
                VALUES(
                    :WK-TAL-ID,
                    :WK-TAL-NUM-CHEQUE,
                    STR_TO_DATE(:WK-TAL-FEC-COMP, '%Y%m%d'),
                    :WK-TAL-IMPORTE,
                    :WK-TAL-REF-MOV,
                    :WK-BATLOG-ID-EJEC
                )
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN DISPLAY '*** AVISO *** CARGACHEQ: NO SE PUDO ANOTAR'
                DISPLAY 'EL PAGO DEL CHEQUE [' WK-TAL-NUM-CHEQUE
                        '] TALONARIO [' WK-TAL-ID ']'
                MOVE 'CARGACHEQ'                  TO LOGERR-E-PROGRAMA
                MOVE 'REGISTRAR-PAGO'             TO LOGERR-E-PARRAFO
                MOVE SQLCODE                      TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-REGISTRAR-PAGO.
           EXIT.

      *    El adeudo quedo grabado pero el saldo lo rechazo: se anula
      *    el apunte con su contra-asiento para que el mayor no
      *    contradiga lo que se informa fuera. El contra-asiento se
           DISPLAY 'CHEQUES ADEUDADOS   [' WK-CONTADOR-ADEUDADOS ']'.
           DISPLAY 'CHEQUES DEVUELTOS   [' WK-CONTADOR-DEVUELTOS ']'.
           DISPLAY 'POR ORDEN DE NO PAGO[' WK-CONTADOR-NO-PAGO ']'.
           DISPLAY 'POR TALONARIO       [' WK-CONTADOR-TALONARIO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
