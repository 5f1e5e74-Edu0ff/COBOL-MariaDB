           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'insmov.cpy'.
           COPY 'actcta.cpy'.
           COPY 'acttar.cpy'.
           COPY 'perdida.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion: es la marca de lote de remediación que llevan
       01  WK-CONTADOR-APLICADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RECHAZADOS           PIC 9(06) VALUE 0.

      * Lo abonado a clientes en el lote: es la pérdida operacional
      * de la remediación y se lleva al registro como un evento por
      * lote.
       01  WK-TOTAL-REMEDIACION             PIC S9(10)V99
                                            LEADING SEPARATE
                                            VALUE 0.
       01  WK-ID-PERDIDA                    PIC 9(10) VALUE 0.

       01  WK-MOTIVO                        PIC X(40).

       PROCEDURE DIVISION.
                OR      NOT STAT-OK
           END-IF.

           IF   STAT-OK
                AND WK-TOTAL-REMEDIACION > ZERO
           THEN PERFORM REGISTRAR-PERDIDA       THRU
                        FIN-REGISTRAR-PERDIDA
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
           MOVE 'AJUSTELOTE'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRES-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** AJUSTELOTE REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRES-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           CALL "INSMOV"                        USING AREA-INSMOV.

           IF   INSMOV-STAT-ERR-PERIODO
           THEN MOVE 'PERIODO CONTABLE CERRADO'  TO WK-MOTIVO
                GO TO FIN-POSTEAR-AJUSTE
           END-IF.

           IF   NOT INSMOV-STAT-OK
           THEN MOVE 'INSMOV RECHAZO EL MOVIMIENTO' TO WK-MOTIVO
                GO TO FIN-POSTEAR-AJUSTE
           IF   WK-MOTIVO = SPACES
           THEN ADD  1                          TO
                     WK-CONTADOR-APLICADOS
                IF   FICHAJU-IMPORTE > ZERO
                THEN ADD  INSMOV-S-IMPT-APLICADO TO
                          WK-TOTAL-REMEDIACION
                END-IF
                PERFORM ANOTAR-APLICADO         THRU
                        FIN-ANOTAR-APLICADO
           END-IF.
      *--------------
           MOVE INSMOV-S-REF                    TO WK-REF-ORIGINAL.
           COMPUTE WK-IMPORTE-CONTRA = 0 - INSMOV-S-IMPT-APLICADO.
      *    El contra-asiento va con la misma fecha con la que quedo
      *    grabado el ajuste, que puede venir refechada por PERIODO.
           MOVE INSMOV-S-FEC-APLICADA           TO WK-MOV-FEC.

           INITIALIZE                           AREA-INSMOV-ENTRADA.
           MOVE FICHAJU-ID-MEDIO                TO INSMOV-E-ID.
       FIN-ANOTAR-RECHAZO.
           EXIT.

      * Los abonos de la remediación van al registro de pérdidas
      * operacionales como un solo evento del lote, de servicios
      * centrales, con el lote de BATLOG como referencia. Los cargos
      * del mismo fichero no restan: son correcciones a favor del
      * banco, no recuperaciones de esta pérdida.
       REGISTRAR-PERDIDA.
      *------------------
           INITIALIZE                           AREA-PERDIDA-ENTRADA.
           SET  PERDIDA-E-ACC-ALTA              TO TRUE.
           MOVE WK-TOTAL-REMEDIACION            TO PERDIDA-E-IMPORTE.
           MOVE 'EP'                            TO PERDIDA-E-CATEGORIA.
           MOVE 'BM'                            TO PERDIDA-E-LINEA.
           MOVE 'AJUSTELOTE'                    TO PERDIDA-E-ORIGEN.
           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN MOVE WK-BATLOG-ID-EJEC          TO
                     PERDIDA-E-REFERENCIA
           END-IF.
           STRING 'REMEDIACION, FICHERO ' WK-FICHAJU-NOMBRE
                  DELIMITED BY SIZE        INTO PERDIDA-E-DESCRIPCION.
           MOVE 'AJUSTELOTE'                    TO PERDIDA-E-USUARIO.

           CALL "PERDIDA"                       USING AREA-PERDIDA.

           IF   PERDIDA-STAT-OK
           THEN MOVE PERDIDA-S-ID               TO WK-ID-PERDIDA
           ELSE DISPLAY '*** AVISO *** AJUSTELOTE REGISTRAR-PERDIDA:'
                DISPLAY 'LOTE SIN EVENTO DE PERDIDA, PERDIDA-STAT ['
                        PERDIDA-STAT ']'
                MOVE 'AJUSTELOTE'                 TO LOGERR-E-PROGRAMA
                MOVE 'REGISTRAR-PERDIDA'          TO LOGERR-E-PARRAFO
                MOVE PERDIDA-SQLCODE              TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-REGISTRAR-PERDIDA.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'FICHERO DE SALIDA   [' WK-FICHRES-NOMBRE ']'.
           DISPLAY 'AJUSTES APLICADOS   [' WK-CONTADOR-APLICADOS ']'.
           DISPLAY 'AJUSTES RECHAZADOS  [' WK-CONTADOR-RECHAZADOS ']'.
           DISPLAY 'TOTAL REMEDIACION   [' WK-TOTAL-REMEDIACION ']'.
           DISPLAY 'EVENTO DE PERDIDA   [' WK-ID-PERDIDA ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
