           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'extractocta.cpy'.
           COPY 'plantilla.cpy'.

       01  WK-TXT-FIDELIZACION               PIC X(60) VALUE
           'FIDELIZACION: GANADO ESTE MES'.

      * Los extractos se piden a EXTRACTOCTA dentro de la sesión
      * del lote (EXTRACTOCTA-SESION-LLAMADOR): no conecta ni
      * desconecta en cada cuenta, así que las cuentas se leen del
      * cursor según se van emitiendo, sin cargarlas antes en memoria
      * ni tope de tamaño del libro.
       01  WK-J                              PIC 9(02).

       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * para cerrarla.
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM GENERAR-EXTRACTOS       THRU
                        FIN-GENERAR-EXTRACTOS
           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM SONDEAR-CONEXION        THRU
                        FIN-SONDEAR-CONEXION
                IF   STAT-OK
                THEN PERFORM REGISTRAR-INFORME  THRU
                             FIN-REGISTRAR-INFORME
                END-IF
                PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           END-IF.
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'EXTRLOTE'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHLOTE-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.
           MOVE WK-FEC-DESDE-8                  TO
                RPTCATAL-E-PERIODO-DESDE.
           MOVE WK-FEC-HASTA-8                  TO
                RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXTRLOTE REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHLOTE-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      * Persistimos la última cuenta cuyo extracto quedó completo en
      * la salida, para que una caída retome por la siguiente.
           OPEN OUTPUT FICHCHKE.
           MOVE WK-CTA-ID                       TO REG-FICHCHKE.
           WRITE REG-FICHCHKE.
           IF   FS-FICHCHKE NOT = '00'
           THEN DISPLAY '*** AVISO *** NO SE PUDO ACTUALIZAR EL '
       FIN-CERRAR-FICHERO.
           EXIT.

      * Las cuentas en alta se recorren con el cursor abierto de
      * principio a fin y se pide a EXTRACTOCTA el extracto de cada
      * una dentro de la misma sesión, volcándolo al fichero
      * combinado. Una cuenta que falle se anota y no tira abajo el
      * resto del lote.
       GENERAR-EXTRACTOS.
      *------------------
           EXEC SQL
                DECLARE CUR-LOTE CURSOR FOR
                SELECT id_medio
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'EXTRLOTE'                   TO LOGERR-E-PROGRAMA
                MOVE 'GENERAR-EXTRACTOS'          TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GENERAR-EXTRACTOS
           END-IF.

           SET  NO-FIN-CURSOR                    TO TRUE.

           PERFORM LEER-CUENTA-LOTE              THRU
                   FIN-LEER-CUENTA-LOTE
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-LOTE END-EXEC.

       FIN-GENERAR-EXTRACTOS.
           EXIT.

       LEER-CUENTA-LOTE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                   TO TRUE
           WHEN SQL-SUCCESS
                PERFORM GENERAR-UN-EXTRACTO       THRU
                        FIN-GENERAR-UN-EXTRACTO
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** EXTRLOTE FETCH LOTE: ERROR'
       FIN-LEER-CUENTA-LOTE.
           EXIT.

       GENERAR-UN-EXTRACTO.
      *--------------------
      *    En reanudación las cuentas hasta la del checkpoint ya
      *    están en la salida y se saltan (el lote viene ordenado
      *    por cuenta del propio cursor).
           IF   REANUDADO-SI
                AND WK-CTA-ID NOT > WK-CTA-REINICIO
           THEN ADD  1                          TO WK-CONTADOR-SALTADAS
                GO TO FIN-GENERAR-UN-EXTRACTO
           END-IF.
           INITIALIZE                            AREA-EXTRACTOCTA.

           SET  EXTRACTOCTA-CRIT-CTA             TO TRUE.
           SET  EXTRACTOCTA-SESION-LLAMADOR      TO TRUE.
           MOVE WK-CTA-ID                        TO
                EXTRACTOCTA-E-ID-CTA.
           MOVE WK-FEC-DESDE-20                  TO
                EXTRACTOCTA-E-FEC-DESDE.
           IF   NOT EXTRACTOCTA-STAT-OK
           THEN ADD  1                           TO WK-CONTADOR-ERR
                DISPLAY '*** AVISO *** EXTRLOTE: CUENTA ['
                        WK-CTA-ID '] SIN EXTRACTO, STAT ['
                        EXTRACTOCTA-STAT ']'
                GO TO FIN-GENERAR-UN-EXTRACTO
           END-IF.
      * Rotulos del extracto en el idioma del titular: se parte del
      * castellano de siempre y, si hay plantilla EXTRACTO cargada
      * para su idioma, se toman de ella. Una cuenta sin titular o
      * sin idioma declarado sale en castellano.
       OBTENER-PLANTILLA-EXT.
      *------------------------
           MOVE 'EXTRACTO CUENTA'                TO WK-TXT-CABECERA.
           MOVE 'FIDELIZACION: GANADO ESTE MES'  TO
                WK-TXT-FIDELIZACION.

           MOVE WK-CTA-ID                        TO WK-IDIOMA-CTA.
           MOVE 'ES'                             TO WK-CLI-IDIOMA.

           EXEC SQL
       FIN-MOSTRAR-ESTADO.
           EXIT.

      *    Tras un libro largo, antes de cerrar la ejecucion en
      *    banco.batch_log se sondea la conexion y se reconecta via
      *    CONEXMDB si se hubiera caido, que es exactamente para lo
      *    que existe su accion de sondeo.
       SONDEAR-CONEXION.
      *-----------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
