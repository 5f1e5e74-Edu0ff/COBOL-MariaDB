                                            LEADING SEPARATE.
       01  WK-MEDIO-TIPO                    PIC X(01).
       01  WK-FECHA-ACTUAL-X                PIC X(08).
      * Último día del mes de la foto (AAAAMMDD).
       01  WK-ULTIMO-DIA-X                  PIC X(08).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'periodo.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  WK-CONTADOR-CUENTAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-TARJETAS              PIC 9(06) VALUE 0.

      * Estado en que queda el mes contable de la foto.
       01  WK-ESTADO-PERIODO                 PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.
                        FIN-FOTOGRAFIAR-TARJETAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM MARCAR-PERIODO           THRU
                        FIN-MARCAR-PERIODO
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH      THRU
                        FIN-REGISTRAR-FIN-BATCH
       FIN-GRABAR-SNAPSHOT.
           EXIT.

      * La foto del último día del mes es la que declara el mes
      * (RPTBALSUP, RPTRECON): con ella el mes pasa a en cierre, y
      * DEVENGOMES lo cerrará al mandar el resumen a contabilidad.
      * Un mes que ya estaba cerrado se deja como está, con aviso.
       MARCAR-PERIODO.
      *---------------
           EXEC SQL
                SELECT date_format(last_day(
                       str_to_date(:WK-FECHA-ACTUAL-X, '%Y%m%d')),
                       '%Y%m%d')
                INTO   :WK-ULTIMO-DIA-X
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** SALDOHIST MARCAR-PERIODO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'SALDOHIST'                  TO LOGERR-E-PROGRAMA
                MOVE 'MARCAR-PERIODO'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-MARCAR-PERIODO
           END-IF.

           IF   WK-ULTIMO-DIA-X NOT = WK-FECHA-ACTUAL-X
           THEN GO TO FIN-MARCAR-PERIODO
           END-IF.

           INITIALIZE                            AREA-PERIODO-ENTRADA.
           SET  PERIODO-E-ACC-CERRANDO           TO TRUE.
           MOVE WK-FECHA-ACTUAL(1:6)             TO PERIODO-E-MES.
           MOVE 'SALDOHIST'                      TO PERIODO-E-USUARIO.

           CALL "PERIODO"                        USING AREA-PERIODO.

           EVALUATE TRUE
           WHEN PERIODO-STAT-OK
                MOVE PERIODO-S-ESTADO             TO WK-ESTADO-PERIODO
           WHEN PERIODO-STAT-ERR-ESTADO
                MOVE PERIODO-S-ESTADO             TO WK-ESTADO-PERIODO
                DISPLAY '*** AVISO *** SALDOHIST MARCAR-PERIODO: EL '
                        'MES [' PERIODO-E-MES '] YA ESTABA CERRADO'
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** SALDOHIST MARCAR-PERIODO: '
                        'PERIODO-STAT [' PERIODO-STAT ']'
                MOVE 'SALDOHIST'                  TO LOGERR-E-PROGRAMA
                MOVE 'MARCAR-PERIODO'             TO LOGERR-E-PARRAFO
                MOVE PERIODO-SQLCODE              TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-MARCAR-PERIODO.
           EXIT.

       MOSTRAR-ESTADO.
      *----------------
           DISPLAY '========================================'.
           DISPLAY 'FECHA PROCESO       : ' WK-FECHA-ACTUAL.
           DISPLAY 'CUENTAS FOTOGRAFIADAS : ' WK-CONTADOR-CUENTAS.
           DISPLAY 'TARJETAS FOTOGRAFIADAS: ' WK-CONTADOR-TARJETAS.
           IF   WK-ESTADO-PERIODO NOT = SPACE
           THEN DISPLAY 'ESTADO DEL MES        : ' WK-ESTADO-PERIODO
           END-IF.
           IF   STAT-OK
           THEN DISPLAY 'RESULTADO           : OK'
           ELSE DISPLAY 'RESULTADO           : ERROR'
