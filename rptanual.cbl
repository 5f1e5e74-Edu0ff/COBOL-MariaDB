      *    Fichero de salida del informe: un registro por NIF con el
      *    resumen anual de movimientos de sus cuentas y, si procede,
      *    los intereses que se le han cargado en sus tarjetas durante
      *    el ejercicio, y el importe de los reembolsos de fondos de
      *    inversión confirmados en el ejercicio con su ganancia o
      *    pérdida. Su nombre lleva el ejercicio informado y la
      *    fecha de la ejecución para no pisar el de ejecuciones
      *    anteriores.
           SELECT FICHANUAL ASSIGN TO WK-FICHANUAL-NOMBRE
       FILE SECTION.
      *-------------
      * Un registro por cada NIF con resumen anual de movimientos.
       FD FICHANUAL RECORD CONTAINS 250 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHANUAL                    PIC X(250).

       WORKING-STORAGE SECTION.
      *------------------------
                                            SEPARATE.
       01  WK-TOTAL-INTERES                PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-TOTAL-REEMBOLSOS             PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-TOTAL-GANANCIA               PIC S9(10)V99 LEADING
                                            SEPARATE.

      * Ejercicio fiscal que se está exportando.
       01  WK-ANIO-EJERCICIO               PIC 9(04).
           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta ejecución,
      * devuelto por BATLOG al arrancar y reutilizado para cerrarla.

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
           MOVE 'RPTANUAL'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHANUAL-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.
           STRING WK-ANIO-EJERCICIO '0101'
                  DELIMITED BY SIZE        INTO
                  RPTCATAL-E-PERIODO-DESDE.
           STRING WK-ANIO-EJERCICIO '1231'
                  DELIMITED BY SIZE        INTO
                  RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTANUAL REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHANUAL-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
                PERFORM CALCULAR-INTERES-NIF      THRU
                        FIN-CALCULAR-INTERES-NIF
                IF   STAT-OK
                THEN PERFORM CALCULAR-FONDOS-NIF  THRU
                             FIN-CALCULAR-FONDOS-NIF
                END-IF
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-RESUMEN-NIF THRU
                             FIN-ESCRIBIR-RESUMEN-NIF
                END-IF
       FIN-CALCULAR-INTERES-NIF.
           EXIT.

      * Reembolsos de fondos de inversión confirmados por la gestora
      * con VL del ejercicio: importe bruto abonado y ganancia o
      * pérdida patrimonial (importe menos coste de adquisición de
      * las participaciones, calculada por CONFFONDOS al confirmar).
       CALCULAR-FONDOS-NIF.
      *--------------------
           EXEC SQL
                SELECT COALESCE(SUM(O.importe_conf), 0),
                       COALESCE(SUM(O.plusvalia_orden), 0)
                INTO   :WK-TOTAL-REEMBOLSOS, :WK-TOTAL-GANANCIA
                FROM   banco.fondo_orden O
                WHERE  O.id_cliente   = :WK-CLI-ID
                AND    O.tipo_orden   = 'R'
                AND    O.estado_orden = 'C'
                AND    YEAR(O.fec_vl_orden) = :WK-ANIO-EJERCICIO
           END-EXEC.

           MOVE SQLCODE                           TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTANUAL CALCULAR-FONDOS: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTANUAL'                    TO LOGERR-E-PROGRAMA
                MOVE 'CALCULAR-FONDOS-NIF'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CALCULAR-FONDOS-NIF.
           EXIT.

       ESCRIBIR-RESUMEN-NIF.
      *----------------------
           MOVE SPACES                           TO REG-FICHANUAL.
                  ' EJERCICIO [' WK-ANIO-EJERCICIO '] '
                  'MOVIMIENTOS [' WK-NUM-MOVS '] '
                  'IMPORTE [' WK-TOTAL-MOVS '] '
                  'INTERESES [' WK-TOTAL-INTERES '] '
                  'REEMBOLSOS FONDOS [' WK-TOTAL-REEMBOLSOS '] '
                  'GANANCIA FONDOS [' WK-TOTAL-GANANCIA ']'
                  DELIMITED BY SIZE              INTO REG-FICHANUAL.

           WRITE REG-FICHANUAL.
