       FILE SECTION.
      *-------------
      * Un registro por cada NIF con saldo consolidado.
       FD FICHSALNIF RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHSALNIF                   PIC X(200).

       WORKING-STORAGE SECTION.
      *------------------------
       01  WK-NUM-CUENTAS                   PIC 9(06).
       01  WK-SALDO-TOTAL                   PIC S9(10)V99 LEADING
                                             SEPARATE.
      * Posiciones del NIF en fondos de inversión valoradas al último
      * VL, y la suma de éstas y del saldo de sus cuentas.
       01  WK-VALOR-FONDOS                  PIC S9(10)V99 LEADING
                                             SEPARATE.
       01  WK-PATRIMONIO-TOTAL              PIC S9(10)V99 LEADING
                                             SEPARATE.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
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
           MOVE 'RPTSALNIF'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSALNIF-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTSALNIF REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSALNIF-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                PERFORM VALORAR-FONDOS-NIF        THRU
                        FIN-VALORAR-FONDOS-NIF
                IF   STAT-OK
                THEN PERFORM ESCRIBIR-SALDO-NIF   THRU
                             FIN-ESCRIBIR-SALDO-NIF
                END-IF
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTSALNIF FETCH CUR-SALNIF: ERR'
           STRING 'NIF [' WK-NIF-CLIENTE '] '
                  WK-NOM-CLIENTE
                  ' CUENTAS [' WK-NUM-CUENTAS '] '
                  'SALDO CONSOLIDADO [' WK-SALDO-TOTAL '] '
                  'FONDOS [' WK-VALOR-FONDOS '] '
                  'TOTAL [' WK-PATRIMONIO-TOTAL ']'
                  DELIMITED BY SIZE              INTO REG-FICHSALNIF.

           WRITE REG-FICHSALNIF.
       FIN-ESCRIBIR-SALDO-NIF.
           EXIT.

      * Valor de las posiciones del NIF en fondos de inversión: sus
      * participaciones por el último valor liquidativo recibido de
      * la gestora. Se suma al saldo de las cuentas en el total.
       VALORAR-FONDOS-NIF.
      *-------------------
           EXEC SQL
                SELECT COALESCE(SUM(ROUND(P.participaciones *
                                          F.vl_fondo, 2)), 0)
                INTO   :WK-VALOR-FONDOS
                FROM   banco.cliente C, banco.fondo_posicion P,
                       banco.fondo_inversion F
                WHERE  C.nif_cliente = :WK-NIF-CLIENTE
                AND    P.id_cliente  = C.id_cliente
                AND    F.id_fondo    = P.id_fondo
                AND    P.participaciones > 0
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTSALNIF VALORAR-FONDOS-NIF:'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTSALNIF'                  TO LOGERR-E-PROGRAMA
                MOVE 'VALORAR-FONDOS-NIF'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-VALORAR-FONDOS-NIF
           END-IF.

           COMPUTE WK-PATRIMONIO-TOTAL = WK-SALDO-TOTAL
                                       + WK-VALOR-FONDOS.

       FIN-VALORAR-FONDOS-NIF.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
