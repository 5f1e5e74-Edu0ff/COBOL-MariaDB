       01  WK-SUMA-DESDE-FOTO               PIC S9(10)V99 LEADING
                                             SEPARATE.

      * Fila del cursor de tarjetas prepago: la tarjeta, su saldo
      * (cred_tarjeta) y la suma de sus movimientos, vivos y
      * archivados.
       01  WK-PRE-ID                        PIC 9(10).
       01  WK-PRE-SALDO                     PIC S9(10)V99 LEADING
                                             SEPARATE.
       01  WK-PRE-SUMA-MOV                  PIC S9(10)V99 LEADING
                                             SEPARATE.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.

      * Si el parámetro RPTRECON_AUTOCORRIGE vale 'S', el
      * informe deja de ser de sólo lectura: por cada descuadre, se
      * postea un movimiento de ajuste por la diferencia, de modo que
      * la suma de movimientos pase a coincidir con el saldo almacenado
       01  WK-CONTADOR-POR-FOTO              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-REPLAY                PIC 9(06) VALUE 0.

      * Tarjetas prepago: su saldo es dinero de los clientes y se
      * concilia aparte, sin ajuste automático. Cuántas se han
      * comprobado, cuántas han salido descuadradas y el pasivo
      * total que suman sus saldos.
       01  WK-PRE-DIFERENCIA                 PIC S9(10)V99 LEADING
                                             SEPARATE.
       01  WK-PRE-PASIVO                     PIC S9(12)V99 LEADING
                                             SEPARATE VALUE 0.
       01  WK-CONTADOR-PREPAGO               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DESC-PREPAGO          PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.


           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
                END-IF
           END-IF.

           IF   STAT-OK
           THEN PERFORM CONCILIAR-PREPAGO       THRU
                        FIN-CONCILIAR-PREPAGO
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           STRING 'reconcil-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHRECON-NOMBRE.

       FIN-INICIALIZAR.
           EXIT.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Umbrales y plazos del proceso, de banco.parametro_batch
      *    salvo que la variable de entorno del mismo nombre los
      *    sustituya; el valor usado queda anotado contra la
      *    ejecución.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'RPTRECON'                      TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTRECON_AUTOCORRIGE'          TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'N'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 0                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE 'N'                             TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-AUTOCORRIGE-ENV.
           IF   WK-AUTOCORRIGE-ENV = 'S' OR WK-AUTOCORRIGE-ENV = 's'
           THEN SET AUTOCORRIGE-SI             TO TRUE
           ELSE SET AUTOCORRIGE-NO             TO TRUE
           END-IF.

           MOVE 'RPTRECON_MODO'                 TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'N'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 0                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE 'INCREMENTAL'                   TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-MODO-ENV.
           IF   WK-MODO-ENV = 'COMPLETO'
           THEN SET MODO-COMPLETO              TO TRUE
           ELSE SET MODO-INCREMENTAL           TO TRUE
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTRECON LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTRECON'                   TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.
       FIN-LEER-PARAMETRO.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTRECON'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRECON-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTRECON REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRECON-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
       FIN-CORREGIR-DESCUADRE.
           EXIT.

      * Tarjetas prepago, en los dos modos: el saldo de cada una
      * contra la suma de todos sus movimientos, incluidos los ya
      * archivados por PURGAMOV (son pocas y se resuman enteras). Un
      * descuadre sólo se informa: el saldo de una prepago es dinero
      * del cliente y no se ajusta sin investigarlo. Al final va el
      * pasivo total por tarjetas prepago.
       CONCILIAR-PREPAGO.
      *------------------
           EXEC SQL
                DECLARE CUR-RECPRE CURSOR FOR
                SELECT T.id_medio, T.cred_tarjeta,
                       COALESCE((SELECT SUM(M.importe_mov)
                                 FROM   banco.movimiento M
                                 WHERE  M.id_medio = T.id_medio), 0)
                     + COALESCE((SELECT SUM(H.importe_mov)
                                 FROM   banco.movimiento_hist H
                                 WHERE  H.id_medio = T.id_medio), 0)
                FROM   banco.tarjeta T
                JOIN   banco.tarjeta_prepago P
                       ON   P.id_medio = T.id_medio
                ORDER BY T.id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-RECPRE END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTRECON OPEN CUR-RECPRE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTRECON'                   TO LOGERR-E-PROGRAMA
                MOVE 'CONCILIAR-PREPAGO'          TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CONCILIAR-PREPAGO
           END-IF.

           PERFORM LEER-TARJETA-PREPAGO          THRU
                   FIN-LEER-TARJETA-PREPAGO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-RECPRE END-EXEC.

           IF   NOT STAT-OK
           THEN GO TO FIN-CONCILIAR-PREPAGO
           END-IF.

           MOVE SPACES                           TO REG-FICHRECON.
           STRING 'PASIVO TARJETAS PREPAGO [' WK-PRE-PASIVO ']'
                  ' TARJETAS [' WK-CONTADOR-PREPAGO ']'
                  ' DESCUADRADAS [' WK-CONTADOR-DESC-PREPAGO ']'
                  DELIMITED BY SIZE              INTO REG-FICHRECON.

           WRITE REG-FICHRECON.

       FIN-CONCILIAR-PREPAGO.
           EXIT.

       LEER-TARJETA-PREPAGO.
      *---------------------
           EXEC SQL
                FETCH CUR-RECPRE
                INTO  :WK-PRE-ID, :WK-PRE-SALDO, :WK-PRE-SUMA-MOV
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                            TO WK-CONTADOR-PREPAGO
                ADD  WK-PRE-SALDO                 TO WK-PRE-PASIVO
                IF   WK-PRE-SALDO NOT = WK-PRE-SUMA-MOV
                THEN PERFORM ESCRIBIR-DESCUADRE-PREPAGO THRU
                             FIN-ESCRIBIR-DESCUADRE-PREPAGO
                END-IF
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** RPTRECON FETCH CUR-RECPRE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'RPTRECON'                   TO LOGERR-E-PROGRAMA
                MOVE 'LEER-TARJETA-PREPAGO'       TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-TARJETA-PREPAGO.
           EXIT.

       ESCRIBIR-DESCUADRE-PREPAGO.
      *---------------------------
           COMPUTE WK-PRE-DIFERENCIA = WK-PRE-SALDO - WK-PRE-SUMA-MOV.

           MOVE SPACES                           TO REG-FICHRECON.
           STRING 'TARJETA PREPAGO [' WK-PRE-ID ']'
                  ' SALDO [' WK-PRE-SALDO ']'
                  ' SUMA MOVIMIENTOS [' WK-PRE-SUMA-MOV ']'
                  ' DIFERENCIA [' WK-PRE-DIFERENCIA ']'
                  DELIMITED BY SIZE              INTO REG-FICHRECON.

           WRITE REG-FICHRECON.

           ADD  1                          TO WK-CONTADOR-DESC-PREPAGO.

       FIN-ESCRIBIR-DESCUADRE-PREPAGO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           THEN DISPLAY 'DESCUADRES CORREGIDOS [' WK-CONTADOR-CORREGIDOS
                         ']'
           END-IF.
           DISPLAY 'PREPAGO COMPROBADAS [' WK-CONTADOR-PREPAGO ']'.
           DISPLAY 'PREPAGO DESCUADRADAS[' WK-CONTADOR-DESC-PREPAGO
                   ']'.
           DISPLAY 'PASIVO PREPAGO      [' WK-PRE-PASIVO ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
