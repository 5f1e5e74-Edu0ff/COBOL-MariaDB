
           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'consentim.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado

       01  WK-FECHA-ACTUAL                  PIC 9(06).

      * La ventana de actividad reciente se toma del parámetro
      * EXTR360_MESES si es numérico; si no, se usan por omisión los
      * 3 meses de WK-MESES-RECIENTES.
       01  WK-MESES-ENV                     PIC X(03).

       01  WK-FICH360-NOMBRE                PIC X(30).
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
      *------------
           ACCEPT WK-FECHA-ACTUAL               FROM DATE.

           STRING 'extracto360-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICH360-NOMBRE.

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
           MOVE 'EXTR360'                       TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'EXTR360_MESES'                 TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '003'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-MESES-ENV.
           IF   WK-MESES-ENV NOT = SPACES
                AND WK-MESES-ENV IS NUMERIC
           THEN MOVE WK-MESES-ENV               TO WK-MESES-RECIENTES
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** EXTR360 LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'EXTR360'                    TO LOGERR-E-PROGRAMA
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
           MOVE 'EXTR360'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICH360-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXTR360 REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICH360-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
                        FIN-CALCULAR-ACTIVIDAD
           END-IF.

           IF   STAT-OK
           THEN PERFORM COMPROBAR-CONSENTIMIENTO THRU
                        FIN-COMPROBAR-CONSENTIMIENTO
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-CLIENTE         THRU
                        FIN-ESCRIBIR-CLIENTE
       FIN-PROCESAR-CLIENTE.
           EXIT.

      * El CRM recibe a todos los clientes, pero con la situación
      * vigente de cada finalidad (S/N) al final del registro, para
      * que no lance acciones comerciales a quien no las consintió o
      * las retiró.
       COMPROBAR-CONSENTIMIENTO.
      *-------------------------
           INITIALIZE                            AREA-CONSENTIM.
           SET  CONSENTIM-E-ACC-CONSULTAR        TO TRUE.
           MOVE WK-CLI-ID                        TO
                CONSENTIM-E-ID-CLIENTE.

           CALL "CONSENTIM"                      USING AREA-CONSENTIM.

           IF   NOT CONSENTIM-STAT-OK
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** EXTR360 COMPROBAR-CONSENTIMIEN'
                DISPLAY 'CONSENTIM-STAT [' CONSENTIM-STAT ']'
                MOVE 'EXTR360'                    TO LOGERR-E-PROGRAMA
                MOVE 'COMPROBAR-CONSENTIMIENTO'   TO LOGERR-E-PARRAFO
                MOVE CONSENTIM-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-COMPROBAR-CONSENTIMIENTO.
           EXIT.

      * Un cliente sin domicilio asociado (id_dom nulo) sale con los
      * campos de dirección en blanco en vez de descartarse.
       BUSCAR-DOMICILIO.
                  WK-SALDO-TOTAL ';'
                  WK-NUM-TAR ';'
                  WK-CRED-TOTAL ';'
                  WK-NUM-MOV-RECIENTES ';'
                  CONSENTIM-S-POSTAL ';'
                  CONSENTIM-S-SMS ';'
                  CONSENTIM-S-EMAIL ';'
                  CONSENTIM-S-TELEFONO ';'
                  CONSENTIM-S-PERFILADO ';'
                  CONSENTIM-S-GRUPO
                  DELIMITED BY SIZE              INTO REG-FICH360.

           WRITE REG-FICH360.
