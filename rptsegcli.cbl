       01  WK-NUM-MOV-RECIENTES              PIC 9(06).

      * Umbrales que definen los segmentos, con valores por omisión
      * razonables que se pueden ajustar por parámetro sin
      * recompilar.
       01  WK-UMBRAL-SALDO-ALTO              PIC S9(10)V99 LEADING
                                             SEPARATE VALUE 10000,00.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'consentim.cpy'.
           COPY 'rptcatal.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  FS-FICHSEGCLI                     PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Parámetros con los umbrales, en texto, antes de convertirlos
      * a numérico.
       01  WK-UMBRAL-SALDO-ENV               PIC X(12).
       01  WK-UMBRAL-CREDITO-ENV             PIC X(12).
       01  WK-MESES-DORMIDO-ENV              PIC X(03).
       01  WK-CONTADOR-CREDITO                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CROSS-SELL             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ESTANDAR               PIC 9(06) VALUE 0.
      * Clientes que no se segmentan por no haber consentido la
      * elaboración de perfiles.
       01  WK-CONTADOR-SIN-CONSENT            PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
           PERFORM CONECTAR-BD                  THRU FIN-CONECTAR-BD.

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

           PERFORM DESCONECTAR-BD               THRU FIN-DESCONECTAR-BD.
           PERFORM MOSTRAR-ESTADO               THRU FIN-MOSTRAR-ESTADO.

           STRING 'segmentos-cli-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE       INTO WK-FICHSEGCLI-NOMBRE.

       FIN-INICIALIZAR.
           EXIT.

       FIN-CONECTAR-BD.
           EXIT.

      *    Umbrales y plazos del proceso, de banco.parametro_batch
      *    salvo que la variable de entorno del mismo nombre los
      *    sustituya. El proceso no se registra en banco.batch_log, así
      *    que no hay ejecución contra la que anotar el valor usado.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'RPTSEGCLI'                     TO
                PARAMBATCH-E-PROGRAMA.
           MOVE 0                               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTSEGCLI_UMBRAL_SALDO'        TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 12                              TO
                PARAMBATCH-E-LONGITUD.
           MOVE '000000010000'                  TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-UMBRAL-SALDO-ENV.
           IF   WK-UMBRAL-SALDO-ENV NOT = SPACES
                AND WK-UMBRAL-SALDO-ENV IS NUMERIC
           THEN MOVE WK-UMBRAL-SALDO-ENV        TO WK-UMBRAL-SALDO-ALTO
           END-IF.

           MOVE 'RPTSEGCLI_UMBRAL_CREDITO'      TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 12                              TO
                PARAMBATCH-E-LONGITUD.
           MOVE '000000000100'                  TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO
                WK-UMBRAL-CREDITO-ENV.
           IF   WK-UMBRAL-CREDITO-ENV NOT = SPACES
                AND WK-UMBRAL-CREDITO-ENV IS NUMERIC
           THEN MOVE WK-UMBRAL-CREDITO-ENV      TO
                     WK-UMBRAL-CREDITO-BAJO
           END-IF.

           MOVE 'RPTSEGCLI_MESES_DORMIDO'       TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '006'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-MESES-DORMIDO-ENV.
           IF   WK-MESES-DORMIDO-ENV NOT = SPACES
                AND WK-MESES-DORMIDO-ENV IS NUMERIC
           THEN MOVE WK-MESES-DORMIDO-ENV       TO WK-MESES-DORMIDO
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTSEGCLI LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTSEGCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.
       FIN-LEER-PARAMETRO.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de segmentos, para que DISTINFORM lo reparta a sus
      *    destinatarios y lo purgue al vencer. Este listado no lleva
      *    fila de control en banco.batch_log.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTSEGCLI'                     TO RPTCATAL-E-PROGRAMA.
           MOVE ZERO                            TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSEGCLI-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTSEGCLI REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSEGCLI-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
       FIN-LEER-CLIENTE.
           EXIT.

      * Segmentar es elaborar un perfil comercial: el cliente que no
      * lo ha consentido, o lo ha retirado, no sale en el extracto.
       PROCESAR-CLIENTE.
      *------------------
           PERFORM COMPROBAR-CONSENTIMIENTO      THRU
                   FIN-COMPROBAR-CONSENTIMIENTO.

           IF   STAT-OK
                AND NOT CONSENTIM-S-PERFILADO-SI
           THEN ADD  1                           TO
                     WK-CONTADOR-SIN-CONSENT
                GO TO FIN-PROCESAR-CLIENTE
           END-IF.

           IF   STAT-OK
           THEN PERFORM CALCULAR-CUENTAS          THRU
                        FIN-CALCULAR-CUENTAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM CALCULAR-TARJETAS         THRU
       FIN-PROCESAR-CLIENTE.
           EXIT.

       COMPROBAR-CONSENTIMIENTO.
      *-------------------------
           INITIALIZE                            AREA-CONSENTIM.
           SET  CONSENTIM-E-ACC-CONSULTAR        TO TRUE.
           MOVE WK-CLI-ID                        TO
                CONSENTIM-E-ID-CLIENTE.

           CALL "CONSENTIM"                      USING AREA-CONSENTIM.

           IF   NOT CONSENTIM-STAT-OK
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** RPTSEGCLI COMPROBAR-CONSENTIMI'
                DISPLAY 'CONSENTIM-STAT [' CONSENTIM-STAT ']'
                MOVE 'RPTSEGCLI'                  TO LOGERR-E-PROGRAMA
                MOVE 'COMPROBAR-CONSENTIMIENTO'   TO LOGERR-E-PARRAFO
                MOVE CONSENTIM-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-COMPROBAR-CONSENTIMIENTO.
           EXIT.

       CALCULAR-CUENTAS.
      *------------------
           EXEC SQL
           DISPLAY 'CANDIDATO CROSS-SELL  [' WK-CONTADOR-CROSS-SELL
                   ']'.
           DISPLAY 'ESTANDAR              [' WK-CONTADOR-ESTANDAR ']'.
           DISPLAY 'SIN CONSENTIMIENTO    [' WK-CONTADOR-SIN-CONSENT
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
