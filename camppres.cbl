
           COPY 'conexmdb.cpy'.
           COPY 'scoretar.cpy'.
           COPY 'consentim.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * preaprobados en el fichero de campaña.
       01  WK-CONTADOR-ANALIZADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-PREAPROBADOS          PIC 9(06) VALUE 0.
      * Clientes descartados por no haber consentido la elaboración de
      * perfiles o ningún canal de contacto comercial.
       01  WK-CONTADOR-SIN-CONSENT           PIC 9(06) VALUE 0.

      * Canales de contacto consentidos que acompañan a la oferta:
      * P postal, S SMS, E correo electrónico y T teléfono, con un
      * guion en los que no.
       01  WK-CANALES.
           05  WK-CANAL-POSTAL               PIC X(01).
           05  WK-CANAL-SMS                  PIC X(01).
           05  WK-CANAL-EMAIL                PIC X(01).
           05  WK-CANAL-TELEFONO             PIC X(01).

       PROCEDURE DIVISION.
      ******************************************************************
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
           MOVE 'CAMPPRES'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCAMP-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CAMPPRES REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCAMP-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      * préstamo ya abierto contra sus cuentas. Un cliente que
      * tropiece con cualquiera de ellos simplemente no sale en el
      * fichero: la campaña no es sitio para rechazos con traza.
      * Antes de puntuarlo, el cliente tiene que haber consentido la
      * elaboración de perfiles y el contacto comercial por algún
      * canal; si no, ni se puntúa ni se le ofrece nada.
       EVALUAR-CANDIDATO.
      *---------------------
           INITIALIZE                            AREA-CONSENTIM.
           SET  CONSENTIM-E-ACC-CONSULTAR        TO TRUE.
           MOVE WK-CLI-ID                        TO
                CONSENTIM-E-ID-CLIENTE.

           CALL "CONSENTIM"                      USING AREA-CONSENTIM.

           IF   NOT CONSENTIM-STAT-OK
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** CAMPPRES EVALUAR-CANDIDATO: '
                DISPLAY 'CONSENTIM-STAT [' CONSENTIM-STAT ']'
                MOVE 'CAMPPRES'                   TO LOGERR-E-PROGRAMA
                MOVE 'EVALUAR-CANDIDATO'           TO LOGERR-E-PARRAFO
                MOVE CONSENTIM-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-EVALUAR-CANDIDATO
           END-IF.

           IF   NOT CONSENTIM-S-PERFILADO-SI
                OR NOT CONSENTIM-S-CONTACTO-SI
           THEN ADD  1                           TO
                     WK-CONTADOR-SIN-CONSENT
                GO TO FIN-EVALUAR-CANDIDATO
           END-IF.

           INITIALIZE                            AREA-SCORETAR.
           MOVE WK-TAR-ID                        TO SCORETAR-E-ID-TAR.


       ESCRIBIR-OFERTA.
      *------------------
           MOVE ALL '-'                          TO WK-CANALES.
           IF   CONSENTIM-S-POSTAL-SI
           THEN MOVE 'P'                         TO WK-CANAL-POSTAL
           END-IF.
           IF   CONSENTIM-S-SMS-SI
           THEN MOVE 'S'                         TO WK-CANAL-SMS
           END-IF.
           IF   CONSENTIM-S-EMAIL-SI
           THEN MOVE 'E'                         TO WK-CANAL-EMAIL
           END-IF.
           IF   CONSENTIM-S-TELEFONO-SI
           THEN MOVE 'T'                         TO WK-CANAL-TELEFONO
           END-IF.

           MOVE SPACES                           TO REG-FICHCAMP.
           STRING 'NIF [' WK-CLI-NIF '] '
                  WK-CLI-NOM
                  '] TASA [' WK-TASA-CAMPANIA
                  '] PLAZO [' WK-PLAZO-CAMPANIA
                  '] CUOTA [' WK-CUOTA-OFERTA
                  '] SCORE [' SCORETAR-S-SCORE
                  '] CANALES [' WK-CANALES ']'
                  DELIMITED BY SIZE         INTO REG-FICHCAMP.

           WRITE REG-FICHCAMP.
                  ']'.
           DISPLAY 'PREAPROBADOS           ['
                   WK-CONTADOR-PREAPROBADOS ']'.
           DISPLAY 'SIN CONSENTIMIENTO     ['
                   WK-CONTADOR-SIN-CONSENT ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
