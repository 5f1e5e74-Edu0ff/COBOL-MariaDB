           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'extractocta.cpy'.

      * EXTRACTOCTA abre y cierra su propia sesión de base de datos
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
           MOVE 'EXTRCLI'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHEXT-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.
           MOVE WK-FEC-DESDE-8                  TO
                RPTCATAL-E-PERIODO-DESDE.
           MOVE WK-FEC-HASTA-8                  TO
                RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXTRCLI REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHEXT-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
                       WK-FEC-HASTA-8 ']'
                       DELIMITED BY SIZE         INTO REG-FICHEXT
                ADD  EXTRACTOCTA-S-SALDO-ACTUAL  TO WK-TOTAL-RELACION
      *    El número de tarjeta sale enmascarado: seis primeros y
      *    cuatro últimos dígitos.
           ELSE STRING '--- TARJETA [' EXTRACTOCTA-S-NUM-TAR(1:6)
                       '******' EXTRACTOCTA-S-NUM-TAR(13:4) ']'
                       ' DEL [' WK-FEC-DESDE-8 '] AL ['
                       WK-FEC-HASTA-8 ']'
                       DELIMITED BY SIZE         INTO REG-FICHEXT
           VARYING WK-J FROM 1 BY 1
           UNTIL   WK-J > EXTRACTOCTA-MOV-CONTADOR.

           IF   NOT WK-MEDIO-TIPO-CTA(WK-I)
           THEN PERFORM ESCRIBIR-LINEA-APLAZ     THRU
                        FIN-ESCRIBIR-LINEA-APLAZ
                VARYING WK-J FROM 1 BY 1
                UNTIL   WK-J > EXTRACTOCTA-APL-CONTADOR
           END-IF.

           MOVE SPACES                           TO REG-FICHEXT.
           STRING 'CARGOS [' EXTRACTOCTA-S-TOTAL-CARGOS '] '
                  'ABONOS [' EXTRACTOCTA-S-TOTAL-ABONOS '] '
       FIN-ESCRIBIR-LINEA-MOV.
           EXIT.

      * Pago aplazado vivo de la tarjeta: compra aplazada, cuotas que
      * quedan, cuota de capital y capital pendiente.
       ESCRIBIR-LINEA-APLAZ.
      *---------------------
           MOVE SPACES                           TO REG-FICHEXT.
           STRING 'PAGO APLAZADO [' EXTRACTOCTA-APL-ID(WK-J) '] '
                  'IMPORTE [' EXTRACTOCTA-APL-IMPORTE(WK-J) '] '
                  'CUOTAS PENDIENTES ['
                  EXTRACTOCTA-APL-CUOTAS-PDTES(WK-J) '] '
                  'CUOTA [' EXTRACTOCTA-APL-CUOTA-CAPITAL(WK-J) '] '
                  'CAPITAL PENDIENTE ['
                  EXTRACTOCTA-APL-CAPITAL-PDTE(WK-J) ']'
                  DELIMITED BY SIZE              INTO REG-FICHEXT.
           WRITE REG-FICHEXT.

       FIN-ESCRIBIR-LINEA-APLAZ.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
