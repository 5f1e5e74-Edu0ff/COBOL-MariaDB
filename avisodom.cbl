       FILE-CONTROL.
      *    Fichero de salida de avisos de cambio de domicilio: una
      *    línea imprimible/enviable por cada cliente afectado por
      *    una sustitución de domicilio aún no avisada, con la
      *    dirección a la que se envía o, si Correos ha devuelto
      *    todas las del cliente, la oficina que la retiene. Su nombre
      *    lleva la fecha de la ejecución para no pisar el de
      *    ejecuciones anteriores.
           SELECT FICHAVISO ASSIGN TO WK-FICHAVISO-NOMBRE
       FILE SECTION.
      *-------------
      * Un registro por aviso generado.
       FD FICHAVISO RECORD CONTAINS 400 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHAVISO                    PIC X(400).

       WORKING-STORAGE SECTION.
      *------------------------
       01  WK-DOM-NUM                      PIC X(03).
       01  WK-DOM-COD-POS                  PIC X(05).
       01  WK-DOM-POBL                     PIC X(16).
       01  WK-DOM-ENTREGABLE               PIC X(01).
       01  WK-DOM-ANT-ID                   PIC 9(10).
       01  WK-ANT-CALLE                    PIC X(45).
       01  WK-ANT-NUM                      PIC X(03).
           COPY 'plantilla.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'domenvio.cpy'.

      * Destino de la carta: la dirección nueva si Correos no la ha
      * devuelto; si no, el domicilio de envío del cliente
      * (DOMENVIO); sin ninguno, retenida para su oficina.
       01  WK-ENVIO-DIRECCION               PIC X(73).
       01  SW-RETENIDA                      PIC 9(01) VALUE 0.
           88  CARTA-RETENIDA               VALUE 1.
           88  CARTA-ENVIADA                VALUE 0.

      * Texto fijo de la carta: se intenta primero la plantilla del
      * documento en el idioma del cliente (banco.plantilla_carta,
       01  FS-FICHAVISO                     PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Cuántos avisos llevamos generados, y de ellos cuántos
      * retenidos para la oficina.
       01  WK-CONTADOR-AVISOS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDOS            PIC 9(06) VALUE 0.

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
           MOVE 'AVISODOM'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHAVISO-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** AVISODOM REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHAVISO-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
                DECLARE CUR-MUDANZA CURSOR FOR
                SELECT D.id_dom,  D.calle_dom,  D.num_dom,
                       lpad(D.cod_post_dom,5,'0'),  D.pobl_dom,
                       COALESCE(D.entregable_dom, 'S'),
                       DA.id_dom, DA.calle_dom, DA.num_dom,
                       lpad(DA.cod_post_dom,5,'0'), DA.pobl_dom,
                       C.id_cliente, C.nif_cliente, C.nom_cliente,
                FETCH CUR-MUDANZA
                INTO  :WK-DOM-ID,  :WK-DOM-CALLE, :WK-DOM-NUM,
                      :WK-DOM-COD-POS,  :WK-DOM-POBL,
                      :WK-DOM-ENTREGABLE,
                      :WK-DOM-ANT-ID, :WK-ANT-CALLE, :WK-ANT-NUM,
                      :WK-ANT-COD-POS, :WK-ANT-POBL,
                      :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-NOM,
      * que el banco puede certificar el cambio.
       GENERAR-AVISO.
      *--------------
           PERFORM ELEGIR-DESTINO                THRU
                   FIN-ELEGIR-DESTINO.
           IF   NOT STAT-OK
           THEN GO TO FIN-GENERAR-AVISO
           END-IF.

           PERFORM OBTENER-PLANTILLA             THRU
                   FIN-OBTENER-PLANTILLA.

           MOVE SPACES                           TO REG-FICHAVISO.
           IF   CARTA-RETENIDA
           THEN STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM ' ' WK-TEXTO-CARTA
                       ' ANTES [' WK-ANT-CALLE ' ' WK-ANT-NUM ' '
                       WK-ANT-COD-POS ' ' WK-ANT-POBL ']'
                       ' AHORA [' WK-DOM-CALLE ' ' WK-DOM-NUM ' '
                       WK-DOM-COD-POS ' ' WK-DOM-POBL ']'
                       ' RETENIDA EN OFICINA ['
                       DOMENVIO-S-OFICINA ']'
                       DELIMITED BY SIZE         INTO REG-FICHAVISO
           ELSE STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM ' ' WK-TEXTO-CARTA
                       ' ANTES [' WK-ANT-CALLE ' ' WK-ANT-NUM ' '
                       WK-ANT-COD-POS ' ' WK-ANT-POBL ']'
                       ' AHORA [' WK-DOM-CALLE ' ' WK-DOM-NUM ' '
                       WK-DOM-COD-POS ' ' WK-DOM-POBL ']'
                       ' ENVIO [' WK-ENVIO-DIRECCION ']'
                       DELIMITED BY SIZE         INTO REG-FICHAVISO
           END-IF.

           WRITE REG-FICHAVISO.

           END-IF.

           ADD  1                           TO WK-CONTADOR-AVISOS.
           IF   CARTA-RETENIDA
           THEN ADD  1                      TO WK-CONTADOR-RETENIDOS
           END-IF.

       FIN-GENERAR-AVISO.
           EXIT.

      * La carta confirma la dirección nueva y va a ella, salvo que
      * Correos ya la haya devuelto: entonces va al domicilio de
      * envío del cliente, y si no le queda ninguno entregable se
      * imprime igual pero retenida para su oficina, y cuenta como
      * avisada.
       ELEGIR-DESTINO.
      *---------------
           SET  CARTA-ENVIADA                    TO TRUE.
           MOVE SPACES                           TO WK-ENVIO-DIRECCION.

           IF   WK-DOM-ENTREGABLE NOT = 'N'
           THEN STRING WK-DOM-CALLE ' ' WK-DOM-NUM ' '
                       WK-DOM-COD-POS ' ' WK-DOM-POBL
                       DELIMITED BY SIZE    INTO WK-ENVIO-DIRECCION
                GO TO FIN-ELEGIR-DESTINO
           END-IF.

           INITIALIZE                            AREA-DOMENVIO.
           MOVE WK-CLI-ID                        TO DOMENVIO-E-ID-CLI.

           CALL "DOMENVIO"                       USING AREA-DOMENVIO.

           EVALUATE TRUE
           WHEN DOMENVIO-STAT-OK
                STRING DOMENVIO-S-CALLE ' ' DOMENVIO-S-NUM ' '
                       DOMENVIO-S-COD-POS ' ' DOMENVIO-S-POBL
                       DELIMITED BY SIZE    INTO WK-ENVIO-DIRECCION
           WHEN DOMENVIO-STAT-RETENER
                SET  CARTA-RETENIDA               TO TRUE
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** AVISODOM ELEGIR-DESTINO: ERROR'
                DISPLAY 'CLIENTE  [' WK-CLI-ID ']'
                DISPLAY 'DOMENVIO [' DOMENVIO-STAT ']'
                MOVE 'AVISODOM'                   TO LOGERR-E-PROGRAMA
                MOVE 'ELEGIR-DESTINO'             TO LOGERR-E-PARRAFO
                MOVE DOMENVIO-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-ELEGIR-DESTINO.
           EXIT.

      * El texto fijo de la carta sale de la plantilla del documento
      * en el idioma preferido del cliente (con caída al castellano
      * dentro de PLANTILLA); sin plantilla cargada se conserva el
           DISPLAY 'AVISOS DE CAMBIO DE DOMICILIO'.
           DISPLAY 'FICHERO DE SALIDA   [' WK-FICHAVISO-NOMBRE ']'.
           DISPLAY 'AVISOS GENERADOS    [' WK-CONTADOR-AVISOS ']'.
           DISPLAY 'RETENIDOS OFICINA   [' WK-CONTADOR-RETENIDOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
