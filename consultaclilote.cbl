           COPY 'consultacli.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
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
           MOVE 'CONSULTACLILOTE'               TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHPERFIL-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CONSULTACLILOTE REGISTRAR-INF'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHPERFIL-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           WRITE REG-FICHPERFIL.

      *    El gestor comercial que lleva al cliente, si tiene.
           IF   CONSULTACLI-GES-COD NOT = SPACES
           THEN MOVE SPACES                     TO REG-FICHPERFIL
                STRING '  GESTOR [' CONSULTACLI-GES-COD ' '
                       CONSULTACLI-GES-NOM '] OFICINA ['
                       CONSULTACLI-GES-OFICINA '] DESDE ['
                       CONSULTACLI-GES-FEC-INI ']'
                       DELIMITED BY SIZE    INTO REG-FICHPERFIL
                WRITE REG-FICHPERFIL
           END-IF.

           PERFORM VARYING WK-I FROM 1 BY 1
           UNTIL  WK-I > CONSULTACLI-CUE-TAR-CONTADOR
                  OR WK-I > 20
                          THRU FIN-ESCRIBIR-CUENTA-TARJETA
           END-PERFORM.

      *    La documentación vigente en el archivo documental.
           PERFORM ESCRIBIR-DOCUMENTO           THRU
                   FIN-ESCRIBIR-DOCUMENTO
           VARYING WK-I FROM 1 BY 1
           UNTIL  WK-I > CONSULTACLI-DOC-CONTADOR
                  OR WK-I > 10.

      *    Las posiciones en fondos de inversión, valoradas.
           PERFORM ESCRIBIR-FONDO               THRU
                   FIN-ESCRIBIR-FONDO
           VARYING WK-I FROM 1 BY 1
           UNTIL  WK-I > CONSULTACLI-FON-CONTADOR
                  OR WK-I > 10.

       FIN-ESCRIBIR-PERFIL.
           EXIT.

      *    El número de tarjeta sale enmascarado: seis primeros y
      *    cuatro últimos dígitos.
       ESCRIBIR-CUENTA-TARJETA.
      *--------------------------
           MOVE SPACES                          TO REG-FICHPERFIL.
           STRING '  CUENTA [' CONSULTACLI-NUM-CTA(WK-I)
                  '] SALDO [' CONSULTACLI-SALDO-CTA(WK-I)
                  '] TARJETA [' CONSULTACLI-NUM-TAR(WK-I)(1:6)
                  '******' CONSULTACLI-NUM-TAR(WK-I)(13:4)
                  '] CREDITO [' CONSULTACLI-CRE-TAR(WK-I) ']'
                  DELIMITED BY SIZE        INTO REG-FICHPERFIL.

       FIN-ESCRIBIR-CUENTA-TARJETA.
           EXIT.

       ESCRIBIR-DOCUMENTO.
      *---------------------
           MOVE SPACES                          TO REG-FICHPERFIL.
           STRING '  DOCUMENTO [' CONSULTACLI-DOC-TIPO(WK-I)
                  '] DE [' CONSULTACLI-DOC-ENTIDAD(WK-I) ' '
                  CONSULTACLI-DOC-ID-ENTIDAD(WK-I)
                  '] REF [' CONSULTACLI-DOC-REF(WK-I)
                  '] VERSION [' CONSULTACLI-DOC-VERSION(WK-I)
                  '] FIRMA [' CONSULTACLI-DOC-FEC-FIRMA(WK-I) ']'
                  DELIMITED BY SIZE        INTO REG-FICHPERFIL.

           WRITE REG-FICHPERFIL.

       FIN-ESCRIBIR-DOCUMENTO.
           EXIT.

       ESCRIBIR-FONDO.
      *---------------------
           MOVE SPACES                          TO REG-FICHPERFIL.
           STRING '  FONDO [' CONSULTACLI-FON-ISIN(WK-I) ' '
                  CONSULTACLI-FON-NOM(WK-I)
                  '] PARTICIPACIONES ['
                  CONSULTACLI-FON-PARTICIPACIONES(WK-I)
                  '] VL [' CONSULTACLI-FON-VL(WK-I) ' '
                  CONSULTACLI-FON-FEC-VL(WK-I)
                  '] VALOR [' CONSULTACLI-FON-VALOR(WK-I) ' '
                  CONSULTACLI-FON-DIVISA(WK-I) ']'
                  DELIMITED BY SIZE        INTO REG-FICHPERFIL.

           WRITE REG-FICHPERFIL.

       FIN-ESCRIBIR-FONDO.
           EXIT.

       ESCRIBIR-RECHAZO.
      *--------------------
           MOVE SPACES                          TO REG-FICHPERFIL.
