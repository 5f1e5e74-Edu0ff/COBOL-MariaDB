       01  WK-FEC-FALLEC-NULL                PIC S9(04) COMP-5.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'documento.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'falleccli.cpy'.
                PERFORM CONSULTAR-CLIENTE      THRU
                        FIN-CONSULTAR-CLIENTE
                IF   FALLECCLI-STAT-OK
                THEN PERFORM ARCHIVAR-CERTIFICADO
                     THRU    FIN-ARCHIVAR-CERTIFICADO
                END-IF
                IF   FALLECCLI-STAT-OK
                THEN PERFORM MARCAR-FALLECIMIENTO
                     THRU    FIN-MARCAR-FALLECIMIENTO
                END-IF

       FIN-MARCAR-FALLECIMIENTO.
           EXIT.

      * El certificado de defunción se indexa contra el cliente antes
      * de marcarlo, en la misma unidad de trabajo: una referencia ya
      * indexada en otro documento detiene el alta sin tocar la ficha.
      * Si no viene, la marca sigue adelante (congelar la disposición
      * no puede esperar al papel), pero se mira si ya estaba en
      * archivo y, si no, se avisa: RPTDOCPEND lo saca como pendiente.
       ARCHIVAR-CERTIFICADO.
      *----------------------
           INITIALIZE                          AREA-DOCUMENTO-ENTRADA.
           MOVE 'CLI'                          TO DOCUMENTO-E-ENTIDAD.
           MOVE CLIENTE-ID                     TO
                DOCUMENTO-E-ID-ENTIDAD.
           MOVE 'DEF'                          TO DOCUMENTO-E-TIPO.

           IF   FALLECCLI-E-REF-CERTIFICADO = SPACES
           THEN SET  DOCUMENTO-E-ACC-COMPROBAR TO TRUE
           ELSE SET  DOCUMENTO-E-ACC-ALTA      TO TRUE
                MOVE FALLECCLI-E-REF-CERTIFICADO
                                               TO DOCUMENTO-E-REF
           END-IF.

           CALL "DOCUMENTO"                    USING AREA-DOCUMENTO.

           EVALUATE TRUE
           WHEN DOCUMENTO-STAT-OK
                IF   DOCUMENTO-E-ACC-COMPROBAR
                     AND NOT DOCUMENTO-S-EN-ARCHIVO-SI
                THEN SET FALLECCLI-S-AVISO-DOC-SI TO TRUE
                END-IF
           WHEN DOCUMENTO-STAT-DUPLICADO
           WHEN DOCUMENTO-STAT-ERR-DATOS
                SET FALLECCLI-STAT-ERR-DOC     TO TRUE
           WHEN OTHER
                SET FALLECCLI-STAT-ERR-SQL     TO TRUE
                MOVE DOCUMENTO-SQLCODE         TO FALLECCLI-SQLCODE
           END-EVALUATE.

       FIN-ARCHIVAR-CERTIFICADO.
           EXIT.
