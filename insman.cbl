           01  WK-FECHA-ACTUAL-8              PIC 9(08).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'documento.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'insman.cpy'.
                     IF   INSMAN-STAT-OK
                     THEN PERFORM INS-MAN   THRU FIN-INS-MAN
                     END-IF
                     IF   INSMAN-STAT-OK
                     THEN PERFORM ARCHIVAR-ORDEN
                                            THRU FIN-ARCHIVAR-ORDEN
                     END-IF
                END-IF
           END-EVALUATE.


       FIN-INS-MAN.
           EXIT.

      * La orden de domiciliación firmada queda indexada contra el
      * mandato en la misma unidad de trabajo del que llama. Si aún no
      * está escaneada el mandato se da de alta igual, con aviso, y
      * RPTDOCPEND lo saca como pendiente.
       ARCHIVAR-ORDEN.
      *---------------
           IF   INSMAN-E-REF-ORDEN = SPACES
           THEN SET INSMAN-S-AVISO-DOC-SI     TO TRUE
                GO TO FIN-ARCHIVAR-ORDEN
           END-IF.

           INITIALIZE                         AREA-DOCUMENTO-ENTRADA.
           SET  DOCUMENTO-E-ACC-ALTA          TO TRUE.
           MOVE 'MAN'                         TO DOCUMENTO-E-ENTIDAD.
           MOVE MANDATO-ID                    TO DOCUMENTO-E-ID-ENTIDAD.
           MOVE 'MAN'                         TO DOCUMENTO-E-TIPO.
           MOVE INSMAN-E-REF-ORDEN            TO DOCUMENTO-E-REF.

           CALL "DOCUMENTO"                   USING AREA-DOCUMENTO.

           EVALUATE TRUE
           WHEN DOCUMENTO-STAT-OK
                CONTINUE
           WHEN DOCUMENTO-STAT-DUPLICADO
           WHEN DOCUMENTO-STAT-ERR-DATOS
                SET INSMAN-STAT-ERR-DOC       TO TRUE
           WHEN OTHER
                SET INSMAN-STAT-ERR-SQL       TO TRUE
                MOVE DOCUMENTO-SQLCODE        TO INSMAN-S-SQLCODE
           END-EVALUATE.

       FIN-ARCHIVAR-ORDEN.
           EXIT.
