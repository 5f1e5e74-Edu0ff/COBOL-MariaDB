           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.
           COPY 'grupoeco.cpy'.
           COPY 'documento.cpy'.

      * Interés mensual (tasa anual partido doce) y factor de
      * capitalización (1+i)**n de la fórmula de la cuota francesa:
                PERFORM CONSULTAR-CUENTA       THRU
                        FIN-CONSULTAR-CUENTA
                IF   ALTAPRES-STAT-OK
                THEN PERFORM COMPROBAR-GRUPO   THRU
                             FIN-COMPROBAR-GRUPO
                END-IF
                IF   ALTAPRES-STAT-OK
                THEN PERFORM CALCULAR-CUOTA    THRU FIN-CALCULAR-CUOTA
                     PERFORM ABONAR-PRINCIPAL  THRU
                             FIN-ABONAR-PRINCIPAL
                THEN PERFORM REGISTRAR-AVALISTA THRU
                             FIN-REGISTRAR-AVALISTA
                END-IF
                IF   ALTAPRES-STAT-OK
                THEN PERFORM ARCHIVAR-ESCRITURA THRU
                             FIN-ARCHIVAR-ESCRITURA
                END-IF
           END-EVALUATE.

      *    El alta es todo o nada: la disposición del principal en la
       FIN-CONSULTAR-CUENTA.
           EXIT.

      * El principal se suma al riesgo del grupo económico de los
      * titulares de la cuenta. Si pasa del límite aprobado, el grupo
      * decide: o se avisa y el préstamo sigue, o se rechaza.
       COMPROBAR-GRUPO.
      *-----------------
           INITIALIZE                          AREA-GRUPOECO-ENTRADA.
           SET  GRUPOECO-E-ACC-COMPROBAR       TO TRUE.
           MOVE ALTAPRES-E-ID-CTA              TO GRUPOECO-E-ID-CTA.
           MOVE ALTAPRES-E-PRINCIPAL           TO GRUPOECO-E-IMPORTE.

           CALL "GRUPOECO"                     USING AREA-GRUPOECO.

           IF   NOT GRUPOECO-STAT-OK
           THEN SET ALTAPRES-STAT-ERR-SQL      TO TRUE
                MOVE GRUPOECO-SQLCODE          TO ALTAPRES-SQLCODE
                GO TO FIN-COMPROBAR-GRUPO
           END-IF.

           IF   GRUPOECO-S-SIN-GRUPO
           THEN GO TO FIN-COMPROBAR-GRUPO
           END-IF.

           MOVE GRUPOECO-S-ID-GRUPO            TO ALTAPRES-S-ID-GRUPO.
           MOVE GRUPOECO-S-RIESGO              TO
                ALTAPRES-S-RIESGO-GRUPO.
           MOVE GRUPOECO-S-LIMITE              TO
                ALTAPRES-S-LIMITE-GRUPO.

           EVALUATE TRUE
           WHEN GRUPOECO-S-RECHAZO
                SET ALTAPRES-STAT-LIMITE-GRUPO TO TRUE
           WHEN GRUPOECO-S-AVISO
                SET ALTAPRES-S-AVISO-GRUPO-SI  TO TRUE
           END-EVALUATE.

       FIN-COMPROBAR-GRUPO.
           EXIT.

      * Cuota mensual francesa: interés mensual sobre el capital vivo
      * y cuota constante durante todo el plazo. Con tasa cero el
      * préstamo se reparte a partes iguales entre las cuotas.
       FIN-REGISTRAR-AVALISTA.
           EXIT.

      * La escritura firmada queda indexada contra el préstamo en la
      * misma unidad de trabajo que el alta. Si aún no está escaneada
      * el préstamo se abre igual, con aviso: RPTDOCPEND lo saca como
      * pendiente hasta que se indexe desde el menú de documentos.
       ARCHIVAR-ESCRITURA.
      *---------------------
           IF   ALTAPRES-E-REF-ESCRITURA = SPACES
           THEN SET ALTAPRES-S-AVISO-DOC-SI    TO TRUE
                GO TO FIN-ARCHIVAR-ESCRITURA
           END-IF.

           INITIALIZE                          AREA-DOCUMENTO-ENTRADA.
           SET  DOCUMENTO-E-ACC-ALTA           TO TRUE.
           MOVE 'PRE'                          TO DOCUMENTO-E-ENTIDAD.
           MOVE PRESTAMO-ID                    TO
                DOCUMENTO-E-ID-ENTIDAD.
           MOVE 'ESC'                          TO DOCUMENTO-E-TIPO.
           MOVE ALTAPRES-E-REF-ESCRITURA       TO DOCUMENTO-E-REF.
           MOVE ALTAPRES-E-VERSION-ESCRITURA   TO DOCUMENTO-E-VERSION.

           CALL "DOCUMENTO"                    USING AREA-DOCUMENTO.

           EVALUATE TRUE
           WHEN DOCUMENTO-STAT-OK
                CONTINUE
           WHEN DOCUMENTO-STAT-DUPLICADO
           WHEN DOCUMENTO-STAT-ERR-DATOS
                SET ALTAPRES-STAT-ERR-DOC      TO TRUE
           WHEN OTHER
                SET ALTAPRES-STAT-ERR-SQL      TO TRUE
                MOVE DOCUMENTO-SQLCODE         TO ALTAPRES-SQLCODE
           END-EVALUATE.

       FIN-ARCHIVAR-ESCRITURA.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
