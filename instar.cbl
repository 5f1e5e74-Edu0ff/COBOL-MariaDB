      *    asociada, para rechazar tarjeta a un menor sin tutor.
       01  WK-EDAD-CLIENTE                   PIC S9(05).
       01  WK-NUM-REP                        PIC S9(04) COMP-5.
      *    CCV provisional cuyo resumen se guarda en el alta.
       01  WK-CCV-PROVISIONAL                PIC X(03).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  WK-FEC-AUX-MES-ANO.
       01  WK-CRED-MAX                        PIC S9(08)V99 VALUE
                                              30000.00.

           COPY 'valprod.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'instar.cpy'.
           END-IF.

           EVALUATE TRUE
           WHEN INSTAR-E-ID-CLI IS NOT NUMERIC
                OR (INSTAR-E-ID-CLI = ZERO
                    AND NOT INSTAR-E-PREPAGO-SI)
                SET INSTAR-STAT-ERR-CLI-ID  TO TRUE

           WHEN (INSTAR-E-ID-CTA IS NOT NUMERIC
                 OR INSTAR-E-ID-CTA = ZERO)
                AND NOT INSTAR-E-PREPAGO-SI
                SET INSTAR-STAT-ERR-CTA-ID  TO TRUE

           WHEN INSTAR-E-NUM IS NOT NUMERIC
                SET INSTAR-STAT-ERR-FEC     TO TRUE
            
           WHEN INSTAR-E-CCV IS NOT NUMERIC
                AND INSTAR-E-CCV NOT = SPACES
                SET INSTAR-STAT-ERR-CCV     TO TRUE

           WHEN INSTAR-E-CRED > WK-CRED-MAX
                SET INSTAR-STAT-ERR-CRED-MAX TO TRUE

           WHEN OTHER
      *         La prepago no tiene cuenta en la que buscar al
      *         representante legal ni crédito que arriesgar.
                IF   NOT INSTAR-E-PREPAGO-SI
                THEN PERFORM VALIDAR-MENOR  THRU FIN-VALIDAR-MENOR
                END-IF

                IF   INSTAR-STAT-OK
                THEN PERFORM VALIDAR-PRODUCTO
                     THRU    FIN-VALIDAR-PRODUCTO
                END-IF

                IF   INSTAR-STAT-OK
                THEN PERFORM GEN-ID-TAR     THRU FIN-GEN-ID-TAR
       FIN-VALIDAR-MENOR.
           EXIT.

       VALIDAR-PRODUCTO.
      *-----------------
      *    Sin producto informado la tarjeta se emite como de crédito
      *    o de débito según lleve o no crédito concedido.
           EVALUATE TRUE
           WHEN INSTAR-E-PRODUCTO NOT = ALL SPACES
                MOVE INSTAR-E-PRODUCTO      TO TARJETA-PRODUCTO
           WHEN INSTAR-E-PREPAGO-SI
                MOVE 'TARPRE'               TO TARJETA-PRODUCTO
           WHEN INSTAR-E-CRED > ZERO
                MOVE 'TARCRE'               TO TARJETA-PRODUCTO
           WHEN OTHER
                MOVE 'TARDEB'               TO TARJETA-PRODUCTO
           END-EVALUATE.

           INITIALIZE                       AREA-VALPROD-ENTRADA.
           MOVE TARJETA-PRODUCTO            TO VALPROD-E-COD.
           MOVE 'T'                         TO VALPROD-E-FAMILIA.
           MOVE INSTAR-E-ID-CLI             TO VALPROD-E-ID-CLI.
           MOVE INSTAR-E-CRED               TO VALPROD-E-IMPORTE.

           CALL "VALPROD"                   USING AREA-VALPROD.

           EVALUATE TRUE
           WHEN VALPROD-STAT-OK
                CONTINUE
           WHEN VALPROD-STAT-ERR-RETIRADO
                SET INSTAR-STAT-ERR-PROD-RETIRADO TO TRUE
           WHEN VALPROD-STAT-ERR-SQL
                SET INSTAR-STAT-ERR-SQL     TO TRUE
                MOVE VALPROD-S-SQLCODE      TO INSTAR-S-SQLCODE
           WHEN OTHER
                SET INSTAR-STAT-ERR-PRODUCTO TO TRUE
           END-EVALUATE.
       FIN-VALIDAR-PRODUCTO.
           EXIT.

       VALIDAR-LUHN.
      *-------------
      * Dígito de control de Luhn sobre el número de tarjeta: se
           MOVE INSTAR-E-ID-CTA              TO TARJETA-ID-CTA.
           MOVE INSTAR-E-NUM                 TO TARJETA-NUM.
           MOVE INSTAR-E-CRED                TO TARJETA-CRED.

      *    La prepago no cuelga de ninguna cuenta y su saldo sólo
      *    entra por cargas (PREPAGO).
           IF   INSTAR-E-PREPAGO-SI
           THEN MOVE ZERO                    TO TARJETA-ID-CTA
                                                TARJETA-CRED
           END-IF.

           MOVE INSTAR-E-FEC                 TO WK-FEC-AUX-MES-ANO.
           MOVE WK-FEC-AUX-MES               TO WK-FEC-AUX-MM.
           MOVE WK-FEC-AUX-ANO               TO WK-FEC-AUX-AA.
           MOVE WK-FEC-AUX-ANO-MES           TO TARJETA-FEC.
      *    La tarjeta nace emitida, no activa: ESTAMPTAR la manda al
      *    estampador y el titular la activa al recibir el plástico.
           SET  TARJETA-ESTADO-EMITIDA       TO TRUE.
           MOVE INSTAR-E-ID-TAR-ANT          TO TARJETA-ID-ANTERIOR.

      *    El CCV no se guarda en claro: sólo su resumen SHA-256
      *    sobre una sal aleatoria propia de la tarjeta. Si no viene
      *    informado se sortea aquí; es provisional, porque el que
      *    lleva el plástico lo sortea ESTAMPTAR.
           MOVE INSTAR-E-CCV                 TO WK-CCV-PROVISIONAL.

           EXEC SQL
                SELECT LEFT(SHA2(CONCAT(UUID(), RAND()), 256), 32),
                       COALESCE(NULLIF(TRIM(:WK-CCV-PROVISIONAL), ''),
                                LPAD(FLOOR(RAND() * 1000), 3, '0'))
                INTO   :TARJETA-SAL-CCV,
                       :WK-CCV-PROVISIONAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN MOVE SQLCODE                  TO INSTAR-S-SQLCODE
                SET  INSTAR-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** INSTAR INS-TAR: ERROR SAL'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-INS-TAR
           END-IF.

      *    Si la divisa viaja en blanco se asume EUR.
           IF   INSTAR-E-DIVISA = ALL SPACES
                    cred_tarjeta,
                    fec_tarjeta,
                    ccv_tarjeta,
                    sal_ccv_tarjeta,
                    estado_tarjeta,
                    divisa_tarjeta,
                    cod_producto,
                    id_medio_anterior_tarjeta,
                    fec_alta_tarjeta
                )
                VALUES(
                    :TARJETA-NUM              :TARJETA-NUM-NULL,
                    :TARJETA-CRED             :TARJETA-CRED-NULL,
              str_to_date(:TARJETA-FEC-X :TARJETA-FEC-NULL, '%y%d%m'),
                    SHA2(CONCAT(:TARJETA-SAL-CCV,
                                :WK-CCV-PROVISIONAL), 256),
                    :TARJETA-SAL-CCV,
                    :TARJETA-ESTADO           :TARJETA-ESTADO-NULL,
                    :TARJETA-DIVISA           :TARJETA-DIVISA-NULL,
                    :TARJETA-PRODUCTO         :TARJETA-PRODUCTO-NULL,
                    NULLIF(:TARJETA-ID-ANTERIOR, 0),
                    now()
                )
           END-EXEC.
