           EXEC SQL INCLUDE cuenta            END-EXEC.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'valprod.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'inscta.cpy'.
                SET INSCTA-STAT-ERR-LIMITE  TO TRUE

           WHEN OTHER
                PERFORM VALIDAR-PRODUCTO    THRU FIN-VALIDAR-PRODUCTO

                IF   INSCTA-STAT-OK
                THEN PERFORM GEN-CTA-ID     THRU FIN-GEN-CTA-ID
                END-IF

                IF   INSCTA-STAT-OK
                THEN PERFORM INS-MEDIO      THRU FIN-INS-MEDIO
       FIN-INICIALIZAR.
           EXIT.

       VALIDAR-PRODUCTO.
      *-----------------
      *    Sin producto informado la cuenta se da de alta como cuenta
      *    corriente, que es lo que eran todas antes del catálogo.
           IF   INSCTA-E-PRODUCTO = ALL SPACES
           THEN MOVE 'CTACOR'               TO CUENTA-PRODUCTO
           ELSE MOVE INSCTA-E-PRODUCTO      TO CUENTA-PRODUCTO
           END-IF.

           INITIALIZE                       AREA-VALPROD-ENTRADA.
           MOVE CUENTA-PRODUCTO             TO VALPROD-E-COD.
           MOVE 'C'                         TO VALPROD-E-FAMILIA.
           MOVE INSCTA-E-ID-CLI             TO VALPROD-E-ID-CLI.
           MOVE INSCTA-E-LIMITE             TO VALPROD-E-IMPORTE.

           CALL "VALPROD"                   USING AREA-VALPROD.

           EVALUATE TRUE
           WHEN VALPROD-STAT-OK
                CONTINUE
           WHEN VALPROD-STAT-ERR-RETIRADO
                SET INSCTA-STAT-ERR-PROD-RETIRADO TO TRUE
           WHEN VALPROD-STAT-ERR-SQL
                SET INSCTA-STAT-ERR-SQL     TO TRUE
                MOVE VALPROD-S-SQLCODE      TO INSCTA-S-SQLCODE
           WHEN OTHER
                SET INSCTA-STAT-ERR-PRODUCTO TO TRUE
           END-EVALUATE.
       FIN-VALIDAR-PRODUCTO.
           EXIT.

       GEN-CTA-ID.
      *-----------
           EXEC SQL
                    limite_cuenta,
                    estado_cuenta,
                    divisa_cuenta,
                    cod_producto,
                    fec_alta_cuenta
                )
                VALUES(
                    :CUENTA-LIMITE           :CUENTA-LIMITE-NULL,
                    :CUENTA-ESTADO           :CUENTA-ESTADO-NULL,
                    :CUENTA-DIVISA           :CUENTA-DIVISA-NULL,
                    :CUENTA-PRODUCTO         :CUENTA-PRODUCTO-NULL,
                    now()
                )
           END-EXEC.
