      *--------------
      *    Creación de cuenta.
           PERFORM INSCTA-ERR-NUM         THRU FIN-INSCTA-ERR-NUM.
           PERFORM INSCTA-ERR-PRODUCTO    THRU FIN-INSCTA-ERR-PRODUCTO.
           PERFORM INS-CTA                THRU FIN-INS-CTA.
       
      *    Búsqueda de cuenta.
       FIN-INSCTA-ERR-NUM.
           EXIT.
       
       INSCTA-ERR-PRODUCTO.
      *--------------------
      * Insertar una cuenta con un producto que no está en el
      * catálogo.
       
           INITIALIZE                     AREA-INSCTA-ENTRADA.
       
           MOVE 85478965487541254897      TO INSCTA-E-NUM.
           MOVE 00001000.00               TO INSCTA-E-SALDO.
           MOVE 'NOEXIS'                  TO INSCTA-E-PRODUCTO.
       
           DISPLAY '*** DEBUG ***       PRBBANCO INSCTA-ERR-PRODUCTO'.
           DISPLAY '*** DEBUG ***       [INICIO]'.
           DISPLAY 'INSCTA-E-NUM        [' INSCTA-E-NUM ']'.
           DISPLAY 'INSCTA-E-PRODUCTO   [' INSCTA-E-PRODUCTO ']'.
       
           CALL "INSCTA"                  USING AREA-INSCTA.
       
           DISPLAY '*** DEBUG ***       [FIN]'.
           DISPLAY 'INSCTA-STAT         [' INSCTA-STAT ']'.
           DISPLAY 'INSCTA-S-CTA-ID     [' INSCTA-S-CTA-ID ']'.
           DISPLAY 'INSCTA-S-SQLCODE    [' INSCTA-S-SQLCODE ']'.
           DISPLAY '------------------------------------------------'.
       
       FIN-INSCTA-ERR-PRODUCTO.
           EXIT.
       
       INS-CTA.
      *--------
      * Insertar cuenta correcta en BBDD.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQTAR-ERR-CRIT.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQTAR-ERR-ID.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQTAR-ERR-NUM.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQTAR-ERR-CLI.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQTAR-ERR-CTA.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQ-TAR-ID.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQ-TAR-ID-ASNT.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQ-TAR-NUM.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQ-TAR-NUM-ASNT.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQ-TAR-CC.
           DISPLAY 'BUSQTAR-S-NUM       [' BUSQTAR-S-NUM ']'.
           DISPLAY 'BUSQTAR-S-CRED      [' BUSQTAR-S-CRED ']'.
           DISPLAY 'BUSQTAR-S-FEC       [' BUSQTAR-S-FEC ']'.
           DISPLAY '------------------------------------------------'.

       FIN-BUSQ-TAR-CC-ASNT.
