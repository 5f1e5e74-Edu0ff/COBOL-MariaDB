       01  WK-SALDO-DISPONIBLE              PIC S9(08)V99
                                            LEADING SEPARATE.

      * Límite de la póliza de crédito vigente vinculada a la cuenta:
      * se suma al límite de descubierto propio de la cuenta, de modo
      * que la cuenta puede quedar en negativo hasta ese importe.
       01  WK-LIMITE-POLIZA                 PIC S9(08)V99
                                            LEADING SEPARATE.

       LINKAGE SECTION.
      *----------------
           COPY 'actcta.cpy'.

           PERFORM CONSULTAR-SALDO           THRU FIN-CONSULTAR-SALDO.

           IF   ACTCTA-STAT-OK
           THEN PERFORM CONSULTAR-POLIZA-CREDITO THRU
                        FIN-CONSULTAR-POLIZA-CREDITO
           END-IF.

      *    Una cuenta en revisión (retención de cumplimiento) no
      *    admite cargos, pero los abonos entrantes siguen pasando.
           IF   ACTCTA-STAT-OK
       FIN-CONSULTAR-RETENCIONES.
           EXIT.

      * Una póliza de crédito activa y no vencida amplía el límite
      * de descubierto con su propio límite; sin póliza la suma es
      * cero y el límite queda como estaba.
       CONSULTAR-POLIZA-CREDITO.
      *--------------------------
           MOVE ZERO                         TO WK-LIMITE-POLIZA.

           EXEC SQL
                SELECT COALESCE(SUM(limite_poliza), 0)
                INTO   :WK-LIMITE-POLIZA
                FROM   banco.poliza_credito
                WHERE  id_medio_cuenta  = :CUENTA-ID
                AND    estado_poliza    = 'A'
                AND    fec_vencimiento >= CURDATE()
           END-EXEC.

           MOVE SQLCODE                      TO ACTCTA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET ACTCTA-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** ACTCTA CONSULTAR-POLIZA-CREDITO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           ELSE ADD  WK-LIMITE-POLIZA        TO CUENTA-LIMITE
           END-IF.
       FIN-CONSULTAR-POLIZA-CREDITO.
           EXIT.

       APLICAR-SALDO.
      *--------------
           EXEC SQL
