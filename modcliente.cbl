       01  WK-PET-FIS-TIN                     PIC X(20).
       01  WK-PET-FIS-AUTOCERT                PIC X(01).
       01  WK-PET-IDIOMA                      PIC X(02).
       01  WK-PET-CNAE                        PIC X(04).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

      * Saldo consolidado a partir del cual un cambio de domicilio
                        FIN-ACTUALIZAR-IDIOMA
           END-IF.

      *    Y la actividad económica, solo si viene informada.
           IF   MODCLI-STAT-OK
                AND MODCLI-CNAE NOT = SPACES
           THEN PERFORM ACTUALIZAR-CNAE      THRU
                        FIN-ACTUALIZAR-CNAE
           END-IF.

       FIN-MODIFICAR-CLIENTE.
           EXIT.

                GO                           TO FIN-PROGRAMA
           END-IF.

      *    Registrar el documento renovado es hacer la revisión KYC:
      *    la próxima se cuenta desde hoy con los años que tocan al
      *    nivel de riesgo del cliente (RIESGOCLI). Un cliente aún
      *    sin calificar no tiene fila y no hay nada que mover.
           EXEC SQL
                UPDATE banco.riesgo_cliente
                SET    fec_prox_revision_riesgo =
                       DATE_ADD(CURDATE(),
                                INTERVAL anos_revision_riesgo YEAR)
                WHERE  id_cliente = :WK-ID-CLIENTE
           END-EXEC.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET MODCLI-STAT-ERR-SQL      TO TRUE
                MOVE SQLCODE                 TO MODCLI-SQLCODE
                GO                           TO FIN-PROGRAMA
           END-IF.

       FIN-ACTUALIZAR-DOCUMENTO.
           EXIT.

       FIN-ACTUALIZAR-IDIOMA.
           EXIT.

       ACTUALIZAR-CNAE.
      *----------------
           MOVE MODCLI-CNAE                  TO WK-PET-CNAE.

           EXEC SQL
                UPDATE banco.cliente
                SET    cnae_cliente = :WK-PET-CNAE
                WHERE  id_cliente   = :WK-ID-CLIENTE
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN SET MODCLI-STAT-ERR-SQL      TO TRUE
                MOVE SQLCODE                 TO MODCLI-SQLCODE
                GO                           TO FIN-PROGRAMA
           END-IF.

       FIN-ACTUALIZAR-CNAE.
           EXIT.

       ACTUALIZAR-APODERADO.
      *---------------------
           MOVE MODCLI-NIF-APODERADO         TO WK-PET-NIF-APODERADO.
