      * pareja número de tarjeta/CCV.
       01  WK-CCV-ID-TAR                      PIC 9(10).
       01  WK-CCV-INTENTOS                    PIC 9(02).
      * 'S' si el resumen del CCV recibido, con la sal de la tarjeta,
      * coincide con el guardado en banco.tarjeta.
       01  WK-CCV-COINCIDE                    PIC X(01).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           EVALUATE TRUE
           WHEN BUSQTAR-STAT-OK
                MOVE BUSQTAR-S-ID-TAR                TO WK-CCV-ID-TAR
                PERFORM COMPROBAR-CCV           THRU FIN-COMPROBAR-CCV
                IF   VERCCV-STAT-ERR-SQL
                THEN GO TO FIN-VERIFICAR-CCV
                END-IF
                IF   WK-CCV-COINCIDE = 'S'
                THEN SET VERCCV-STAT-OK              TO TRUE
                     PERFORM CCV-CORRECTO       THRU FIN-CCV-CORRECTO
                ELSE SET VERCCV-STAT-ERR-CCV-INCORRECTO
       FIN-VERIFICAR-CCV.
           EXIT.

      *    El CCV sólo existe guardado como resumen con sal: se
      *    calcula el del CCV recibido y se comparan en la consulta.
       COMPROBAR-CCV.
      *--------------
           MOVE 'N'                           TO WK-CCV-COINCIDE.

           EXEC SQL
                SELECT CASE WHEN ccv_tarjeta =
                                 SHA2(CONCAT(sal_ccv_tarjeta,
                                             :VERCCV-E-CCV), 256)
                            THEN 'S'
                            ELSE 'N'
                       END
                INTO   :WK-CCV-COINCIDE
                FROM   banco.tarjeta
                WHERE  id_medio = :WK-CCV-ID-TAR
           END-EXEC.

           MOVE SQLCODE                       TO VERCCV-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET VERCCV-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** VERCCV COMPROBAR-CCV: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-COMPROBAR-CCV.
           EXIT.

      *    Un CCV correcto cierra la racha de fallos: se borra el
      *    contador de la tarjeta para que la cuenta vuelva a empezar
      *    de cero en el siguiente fallo.
      *    agotar WK-MAX-INTENTOS-CCV, bloquea la tarjeta
      *    reutilizando BLOQTAR, igual que hace VALPIN con el PIN:
      *    sin este tope la pareja numero/CCV admitia fuerza bruta
      *    con intentos ilimitados. La fuerza bruta del CCV es
      *    fraude con tarjeta no presente, así que el bloqueo va como
      *    sospecha de fraude y abre su evento de pérdida.
       CCV-INCORRECTO.
      *---------------
           EXEC SQL
           IF   VERCCV-STAT-ERR-CCV-INCORRECTO
                AND WK-CCV-INTENTOS >= WK-MAX-INTENTOS-CCV
           THEN MOVE WK-CCV-ID-TAR            TO BLOQTAR-E-ID-TAR
                SET  BLOQTAR-E-MOTIVO-FRAUDE  TO TRUE
                CALL "BLOQTAR"                USING AREA-BLOQTAR
                SET VERCCV-STAT-ERR-CCV-BLOQUEA
                                              TO TRUE
