                                             LEADING SEPARATE.
       01  WK-IMPORTE-OP                     PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-REF-OP                         PIC 9(12).
       01  WK-TEORICO                        PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-DIFERENCIA                     PIC S9(10)V99
           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.
           COPY 'firmaman.cpy'.
           COPY 'poderes.cpy'.
           COPY 'boveda.cpy'.
           COPY 'prepago.cpy'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
                GO TO FIN-ABRIR-CAJON
           END-IF.

      *    El fondo del cajón sale de la bóveda de la oficina. Una
      *    oficina sin bóveda dada de alta abre el cajón igual.
           IF   WK-CAJA-FONDO > ZERO
           THEN INITIALIZE                    AREA-BOVEDA-ENTRADA
                SET  BOVEDA-E-ACC-SUMINISTRO  TO TRUE
                MOVE WK-CAJA-OFICINA          TO BOVEDA-E-OFICINA
                MOVE WK-CAJA-FONDO            TO BOVEDA-E-IMPORTE
                MOVE WK-CAJA-ID               TO BOVEDA-E-ID-CAJA
                MOVE WK-CAJA-USUARIO          TO BOVEDA-E-USUARIO
                CALL "BOVEDA"                 USING AREA-BOVEDA
                EVALUATE TRUE
                WHEN BOVEDA-STAT-OK
                WHEN BOVEDA-STAT-ENC-NO
                     CONTINUE
                WHEN BOVEDA-STAT-SALDO-INSUF
                     SET CAJA-STAT-ERR-BOVEDA TO TRUE
                     GO TO FIN-ABRIR-CAJON
                WHEN OTHER
                     SET CAJA-STAT-ERR-SQL    TO TRUE
                     MOVE BOVEDA-SQLCODE      TO CAJA-SQLCODE
                     GO TO FIN-ABRIR-CAJON
                END-EVALUATE
           END-IF.

           EXEC SQL
                INSERT INTO banco.caja_sesion(
                    id_caja,
           MOVE CAJA-E-ID-CAJA                TO WK-CAJA-ID.

           EXEC SQL
                SELECT estado_caja, fondo_caja, oficina_caja
                INTO   :WK-CAJA-ESTADO, :WK-CAJA-FONDO,
                       :WK-CAJA-OFICINA
                FROM   banco.caja_sesion
                WHERE  id_caja = :WK-CAJA-ID
           END-EXEC.
      * billete al cajón) y una retirada la carga (sale billete),
      * por el mismo camino INSMOV/ACTCTA de cualquier posteo en
      * vivo; la operación queda etiquetada al cajón para el arqueo.
      * Sin cuenta, el efectivo carga o reembolsa una tarjeta prepago.
       POSTEAR-EFECTIVO.
      *-------------------
           IF   CAJA-E-IMPORTE NOT > ZERO
                OR (CAJA-E-ID-CTA = ZERO
                    AND CAJA-E-ID-TAR = ZERO)
           THEN SET CAJA-STAT-ERR-DATOS        TO TRUE
                GO TO FIN-POSTEAR-EFECTIVO
           END-IF.

           IF   CAJA-E-ID-CTA = ZERO
           THEN PERFORM POSTEAR-PREPAGO        THRU
                        FIN-POSTEAR-PREPAGO
                GO TO FIN-POSTEAR-EFECTIVO
           END-IF.

           IF   CAJA-E-ACC-RETIRADA
                AND CAJA-E-ID-FIRMA = ZERO
           THEN PERFORM COMPROBAR-PODER        THRU
                        FIN-COMPROBAR-PODER
                IF   CAJA-STAT-OK
                THEN PERFORM COMPROBAR-FIRMA   THRU
                             FIN-COMPROBAR-FIRMA
                END-IF
                IF   NOT CAJA-STAT-OK
                THEN GO TO FIN-POSTEAR-EFECTIVO
                END-IF
           END-IF.

           ACCEPT WK-FECHA-ACTUAL-8            FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8             FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                GO TO FIN-POSTEAR-EFECTIVO
           END-IF.

           MOVE INSMOV-S-REF                   TO CAJA-S-REF.

      *    El efectivo del cajón se mueve con el mismo signo que la
      *    cuenta: el ingreso mete billetes (positivo) y la retirada
      *    los saca (negativo).
           MOVE INSMOV-S-IMPT-APLICADO         TO WK-IMPORTE-OP.

           PERFORM ETIQUETAR-OPERACION         THRU
                   FIN-ETIQUETAR-OPERACION.

       FIN-POSTEAR-EFECTIVO.
           EXIT.

      * La carga o el reembolso de una tarjeta prepago los apunta
      * PREPAGO en la tarjeta; el cajón sólo recoge el efectivo.
       POSTEAR-PREPAGO.
      *------------------
           INITIALIZE                          AREA-PREPAGO-ENTRADA.
           IF   CAJA-E-ACC-INGRESO
           THEN SET PREPAGO-E-ACC-CARGAR       TO TRUE
           ELSE SET PREPAGO-E-ACC-DESCARGAR    TO TRUE
           END-IF.
           SET  PREPAGO-E-ORIGEN-EFECTIVO      TO TRUE.
           MOVE CAJA-E-ID-TAR                  TO PREPAGO-E-ID-TAR.
           MOVE CAJA-E-IMPORTE                 TO PREPAGO-E-IMPORTE.
           MOVE CAJA-E-USUARIO                 TO PREPAGO-E-USUARIO.

           CALL "PREPAGO"                      USING AREA-PREPAGO.

           IF   NOT PREPAGO-STAT-OK
           THEN SET CAJA-STAT-ERR-POSTEO       TO TRUE
                MOVE PREPAGO-STAT              TO CAJA-S-PREPAGO-STAT
                MOVE PREPAGO-SQLCODE           TO CAJA-SQLCODE
                GO TO FIN-POSTEAR-PREPAGO
           END-IF.

           MOVE PREPAGO-S-REF                  TO CAJA-S-REF.

           IF   CAJA-E-ACC-INGRESO
           THEN MOVE PREPAGO-S-IMPORTE         TO WK-IMPORTE-OP
           ELSE COMPUTE WK-IMPORTE-OP = 0 - PREPAGO-S-IMPORTE
           END-IF.

           PERFORM ETIQUETAR-OPERACION         THRU
                   FIN-ETIQUETAR-OPERACION.

       FIN-POSTEAR-PREPAGO.
           EXIT.

       ETIQUETAR-OPERACION.
      *----------------------
           MOVE CAJA-S-REF                     TO WK-REF-OP.

           EXEC SQL
                INSERT INTO banco.caja_operacion(
                    id_caja,
                )
                VALUES(
                    :WK-CAJA-ID,
                    :WK-REF-OP,
                    :WK-IMPORTE-OP,
                    now()
                )

           IF   NOT SQL-SUCCESS
           THEN SET CAJA-STAT-ERR-SQL          TO TRUE
                DISPLAY '*** FATAL *** CAJA ETIQUETAR-OPERACION: NO SE'
                DISPLAY 'PUDO ETIQUETAR LA OPERACION AL CAJON'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                MOVE 'CAJA'                    TO LOGERR-E-PROGRAMA
                MOVE 'ETIQUETAR-OPERACION'      TO LOGERR-E-PARRAFO
                MOVE CAJA-SQLCODE               TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-ETIQUETAR-OPERACION.
           EXIT.

      * En una cuenta de empresa quien retira lo hace en nombre de
      * la persona jurídica: tiene que ser apoderado suyo con poder
      * en vigor que alcance al importe. Si su poder es mancomunado
      * la retirada se aparca para que firme un segundo apoderado.
       COMPROBAR-PODER.
      *------------------
           INITIALIZE                          AREA-PODERES.
           SET  PODERES-E-ACC-COMPROBAR        TO TRUE.
           SET  PODERES-E-OPERACION-GENERAL    TO TRUE.
           MOVE CAJA-E-ID-CTA                  TO PODERES-E-ID-CTA.
           MOVE CAJA-E-NIF                     TO
                PODERES-E-NIF-APODERADO.
           MOVE CAJA-E-IMPORTE                 TO PODERES-E-IMPORTE.

           CALL "PODERES"                      USING AREA-PODERES.

           EVALUATE TRUE
           WHEN PODERES-STAT-OK
                CONTINUE
           WHEN PODERES-STAT-CONJUNTA
                PERFORM APARCAR-RETIRADA        THRU
                        FIN-APARCAR-RETIRADA
           WHEN PODERES-STAT-SIN-PODER
           WHEN PODERES-STAT-INSUFICIENTE
                SET CAJA-STAT-ERR-PODER         TO TRUE
           WHEN OTHER
                SET CAJA-STAT-ERR-SQL           TO TRUE
                MOVE PODERES-SQLCODE            TO CAJA-SQLCODE
           END-EVALUATE.

       FIN-COMPROBAR-PODER.
           EXIT.

      * Una retirada contra una cuenta mancomunada no sale del cajón
      * con una sola firma: se aparca, etiquetada al cajón, hasta que
      * otro cotitular la confirma (FIRMAMAN la postea entonces por
      * aquí mismo, ya con la petición informada).
       COMPROBAR-FIRMA.
      *------------------
           INITIALIZE                          AREA-FIRMAMAN.
           SET  FIRMAMAN-E-ACC-COMPROBAR       TO TRUE.
           MOVE CAJA-E-ID-CTA                  TO FIRMAMAN-E-ID-CTA.
           MOVE CAJA-E-IMPORTE                 TO FIRMAMAN-E-IMPORTE.

           CALL "FIRMAMAN"                     USING AREA-FIRMAMAN.

           IF   NOT FIRMAMAN-STAT-OK
           THEN SET CAJA-STAT-ERR-SQL          TO TRUE
                MOVE FIRMAMAN-SQLCODE          TO CAJA-SQLCODE
                GO TO FIN-COMPROBAR-FIRMA
           END-IF.

           IF   FIRMAMAN-S-REQUIERE-SI
           THEN PERFORM APARCAR-RETIRADA       THRU
                        FIN-APARCAR-RETIRADA
           END-IF.

       FIN-COMPROBAR-FIRMA.
           EXIT.

       APARCAR-RETIRADA.
      *-------------------
           INITIALIZE                          AREA-FIRMAMAN.
           SET  FIRMAMAN-E-ACC-APARCAR         TO TRUE.
           SET  FIRMAMAN-E-ORIGEN-CAJA         TO TRUE.
           MOVE CAJA-E-ID-CTA                  TO FIRMAMAN-E-ID-CTA.
           MOVE CAJA-E-IMPORTE                 TO FIRMAMAN-E-IMPORTE.
           MOVE 'RETIRADA EFECTIVO EN CAJA'    TO FIRMAMAN-E-CPT.
           MOVE WK-CAJA-ID                     TO FIRMAMAN-E-ID-CAJA.
           MOVE CAJA-E-NIF                     TO FIRMAMAN-E-NIF.
           MOVE CAJA-E-USUARIO                 TO FIRMAMAN-E-USUARIO.

           CALL "FIRMAMAN"                     USING AREA-FIRMAMAN.

           EVALUATE TRUE
           WHEN FIRMAMAN-STAT-OK
                SET CAJA-STAT-PTE-FIRMA         TO TRUE
                MOVE FIRMAMAN-S-ID-FIRMA        TO CAJA-S-ID-FIRMA
           WHEN FIRMAMAN-STAT-ERR-FIRMANTE
           WHEN FIRMAMAN-STAT-ERR-DATOS
                SET CAJA-STAT-ERR-FIRMANTE      TO TRUE
           WHEN OTHER
                SET CAJA-STAT-ERR-SQL           TO TRUE
                MOVE FIRMAMAN-SQLCODE           TO CAJA-SQLCODE
           END-EVALUATE.

       FIN-APARCAR-RETIRADA.
           EXIT.

      * Arqueo de cierre: el efectivo teórico es el fondo inicial
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CERRAR-CAJON
           END-IF.

      *    Lo contado vuelve a la bóveda de la oficina. El arqueo ya
      *    está hecho: si la bóveda no lo admite se deja constancia
      *    y el cajón queda cerrado igual.
           IF   WK-CONTADO > ZERO
           THEN INITIALIZE                    AREA-BOVEDA-ENTRADA
                SET  BOVEDA-E-ACC-RECOGIDA    TO TRUE
                MOVE WK-CAJA-OFICINA          TO BOVEDA-E-OFICINA
                MOVE WK-CONTADO               TO BOVEDA-E-IMPORTE
                MOVE WK-CAJA-ID               TO BOVEDA-E-ID-CAJA
                MOVE CAJA-E-USUARIO           TO BOVEDA-E-USUARIO
                CALL "BOVEDA"                 USING AREA-BOVEDA
                IF   NOT BOVEDA-STAT-OK
                     AND NOT BOVEDA-STAT-ENC-NO
                THEN DISPLAY '*** FATAL *** CAJA CERRAR-CAJON: NO SE'
                     DISPLAY 'PUDO DEVOLVER EL EFECTIVO A LA BOVEDA'
                     DISPLAY 'BOVEDA-STAT [' BOVEDA-STAT ']'
                     MOVE 'CAJA'              TO LOGERR-E-PROGRAMA
                     MOVE 'CERRAR-CAJON'      TO LOGERR-E-PARRAFO
                     MOVE BOVEDA-SQLCODE      TO LOGERR-E-SQLCODE
                     MOVE SPACES              TO LOGERR-E-SQLERRMC
                     CALL 'LOGERR' USING AREA-LOGERR
                END-IF
           END-IF.

       FIN-CERRAR-CAJON.
