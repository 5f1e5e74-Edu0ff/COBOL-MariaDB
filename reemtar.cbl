      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE tarjeta            END-EXEC.

      * CCV de la tarjeta renovada y 'S' cuando no coincide con el de
      * la sustituida (comparados por resumen: el anterior no se
      * conoce).
       01  WK-CCV-NUEVO                        PIC X(03).
       01  WK-CCV-DISTINTO                     PIC X(01).
      * Reemisiones de esta tarjeta aún sin activar.
       01  WK-NUM-PENDIENTES                   PIC S9(04) COMP-5.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'instar.cpy'.
           COPY 'scoretar.cpy'.
           COPY 'logerr.cpy'.

           88  LUHN-DOBLAR                     VALUE 1.

       01  WK-NUM-NUEVA                        PIC 9(16).

       01  WK-FECHA-HOY                        PIC 9(06).
       01  WK-FECHA-HOY-R REDEFINES WK-FECHA-HOY.
       01  WK-CRED                             PIC S9(08)V99
                                               LEADING SEPARATE.
       01  WK-DIVISA                           PIC X(03).
       01  WK-PRODUCTO                         PIC X(06).

       LINKAGE SECTION.
      *----------------
           PERFORM CONSULTAR-TARJETA
           THRU    FIN-CONSULTAR-TARJETA.

           IF   REEMTAR-STAT-OK
           THEN PERFORM COMPROBAR-REEMISION
                THRU    FIN-COMPROBAR-REEMISION
           END-IF.

           IF   NOT REEMTAR-STAT-OK
           THEN GO                            TO FIN-PROGRAMA
           END-IF.

           PERFORM GENERAR-NUM-NUEVA
           THRU    FIN-GENERAR-NUM-NUEVA.
           MOVE 'N'                           TO WK-CCV-DISTINTO.
           PERFORM GENERAR-CCV-NUEVO
           THRU    FIN-GENERAR-CCV-NUEVO
           UNTIL   WK-CCV-DISTINTO = 'S'
                   OR NOT REEMTAR-STAT-OK.

           IF   NOT REEMTAR-STAT-OK
           THEN GO                            TO FIN-PROGRAMA
           END-IF.
           PERFORM GENERAR-FEC-NUEVA
           THRU    FIN-GENERAR-FEC-NUEVA.

      *    La tarjeta sustituida sigue operativa: ACTIVTAR le da de
      *    baja cuando el titular activa la nueva y, si no la activa,
      *    NOACTTAR lo hace al vencer el plazo de gracia.
           PERFORM ALTA-TARJETA-NUEVA
           THRU    FIN-ALTA-TARJETA-NUEVA.

       FIN-PROGRAMA.
      *-------------
           IF   CONEXMDB-STAT-OK
                                              WK-ID-CLI
                                              WK-ID-CTA
                                              WK-CRED
                                              WK-DIVISA
                                              WK-PRODUCTO.
       FIN-INICIALIZAR.
           EXIT.


           EXEC SQL
                SELECT id_cliente, id_medio_cta, num_tarjeta,
                       cred_tarjeta, estado_tarjeta,
                       divisa_tarjeta, cod_producto
                INTO   :TARJETA-ID-CLI         :TARJETA-ID-CLI-NULL,
                       :TARJETA-ID-CTA         :TARJETA-ID-CTA-NULL,
                       :TARJETA-NUM            :TARJETA-NUM-NULL,
                       :TARJETA-CRED           :TARJETA-CRED-NULL,
                       :TARJETA-ESTADO         :TARJETA-ESTADO-NULL,
                       :TARJETA-DIVISA         :TARJETA-DIVISA-NULL,
                       :TARJETA-PRODUCTO       :TARJETA-PRODUCTO-NULL
                FROM   banco.tarjeta
                WHERE  id_medio =              :TARJETA-ID-TAR
           END-EXEC.
                     MOVE TARJETA-ID-CTA        TO WK-ID-CTA
                     MOVE TARJETA-CRED          TO WK-CRED
                     MOVE TARJETA-DIVISA        TO WK-DIVISA
                     MOVE TARJETA-PRODUCTO      TO WK-PRODUCTO
                END-IF

           WHEN SQL-NODATA
       FIN-CONSULTAR-TARJETA.
           EXIT.

      *    Mientras la tarjeta tenga una reemisión emitida y sin
      *    activar no se emite otra: el titular tendría dos plásticos
      *    en camino para la misma tarjeta. Las prepago no se
      *    reemiten: CADPREPAGO devuelve su saldo al caducar.
       COMPROBAR-REEMISION.
      *--------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-PENDIENTES
                FROM   banco.tarjeta_prepago
                WHERE  id_medio = :TARJETA-ID-TAR
           END-EXEC.

           MOVE SQLCODE                        TO REEMTAR-SQLCODE.

           EVALUATE TRUE
           WHEN NOT SQL-SUCCESS
                SET REEMTAR-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** REEMTAR COMPROBAR-REEMISION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-REEMISION
           WHEN WK-NUM-PENDIENTES > 0
                SET REEMTAR-STAT-PREPAGO        TO TRUE
                GO TO FIN-COMPROBAR-REEMISION
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-PENDIENTES
                FROM   banco.tarjeta
                WHERE  id_medio_anterior_tarjeta = :TARJETA-ID-TAR
                AND    estado_tarjeta            = 'E'
           END-EXEC.

           MOVE SQLCODE                        TO REEMTAR-SQLCODE.

           EVALUATE TRUE
           WHEN NOT SQL-SUCCESS
                SET REEMTAR-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** REEMTAR COMPROBAR-REEMISION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           WHEN WK-NUM-PENDIENTES > 0
                SET REEMTAR-STAT-YA-REEMITIDA   TO TRUE
           END-EVALUATE.

       FIN-COMPROBAR-REEMISION.
           EXIT.

      *    El límite de la tarjeta nueva ya no se arrastra sin más del
      *    de la sustituida: SCORETAR puntúa la relación completa del
      *    cliente (saldo, utilización reciente de esta tarjeta y su
       FIN-GENERAR-NUM-NUEVA.
           EXIT.

      * El CCV nuevo se sortea y se compara, por su resumen con la sal
      * de la tarjeta sustituida, con el anterior, que ya no se guarda
      * en claro; si coinciden se vuelve a sortear. Es sólo un CCV
      * provisional para el alta: INSTAR guarda su resumen y no sale
      * de REEMTAR; el que lleva el plástico lo sortea de nuevo
      * ESTAMPTAR, con el mismo criterio, al mandar la tarjeta al
      * estampador.
       GENERAR-CCV-NUEVO.
      *------------------
           EXEC SQL
                SELECT N.ccv,
                       CASE WHEN T.ccv_tarjeta =
                                 SHA2(CONCAT(T.sal_ccv_tarjeta, N.ccv),
                                      256)
                            THEN 'N'
                            ELSE 'S'
                       END
                INTO   :WK-CCV-NUEVO,
                       :WK-CCV-DISTINTO
                FROM   banco.tarjeta T,
                      (SELECT LPAD(FLOOR(RAND() * 1000), 3, '0')
                              AS ccv) N
                WHERE  T.id_medio = :TARJETA-ID-TAR
           END-EXEC.

           MOVE SQLCODE                        TO REEMTAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET REEMTAR-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** REEMTAR GENERAR-CCV-NUEVO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GENERAR-CCV-NUEVO.
           EXIT.
           MOVE WK-FEC-RENOVADA                TO INSTAR-E-FEC.
           MOVE WK-CCV-NUEVO                   TO INSTAR-E-CCV.
           MOVE WK-DIVISA                      TO INSTAR-E-DIVISA.
           MOVE WK-PRODUCTO                    TO INSTAR-E-PRODUCTO.
           MOVE REEMTAR-E-ID-TAR               TO INSTAR-E-ID-TAR-ANT.

           CALL "INSTAR"                       USING AREA-INSTAR.

      *    La reemisión no es un alta comercial nueva: si el producto
      *    de la tarjeta anterior se ha retirado del catálogo, la
      *    nueva sale con el producto por defecto en vez de quedarse
      *    el cliente sin tarjeta.
           IF   INSTAR-STAT-ERR-PROD-RETIRADO
           THEN MOVE SPACES                    TO INSTAR-E-PRODUCTO
                CALL "INSTAR"                  USING AREA-INSTAR
           END-IF.

           IF   NOT INSTAR-STAT-OK
           THEN SET REEMTAR-STAT-ERR-SQL       TO TRUE
                MOVE INSTAR-S-SQLCODE          TO REEMTAR-SQLCODE

       FIN-ALTA-TARJETA-NUEVA.
           EXIT.
