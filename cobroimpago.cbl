       01  WK-IMPAGO-CUOTA                   PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-IMPAGO-DIAS                    PIC 9(05).
      * Tipo de impago (C cuota, I intereses de carencia) y 1 si es
      * una cuota del calendario vigente del préstamo, la única que
      * al cobrarse cuenta como pagada; las de un calendario anterior
      * a una reestructuración se cobran sin avanzar el nuevo.
       01  WK-IMPAGO-TIPO                    PIC X(01).
       01  WK-IMPAGO-AVANZA                  PIC 9(01).
       01  WK-PRESTAMO-ID-CTA                PIC 9(10).
       01  WK-PRESTAMO-TASA                  PIC 9(01)V9(04).
       01  WK-PRESTAMO-CUOTAS-PAGADAS        PIC 9(03).
           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * Puntos que se suman a la tasa del préstamo para el interés
      * de demora (tasa pactada más dos puntos, año comercial de 360
      * días); el umbral de impagos pendientes a partir del cual el
      * préstamo pasa a moroso se ajusta con el parámetro
      * COBROIMPAGO_MAX_IMPAGOS.
       01  WK-PUNTOS-MORA                    PIC 9(01)V9(04)
                                             VALUE 0,0200.
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH

           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.

       FIN-INICIALIZAR.
           EXIT.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Umbrales y plazos del proceso, de banco.parametro_batch
      *    salvo que la variable de entorno del mismo nombre los
      *    sustituya; el valor usado queda anotado contra la
      *    ejecución.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'COBROIMPAGO'                   TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'COBROIMPAGO_MAX_IMPAGOS'       TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '03'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-MAX-IMPAGOS-ENV.
           IF   WK-MAX-IMPAGOS-ENV IS NUMERIC
                AND WK-MAX-IMPAGOS-ENV NOT = '00'
           THEN MOVE WK-MAX-IMPAGOS-ENV         TO WK-MAX-IMPAGOS
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** COBROIMPAGO LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'COBROIMPAGO'                TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.
       FIN-LEER-PARAMETRO.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'COBROIMPAGO'                   TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHIMPAGO-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** COBROIMPAGO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHIMPAGO-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
                       DATEDIFF(CURDATE(), i.fecha_cuota_impago),
                       p.id_medio_cuenta, p.tasa_prestamo,
                       p.cuotas_pagadas_prestamo,
                       p.plazo_meses_prestamo,
                       COALESCE(i.tipo_impago, 'C'),
                       CASE WHEN COALESCE(i.tipo_impago, 'C') = 'C'
                            AND  (p.fec_reestructura_prestamo IS NULL
                                  OR i.fecha_cuota_impago >=
                                     p.fec_reestructura_prestamo)
                            THEN 1 ELSE 0 END
                FROM   banco.prestamo_impago i
                JOIN   banco.prestamo p
                ON     p.id_prestamo = i.id_prestamo
                      :WK-IMPAGO-CUOTA, :WK-IMPAGO-DIAS,
                      :WK-PRESTAMO-ID-CTA, :WK-PRESTAMO-TASA,
                      :WK-PRESTAMO-CUOTAS-PAGADAS,
                      :WK-PRESTAMO-PLAZO-MESES,
                      :WK-IMPAGO-TIPO, :WK-IMPAGO-AVANZA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
                        FIN-CERRAR-IMPAGO
                PERFORM GRABAR-DESGLOSE-IMPAGO     THRU
                        FIN-GRABAR-DESGLOSE-IMPAGO
                IF   WK-IMPAGO-AVANZA = 1
                THEN PERFORM AVANZAR-PRESTAMO      THRU
                             FIN-AVANZAR-PRESTAMO
                END-IF

                INITIALIZE                         AREA-ACTCTA-ENTRADA
                MOVE WK-PRESTAMO-ID-CTA            TO ACTCTA-E-ID-CTA
      * Igual que AMORTPRES con una cuota al corriente: interés del
      * mes sobre el capital vivo, el resto amortiza capital, y la
      * mora cobrada viaja en su propia columna. De aquí salen los
      * certificados fiscales anuales de CERTINTPRES. Los intereses
      * de un mes de carencia son todo interés, y una cuota de un
      * calendario ya reestructurado se desglosa con las condiciones
      * anteriores; ninguna de las dos lleva número de cuota.
       GRABAR-DESGLOSE-IMPAGO.
      *--------------------------
           IF   WK-IMPAGO-TIPO = 'I'
           THEN MOVE ZERO                         TO WK-NUM-CUOTA
                MOVE WK-IMPAGO-CUOTA              TO WK-INTERES-CUOTA
                MOVE ZERO                         TO WK-AMORT-CUOTA
           ELSE PERFORM CALCULAR-DESGLOSE         THRU
                        FIN-CALCULAR-DESGLOSE
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-GRABAR-DESGLOSE-IMPAGO
           END-IF.

           INITIALIZE                             REG-PREST-CUOTA
                                                  REG-PREST-CUOTA-NULL.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.prestamo_cuota_id_cuota_seq
                INTO :PCUOTA-ID                   :PCUOTA-ID-NULL
           END-EXEC.

           MOVE SQLCODE                           TO WK-SQLCODE.
                GO TO FIN-GRABAR-DESGLOSE-IMPAGO
           END-IF.

           EXEC SQL
                INSERT INTO banco.prestamo_cuota(
                    id_cuota,
                    id_prestamo,
                    num_cuota,
                    fecha_cargo_cuota,
                    importe_cuota,
                    importe_interes_cuota,
                    importe_amort_cuota,
                    importe_mora_cuota
                )
                VALUES(
                    :PCUOTA-ID                    :PCUOTA-ID-NULL,
                    :WK-IMPAGO-ID-PRESTAMO,
                    :WK-NUM-CUOTA,
                    CURDATE(),
                    :WK-IMPAGO-CUOTA,
                    :WK-INTERES-CUOTA,
                    :WK-AMORT-CUOTA,
                    :WK-IMPORTE-MORA
                )
           END-EXEC.

           MOVE SQLCODE                           TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** COBROIMPAGO GRABAR-DESGLOSE: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'COBROIMPAGO'                 TO LOGERR-E-PROGRAMA
                MOVE 'GRABAR-DESGLOSE-IMPAGO'       TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                     TO LOGERR-E-SQLCODE
                MOVE SPACES                         TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-GRABAR-DESGLOSE-IMPAGO.
           EXIT.

      * Desglose francés de una cuota impagada con las condiciones de
      * su calendario: el vigente, con las cuotas pagadas releídas, o
      * el anterior a la última reestructuración.
       CALCULAR-DESGLOSE.
      *------------------
           IF   WK-IMPAGO-AVANZA = 1
           THEN PERFORM RELEER-PAGADAS            THRU
                        FIN-RELEER-PAGADAS
           ELSE PERFORM LEER-CONDICIONES-ANT      THRU
                        FIN-LEER-CONDICIONES-ANT
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-CALCULAR-DESGLOSE
           END-IF.

           COMPUTE WK-MESES-RESTANTES = WK-PRESTAMO-PLAZO-MESES
                                       - WK-PRESTAMO-CUOTAS-PAGADAS.
           IF   WK-IMPAGO-AVANZA = 1
           THEN COMPUTE WK-NUM-CUOTA = WK-PRESTAMO-CUOTAS-PAGADAS + 1
           ELSE MOVE ZERO                         TO WK-NUM-CUOTA
           END-IF.

           IF   WK-PRESTAMO-TASA = ZERO
                OR WK-MESES-RESTANTES = ZERO
                        WK-IMPAGO-CUOTA - WK-INTERES-CUOTA
           END-IF.

       FIN-CALCULAR-DESGLOSE.
           EXIT.

       RELEER-PAGADAS.
      *---------------
      *    Las cuotas pagadas se releen de la fila viva: el cursor
      *    se abrio antes de empezar y su foto queda vieja en cuanto
      *    esta misma ejecucion cobra varias cuotas del mismo
      *    prestamo, y con la foto todas sacarian el mismo numero de
      *    cuota y el mismo desglose.
           EXEC SQL
                SELECT cuotas_pagadas_prestamo
                INTO   :WK-PRESTAMO-CUOTAS-PAGADAS
                FROM   banco.prestamo
                WHERE  id_prestamo = :WK-IMPAGO-ID-PRESTAMO
           END-EXEC.

           MOVE SQLCODE                           TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** COBROIMPAGO RELEER-PAGADAS: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'COBROIMPAGO'                 TO LOGERR-E-PROGRAMA
                MOVE 'RELEER-PAGADAS'               TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                     TO LOGERR-E-SQLCODE
                MOVE SPACES                         TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-RELEER-PAGADAS.
           EXIT.

      * Plazo y cuotas pagadas del calendario que tenía el préstamo
      * antes de su última reestructuración, para desglosar una cuota
      * impagada de entonces.
       LEER-CONDICIONES-ANT.
      *---------------------
           EXEC SQL
                SELECT plazo_meses_ant, cuotas_pagadas_ant
                INTO   :WK-PRESTAMO-PLAZO-MESES,
                       :WK-PRESTAMO-CUOTAS-PAGADAS
                FROM   banco.prestamo_reestructura
                WHERE  id_prestamo = :WK-IMPAGO-ID-PRESTAMO
                ORDER BY id_reestructura DESC
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                           TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** COBROIMPAGO LEER-CONDICIONES: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'COBROIMPAGO'                 TO LOGERR-E-PROGRAMA
                MOVE 'LEER-CONDICIONES-ANT'         TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                     TO LOGERR-E-SQLCODE
                MOVE SPACES                         TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-LEER-CONDICIONES-ANT.
           EXIT.

      * La cuota cobrada cuenta por fin como pagada: se suma una a
