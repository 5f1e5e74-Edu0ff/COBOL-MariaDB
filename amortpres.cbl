       01  WK-PRESTAMO-PLAZO-MESES            PIC 9(03).
       01  WK-PRESTAMO-FEC-PROX               PIC X(08).
       01  WK-PRESTAMO-TASA                   PIC 9(01)V9(04).
      * Carencia pendiente tras una reestructuración (REESTPRES):
      * meses que quedan y tipo, I sólo intereses o T sin cuota.
       01  WK-PRESTAMO-MESES-CARENCIA         PIC 9(03).
       01  WK-PRESTAMO-TIPO-CARENCIA          PIC X(01).

      * Lo que se carga este mes (la cuota, o los intereses en la
      * carencia de sólo intereses) y el tipo de impago si se rechaza.
       01  WK-IMPORTE-CARGO                  PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-TIPO-IMPAGO                    PIC X(01).

       01  WK-FECHA-HOY                      PIC X(08).

           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
           88  STAT-ERR-IO                   VALUE 02.

       01  WK-RESULTADO-CUOTA                PIC X(20).
       01  WK-CONCEPTO-CARGO                 PIC X(49).
       01  SW-MES                            PIC 9(01) VALUE 0.
           88  MES-ORDINARIO                 VALUE 0.
           88  MES-CARENCIA                  VALUE 1.
       01  SW-CUOTA                          PIC 9(01) VALUE 0.
           88  CUOTA-OK                      VALUE 1.
           88  CUOTA-RECHAZADA               VALUE 0.
       01  WK-CONTADOR-CARGADAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-LIQUIDADOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-IMPAGOS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CARENCIAS             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'AMORTPRES'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHAMORPRE-NOMBRE           TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** AMORTPRES REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHAMORPRE-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      * en banco.prestamo_impago para que COBROIMPAGO la reintente.
      * El <= del vencimiento recupera en la siguiente pasada una
      * cuota que quedara atras (un dia sin ejecucion), en vez de
      * perderla para siempre. Los préstamos reestructurados con
      * carencia pendiente pagan ese mes sólo intereses o nada.
       AMORTIZAR-PRESTAMOS.
      *----------------------
           EXEC SQL
                       plazo_meses_prestamo,
                       DATE_FORMAT(fecha_proxima_cuota_prestamo,
                                   '%Y%m%d'),
                       tasa_prestamo,
                       COALESCE(meses_carencia_prestamo, 0),
                       COALESCE(tipo_carencia_prestamo, ' ')
                FROM   banco.prestamo
                WHERE  estado_prestamo           = 'A'
                AND    fecha_proxima_cuota_prestamo <= :WK-FECHA-HOY
                      :WK-PRESTAMO-CUOTA-MENSUAL,
                      :WK-PRESTAMO-CUOTAS-PAGADAS,
                      :WK-PRESTAMO-PLAZO-MESES,
                      :WK-PRESTAMO-FEC-PROX, :WK-PRESTAMO-TASA,
                      :WK-PRESTAMO-MESES-CARENCIA,
                      :WK-PRESTAMO-TIPO-CARENCIA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
      * igualmente, de forma que COBROIMPAGO la reintente con su
      * interés de demora mientras las cuotas siguientes siguen su
      * calendario normal.
      * En un mes de carencia no se amortiza: con carencia de sólo
      * intereses se cargan los del mes sobre el capital, y con
      * carencia total (o tipo cero) no se carga nada; en ambos
      * casos la fecha avanza sin contar cuota pagada y se descuenta
      * un mes de carencia.
       CARGAR-CUOTA.
      *----------------
           SET  CUOTA-RECHAZADA                  TO TRUE.
           MOVE 'RECHAZADA'                       TO WK-RESULTADO-CUOTA.
           SET  MES-ORDINARIO                     TO TRUE.
           MOVE WK-PRESTAMO-CUOTA-MENSUAL         TO WK-IMPORTE-CARGO.
           MOVE 'C'                               TO WK-TIPO-IMPAGO.
           MOVE 'CUOTA PRESTAMO'                  TO WK-CONCEPTO-CARGO.

           IF   WK-PRESTAMO-MESES-CARENCIA > ZERO
           THEN SET  MES-CARENCIA                 TO TRUE
                PERFORM CALCULAR-DESGLOSE         THRU
                        FIN-CALCULAR-DESGLOSE
                IF   WK-PRESTAMO-TIPO-CARENCIA = 'T'
                     OR WK-INTERES-CUOTA = ZERO
                THEN SET  CUOTA-OK                TO TRUE
                     MOVE 'CARENCIA'              TO WK-RESULTADO-CUOTA
                     MOVE ZERO                    TO WK-IMPORTE-CARGO
                     ADD  1                       TO
                          WK-CONTADOR-CARENCIAS
                     PERFORM APLAZAR-CUOTA        THRU
                             FIN-APLAZAR-CUOTA
                     GO TO FIN-CARGAR-CUOTA
                END-IF
                MOVE WK-INTERES-CUOTA             TO WK-IMPORTE-CARGO
                MOVE 'I'                          TO WK-TIPO-IMPAGO
                MOVE 'INTERESES CARENCIA PRESTAMO'
                                                  TO WK-CONCEPTO-CARGO
           END-IF.

           PERFORM GENERAR-FECHA-MOV              THRU
                   FIN-GENERAR-FECHA-MOV.
           INITIALIZE                             AREA-INSMOV-ENTRADA.
           MOVE WK-PRESTAMO-ID-CTA                TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                        TO INSMOV-E-FEC.
           MOVE WK-CONCEPTO-CARGO                 TO INSMOV-E-CPT.
           MOVE 'TRF'                             TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-IMPORTE-CARGO.

           CALL "INSMOV"                          USING AREA-INSMOV.

                ADD  1                          TO WK-CONTADOR-CARGADAS
                PERFORM GRABAR-DESGLOSE-CUOTA  THRU
                        FIN-GRABAR-DESGLOSE-CUOTA
                IF   MES-CARENCIA
                THEN ADD  1                     TO
                          WK-CONTADOR-CARENCIAS
                     PERFORM APLAZAR-CUOTA      THRU
                             FIN-APLAZAR-CUOTA
                ELSE PERFORM ACTUALIZAR-PRESTAMO
                                                THRU
                             FIN-ACTUALIZAR-PRESTAMO
                END-IF

                INITIALIZE                      AREA-ACTCTA-ENTRADA
                MOVE WK-PRESTAMO-ID-CTA         TO ACTCTA-E-ID-CTA
      * persisten en banco.prestamo_cuota: interés del mes sobre el
      * capital vivo (valor actual de las cuotas pendientes) y el
      * resto de la cuota amortiza capital. De aquí salen los
      * certificados fiscales anuales de CERTINTPRES. Los intereses
      * de un mes de carencia se graban como cuota número cero, todo
      * interés y sin amortización.
       GRABAR-DESGLOSE-CUOTA.
      *-------------------------
           IF   MES-CARENCIA
           THEN MOVE ZERO                         TO WK-NUM-CUOTA
                MOVE WK-IMPORTE-CARGO             TO WK-INTERES-CUOTA
                MOVE ZERO                         TO WK-AMORT-CUOTA
           ELSE PERFORM CALCULAR-DESGLOSE         THRU
                        FIN-CALCULAR-DESGLOSE
           END-IF.

           INITIALIZE                             REG-PREST-CUOTA
                    :WK-PRESTAMO-ID,
                    :WK-NUM-CUOTA,
                    CURDATE(),
                    :WK-IMPORTE-CARGO,
                    :WK-INTERES-CUOTA,
                    :WK-AMORT-CUOTA,
                    0
       FIN-GRABAR-DESGLOSE-CUOTA.
           EXIT.

      * Desglose francés del mes: interés sobre el capital vivo
      * (valor actual de las cuotas pendientes) y resto de la cuota a
      * amortizar capital.
       CALCULAR-DESGLOSE.
      *------------------
           COMPUTE WK-MESES-RESTANTES = WK-PRESTAMO-PLAZO-MESES
                                       - WK-PRESTAMO-CUOTAS-PAGADAS.
           COMPUTE WK-NUM-CUOTA = WK-PRESTAMO-CUOTAS-PAGADAS + 1.

           IF   WK-PRESTAMO-TASA = ZERO
                OR WK-MESES-RESTANTES = ZERO
           THEN MOVE ZERO                         TO WK-INTERES-CUOTA
                MOVE WK-PRESTAMO-CUOTA-MENSUAL    TO WK-AMORT-CUOTA
           ELSE COMPUTE WK-INTERES-MENSUAL ROUNDED =
                        WK-PRESTAMO-TASA / 12
                COMPUTE WK-FACTOR-CAPITAL ROUNDED =
                        (1 + WK-INTERES-MENSUAL)
                        ** WK-MESES-RESTANTES
                COMPUTE WK-CAPITAL-VIVO ROUNDED =
                        WK-PRESTAMO-CUOTA-MENSUAL
                        * (WK-FACTOR-CAPITAL - 1)
                        / (WK-INTERES-MENSUAL * WK-FACTOR-CAPITAL)
                COMPUTE WK-INTERES-CUOTA ROUNDED =
                        WK-CAPITAL-VIVO * WK-INTERES-MENSUAL
                COMPUTE WK-AMORT-CUOTA =
                        WK-PRESTAMO-CUOTA-MENSUAL - WK-INTERES-CUOTA
           END-IF.

       FIN-CALCULAR-DESGLOSE.
           EXIT.

      * Deja constancia de la cuota rechazada en el libro de impagos
      * para que COBROIMPAGO la reintente con su interés de demora y
      * acabe marcando el préstamo como moroso si acumula demasiadas.
                    fecha_cuota_impago,
                    importe_cuota_impago,
                    importe_mora_impago,
                    estado_impago,
                    tipo_impago
                )
                VALUES(
                    :IMPAGO-ID                    :IMPAGO-ID-NULL,
                    :WK-PRESTAMO-ID,
                    :WK-PRESTAMO-FEC-PROX,
                    :WK-IMPORTE-CARGO,
                    0,
                    'P',
                    :WK-TIPO-IMPAGO
                )
           END-EXEC.

      * La cuota impagada ya vive en el libro de impagos, así que la
      * fecha de la próxima cuota avanza un mes igualmente (sin
      * contarla como pagada) para que las siguientes cuotas sigan su
      * calendario y esta pasada no la vuelva a cargar. Un mes de
      * carencia, cobrado o no, descuenta uno de los pendientes.
       APLAZAR-CUOTA.
      *-----------------
           EXEC SQL
                UPDATE banco.prestamo
                SET    fecha_proxima_cuota_prestamo =
                       DATE_ADD(fecha_proxima_cuota_prestamo,
                                INTERVAL 1 MONTH),
                       meses_carencia_prestamo  =
                       CASE WHEN meses_carencia_prestamo > 0
                            THEN meses_carencia_prestamo - 1
                            ELSE meses_carencia_prestamo END
                WHERE  id_prestamo              = :WK-PRESTAMO-ID
           END-EXEC.

      *------------------
           MOVE SPACES                            TO REG-FICHAMORPRE.
           STRING 'PRESTAMO [' WK-PRESTAMO-ID '] ' WK-RESULTADO-CUOTA
                  ', CUOTA [' WK-IMPORTE-CARGO ']'
                  DELIMITED BY SIZE          INTO REG-FICHAMORPRE.

           WRITE REG-FICHAMORPRE.
                  ']'.
           DISPLAY 'CUOTAS IMPAGADAS       [' WK-CONTADOR-IMPAGOS
                  ']'.
           DISPLAY 'MESES DE CARENCIA      [' WK-CONTADOR-CARENCIAS
                  ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
