       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REESTPRES.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Refinanciación y reestructuración de préstamos de clientes
      * con dificultades de pago. Parte del capital vivo del
      * calendario vigente (valor actual de las cuotas que quedan por
      * vencer), le suma si se pide la deuda vencida de
      * banco.prestamo_impago (cuota y demora), que queda capitalizada,
      * y monta un calendario nuevo: nuevo plazo, carencia opcional
      * de sólo intereses o sin cuota, y nueva cuota francesa. Las
      * condiciones anteriores quedan en banco.prestamo_reestructura
      * y el préstamo marcado como refinanciado o reestructurado para
      * RPTREFIN. AMORTPRES y CUADROPRES trabajan después el
      * calendario nuevo.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE prestamo          END-EXEC.
           EXEC SQL INCLUDE reestpres         END-EXEC.

      * Cuotas impagadas pendientes del préstamo: todas, las del
      * calendario vigente (no cuentan como pagadas pero están dentro
      * del plazo) y su deuda total con la demora.
       01  WK-NUM-IMPAGOS                    PIC 9(03).
       01  WK-NUM-IMPAGOS-PLAN               PIC 9(03).
       01  WK-DEUDA-VENCIDA                  PIC S9(08)V99
                                             LEADING SEPARATE.
      * 1 si quedan impagos sin capitalizar: el préstamo moroso sigue
      * moroso hasta que COBROIMPAGO los cobre.
       01  WK-QUEDAN-IMPAGOS                 PIC 9(01).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.

      * Cuota francesa: interés mensual, factor (1+i)**n y capital que
      * se amortiza tras la carencia (en la carencia total crece con
      * los intereses del periodo).
       01  WK-INTERES-MENSUAL                PIC 9(01)V9(08).
       01  WK-FACTOR-CAPITAL                 PIC 9(09)V9(08).
       01  WK-FACTOR-CARENCIA                PIC 9(09)V9(08).
       01  WK-MESES-RESTANTES                PIC S9(04).
       01  WK-CAPITAL-AMORTIZAR              PIC S9(08)V99.

       LINKAGE SECTION.
      *----------------
           COPY 'reestpres.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-REESTPRES.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN REESTPRES-E-ACC-SIMULAR
                PERFORM CALCULAR-REESTRUCTURA  THRU
                        FIN-CALCULAR-REESTRUCTURA

           WHEN REESTPRES-E-ACC-APLICAR
                PERFORM CALCULAR-REESTRUCTURA  THRU
                        FIN-CALCULAR-REESTRUCTURA
                IF   REESTPRES-STAT-OK
                THEN PERFORM GRABAR-HISTORICO  THRU
                             FIN-GRABAR-HISTORICO
                END-IF
                IF   REESTPRES-STAT-OK
                     AND REESTPRES-E-CAPITALIZAR-SI
                THEN PERFORM CAPITALIZAR-IMPAGOS THRU
                             FIN-CAPITALIZAR-IMPAGOS
                END-IF
                IF   REESTPRES-STAT-OK
                THEN PERFORM ACTUALIZAR-PRESTAMO THRU
                             FIN-ACTUALIZAR-PRESTAMO
                END-IF

      *         El histórico, los impagos capitalizados y las nuevas
      *         condiciones van juntos o no van.
                IF   REESTPRES-STAT-OK
                THEN PERFORM HACER-COMMIT      THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK    THRU FIN-HACER-ROLLBACK
                END-IF

           WHEN OTHER
                SET REESTPRES-STAT-ERR-ACC     TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-REESTPRES-SALIDA
                                              REG-PRESTAMO
                                              REG-PRESTAMO-NULL
                                              REG-REESTPRES
                                              REG-REESTPRES-NULL.

           IF   REESTPRES-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO REESTPRES-USUARIO
           ELSE MOVE REESTPRES-E-USUARIO      TO REESTPRES-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Valida la petición, lee el préstamo y su deuda vencida y
      * calcula las nuevas condiciones en la salida.
       CALCULAR-REESTRUCTURA.
      *----------------------
           IF   REESTPRES-E-CAPITALIZAR = SPACES
           THEN MOVE 'N'                      TO
                     REESTPRES-E-CAPITALIZAR
           END-IF.

           IF   REESTPRES-E-ID-PRESTAMO = ZERO
                OR NOT REESTPRES-E-TIPO-OK
                OR (REESTPRES-E-CAPITALIZAR NOT = 'S'
                    AND REESTPRES-E-CAPITALIZAR NOT = 'N')
                OR REESTPRES-E-PLAZO-MESES IS NOT NUMERIC
                OR REESTPRES-E-MESES-CARENCIA IS NOT NUMERIC
           THEN SET REESTPRES-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-CALCULAR-REESTRUCTURA
           END-IF.

           IF   REESTPRES-E-MESES-CARENCIA = ZERO
           THEN MOVE SPACES                   TO
                     REESTPRES-E-TIPO-CARENCIA
           ELSE IF   NOT REESTPRES-E-CARENCIA-INTERESES
                     AND NOT REESTPRES-E-CARENCIA-TOTAL
                THEN SET REESTPRES-STAT-ERR-DATOS
                                              TO TRUE
                     GO TO FIN-CALCULAR-REESTRUCTURA
                END-IF
           END-IF.

           PERFORM LEER-PRESTAMO              THRU FIN-LEER-PRESTAMO.
           IF   NOT REESTPRES-STAT-OK
           THEN GO TO FIN-CALCULAR-REESTRUCTURA
           END-IF.

           PERFORM LEER-IMPAGOS               THRU FIN-LEER-IMPAGOS.
           IF   NOT REESTPRES-STAT-OK
           THEN GO TO FIN-CALCULAR-REESTRUCTURA
           END-IF.

      *    Capital vivo: valor actual de las cuotas del calendario
      *    vigente que aún no han vencido (las vencidas e impagadas
      *    están en el libro de impagos).
           COMPUTE WK-MESES-RESTANTES = PRESTAMO-PLAZO-MESES
                                      - PRESTAMO-CUOTAS-PAGADAS
                                      - WK-NUM-IMPAGOS-PLAN.
           IF   WK-MESES-RESTANTES < ZERO
           THEN MOVE ZERO                     TO WK-MESES-RESTANTES
           END-IF.

           IF   PRESTAMO-TASA = ZERO
           THEN MOVE ZERO                     TO WK-INTERES-MENSUAL
                COMPUTE REESTPRES-CAPITAL-VIVO ROUNDED =
                        PRESTAMO-CUOTA-MENSUAL * WK-MESES-RESTANTES
           ELSE COMPUTE WK-INTERES-MENSUAL ROUNDED =
                        PRESTAMO-TASA / 12
                IF   WK-MESES-RESTANTES = ZERO
                THEN MOVE ZERO                TO REESTPRES-CAPITAL-VIVO
                ELSE COMPUTE WK-FACTOR-CAPITAL ROUNDED =
                             (1 + WK-INTERES-MENSUAL)
                             ** WK-MESES-RESTANTES
                     COMPUTE REESTPRES-CAPITAL-VIVO ROUNDED =
                             PRESTAMO-CUOTA-MENSUAL
                             * (WK-FACTOR-CAPITAL - 1)
                             / (WK-INTERES-MENSUAL * WK-FACTOR-CAPITAL)
                END-IF
           END-IF.

           IF   REESTPRES-E-CAPITALIZAR-SI
           THEN MOVE WK-DEUDA-VENCIDA         TO
                     REESTPRES-IMPT-CAPITALIZADO
                MOVE WK-NUM-IMPAGOS           TO REESTPRES-NUM-IMPAGOS
                MOVE 0                        TO WK-QUEDAN-IMPAGOS
           ELSE MOVE ZERO                     TO
                     REESTPRES-IMPT-CAPITALIZADO
                MOVE ZERO                     TO REESTPRES-NUM-IMPAGOS
                IF   WK-NUM-IMPAGOS > ZERO
                THEN MOVE 1                   TO WK-QUEDAN-IMPAGOS
                ELSE MOVE 0                   TO WK-QUEDAN-IMPAGOS
                END-IF
           END-IF.

           COMPUTE REESTPRES-PRINCIPAL-NUEVO = REESTPRES-CAPITAL-VIVO
                                     + REESTPRES-IMPT-CAPITALIZADO.

           IF   REESTPRES-PRINCIPAL-NUEVO NOT > ZERO
           THEN SET REESTPRES-STAT-ERR-ESTADO TO TRUE
                GO TO FIN-CALCULAR-REESTRUCTURA
           END-IF.

           IF   REESTPRES-E-PLAZO-MESES = ZERO
           THEN MOVE WK-MESES-RESTANTES       TO REESTPRES-PLAZO-NUEVO
           ELSE MOVE REESTPRES-E-PLAZO-MESES  TO REESTPRES-PLAZO-NUEVO
           END-IF.

           IF   REESTPRES-PLAZO-NUEVO = ZERO
           THEN SET REESTPRES-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-CALCULAR-REESTRUCTURA
           END-IF.

           MOVE REESTPRES-E-MESES-CARENCIA    TO
                REESTPRES-MESES-CARENCIA.
           MOVE REESTPRES-E-TIPO-CARENCIA     TO
                REESTPRES-TIPO-CARENCIA.

      *    En la carencia total no se cobra nada y los intereses del
      *    periodo se suman al capital que luego se amortiza.
           IF   REESTPRES-E-CARENCIA-TOTAL
                AND PRESTAMO-TASA NOT = ZERO
           THEN COMPUTE WK-FACTOR-CARENCIA ROUNDED =
                        (1 + WK-INTERES-MENSUAL)
                        ** REESTPRES-MESES-CARENCIA
                COMPUTE WK-CAPITAL-AMORTIZAR ROUNDED =
                        REESTPRES-PRINCIPAL-NUEVO * WK-FACTOR-CARENCIA
           ELSE MOVE REESTPRES-PRINCIPAL-NUEVO
                                              TO WK-CAPITAL-AMORTIZAR
           END-IF.

           IF   PRESTAMO-TASA = ZERO
           THEN COMPUTE REESTPRES-CUOTA-NUEVA ROUNDED =
                        WK-CAPITAL-AMORTIZAR / REESTPRES-PLAZO-NUEVO
           ELSE COMPUTE WK-FACTOR-CAPITAL ROUNDED =
                        (1 + WK-INTERES-MENSUAL)
                        ** REESTPRES-PLAZO-NUEVO
                COMPUTE REESTPRES-CUOTA-NUEVA ROUNDED =
                        WK-CAPITAL-AMORTIZAR * WK-INTERES-MENSUAL
                        * WK-FACTOR-CAPITAL / (WK-FACTOR-CAPITAL - 1)
           END-IF.

           MOVE REESTPRES-CAPITAL-VIVO        TO
                REESTPRES-S-CAPITAL-VIVO.
           MOVE REESTPRES-IMPT-CAPITALIZADO   TO
                REESTPRES-S-IMPORTE-CAPITALIZADO.
           MOVE REESTPRES-NUM-IMPAGOS         TO
                REESTPRES-S-NUM-IMPAGOS.
           MOVE REESTPRES-PRINCIPAL-NUEVO     TO
                REESTPRES-S-PRINCIPAL-NUEVO.
           MOVE REESTPRES-PLAZO-NUEVO         TO
                REESTPRES-S-PLAZO-NUEVO.
           MOVE PRESTAMO-CUOTA-MENSUAL        TO
                REESTPRES-S-CUOTA-ANTERIOR.
           MOVE REESTPRES-CUOTA-NUEVA         TO
                REESTPRES-S-CUOTA-NUEVA.

       FIN-CALCULAR-REESTRUCTURA.
           EXIT.

      * Sólo se reestructura un préstamo vivo, al corriente o moroso.
       LEER-PRESTAMO.
      *--------------
           MOVE REESTPRES-E-ID-PRESTAMO       TO PRESTAMO-ID.

           EXEC SQL
                SELECT principal_prestamo, tasa_prestamo,
                       plazo_meses_prestamo, cuota_mensual_prestamo,
                       cuotas_pagadas_prestamo, estado_prestamo
                INTO   :PRESTAMO-PRINCIPAL, :PRESTAMO-TASA,
                       :PRESTAMO-PLAZO-MESES, :PRESTAMO-CUOTA-MENSUAL,
                       :PRESTAMO-CUOTAS-PAGADAS, :PRESTAMO-ESTADO
                FROM   banco.prestamo
                WHERE  id_prestamo = :PRESTAMO-ID
           END-EXEC.

           MOVE SQLCODE                       TO REESTPRES-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT PRESTAMO-ESTADO-ALTA
                     AND NOT PRESTAMO-ESTADO-MOROSO
                THEN SET REESTPRES-STAT-ERR-ESTADO
                                              TO TRUE
                END-IF
           WHEN SQL-NODATA
                SET REESTPRES-STAT-ENC-NO      TO TRUE
           WHEN OTHER
                SET REESTPRES-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** REESTPRES LEER-PRESTAMO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-PRESTAMO.
           EXIT.

      * Cuotas impagadas pendientes y su deuda con la demora que
      * calculó COBROIMPAGO en su última pasada. Las del calendario
      * vigente son las cuotas ordinarias vencidas desde la última
      * reestructuración (o desde el alta, si no la hubo).
       LEER-IMPAGOS.
      *-------------
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(I.importe_cuota_impago
                                    + I.importe_mora_impago), 0),
                       COALESCE(SUM(CASE
                           WHEN COALESCE(I.tipo_impago, 'C') = 'C'
                           AND  (P.fec_reestructura_prestamo IS NULL
                                 OR I.fecha_cuota_impago >=
                                    P.fec_reestructura_prestamo)
                           THEN 1 ELSE 0 END), 0)
                INTO   :WK-NUM-IMPAGOS, :WK-DEUDA-VENCIDA,
                       :WK-NUM-IMPAGOS-PLAN
                FROM   banco.prestamo_impago I, banco.prestamo P
                WHERE  P.id_prestamo   = I.id_prestamo
                AND    I.id_prestamo   = :PRESTAMO-ID
                AND    I.estado_impago = 'P'
           END-EXEC.

           MOVE SQLCODE                       TO REESTPRES-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET REESTPRES-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** REESTPRES LEER-IMPAGOS: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-LEER-IMPAGOS.
           EXIT.

      * Condiciones anteriores y nuevas en el histórico.
       GRABAR-HISTORICO.
      *-----------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.prestamo_reestructura_id_reestructura_seq
                INTO :REESTPRES-ID
           END-EXEC.

           MOVE SQLCODE                       TO REESTPRES-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET REESTPRES-STAT-ERR-SQL    TO TRUE
                GO TO FIN-GRABAR-HISTORICO
           END-IF.

           MOVE PRESTAMO-ID                   TO REESTPRES-ID-PRESTAMO.
           MOVE REESTPRES-E-TIPO              TO REESTPRES-TIPO.
           MOVE PRESTAMO-PRINCIPAL            TO
                REESTPRES-PRINCIPAL-ANT.
           MOVE PRESTAMO-TASA                 TO REESTPRES-TASA-ANT.
           MOVE PRESTAMO-PLAZO-MESES          TO REESTPRES-PLAZO-ANT.
           MOVE PRESTAMO-CUOTA-MENSUAL        TO REESTPRES-CUOTA-ANT.
           MOVE PRESTAMO-CUOTAS-PAGADAS       TO
                REESTPRES-PAGADAS-ANT.
           MOVE PRESTAMO-ESTADO               TO REESTPRES-ESTADO-ANT.

           EXEC SQL
                INSERT INTO banco.prestamo_reestructura(
                    id_reestructura,
                    id_prestamo,
                    fec_reestructura,
                    tipo_reestructura,
                    principal_ant,
                    tasa_ant,
                    plazo_meses_ant,
                    cuota_mensual_ant,
                    cuotas_pagadas_ant,
                    estado_ant,
                    capital_vivo,
                    importe_capitalizado,
                    num_impagos_capitalizados,
                    principal_nuevo,
                    plazo_meses_nuevo,
                    cuota_mensual_nueva,
                    meses_carencia,
                    tipo_carencia,
                    usuario_reestructura
                )
                VALUES(
                    :REESTPRES-ID,
                    :REESTPRES-ID-PRESTAMO,
                    CURDATE(),
                    :REESTPRES-TIPO,
                    :REESTPRES-PRINCIPAL-ANT,
                    :REESTPRES-TASA-ANT,
                    :REESTPRES-PLAZO-ANT,
                    :REESTPRES-CUOTA-ANT,
                    :REESTPRES-PAGADAS-ANT,
                    :REESTPRES-ESTADO-ANT,
                    :REESTPRES-CAPITAL-VIVO,
                    :REESTPRES-IMPT-CAPITALIZADO,
                    :REESTPRES-NUM-IMPAGOS,
                    :REESTPRES-PRINCIPAL-NUEVO,
                    :REESTPRES-PLAZO-NUEVO,
                    :REESTPRES-CUOTA-NUEVA,
                    :REESTPRES-MESES-CARENCIA,
                    NULLIF(:REESTPRES-TIPO-CARENCIA, ' '),
                    :REESTPRES-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO REESTPRES-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET REESTPRES-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** REESTPRES GRABAR-HISTORICO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GRABAR-HISTORICO
           END-IF.

           MOVE REESTPRES-ID                  TO
                REESTPRES-S-ID-REESTRUCTURA.

       FIN-GRABAR-HISTORICO.
           EXIT.

      * La deuda vencida ya forma parte del nuevo capital: sus
      * impagos se cierran como capitalizados y COBROIMPAGO deja de
      * reintentarlos.
       CAPITALIZAR-IMPAGOS.
      *--------------------
           EXEC SQL
                UPDATE banco.prestamo_impago
                SET    estado_impago      = 'R',
                       fecha_cobro_impago = CURDATE()
                WHERE  id_prestamo        = :PRESTAMO-ID
                AND    estado_impago      = 'P'
           END-EXEC.

           MOVE SQLCODE                       TO REESTPRES-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET REESTPRES-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** REESTPRES CAPITALIZAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-CAPITALIZAR-IMPAGOS.
           EXIT.

      * Nuevo calendario: el capital, el plazo y la cuota nuevos, las
      * cuotas pagadas a cero y la carencia pendiente. Si la próxima
      * cuota se quedó atrás (un moroso deja de amortizar) el nuevo
      * calendario arranca dentro de un mes. Sin impagos pendientes
      * el préstamo vuelve al estado de alta.
       ACTUALIZAR-PRESTAMO.
      *--------------------
           EXEC SQL
                UPDATE banco.prestamo
                SET    principal_prestamo        =
                       :REESTPRES-PRINCIPAL-NUEVO,
                       plazo_meses_prestamo      =
                       :REESTPRES-PLAZO-NUEVO,
                       cuota_mensual_prestamo    =
                       :REESTPRES-CUOTA-NUEVA,
                       cuotas_pagadas_prestamo   = 0,
                       fecha_proxima_cuota_prestamo =
                       CASE WHEN fecha_proxima_cuota_prestamo
                                 <= CURDATE()
                            THEN DATE_ADD(CURDATE(), INTERVAL 1 MONTH)
                            ELSE fecha_proxima_cuota_prestamo END,
                       estado_prestamo           =
                       CASE WHEN :WK-QUEDAN-IMPAGOS = 0
                            THEN 'A' ELSE estado_prestamo END,
                       reestructurado_prestamo   = :REESTPRES-TIPO,
                       fec_reestructura_prestamo = CURDATE(),
                       meses_carencia_prestamo   =
                       :REESTPRES-MESES-CARENCIA,
                       tipo_carencia_prestamo    =
                       NULLIF(:REESTPRES-TIPO-CARENCIA, ' ')
                WHERE  id_prestamo               = :PRESTAMO-ID
           END-EXEC.

           MOVE SQLCODE                       TO REESTPRES-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET REESTPRES-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** REESTPRES ACTUALIZAR-PRESTAMO:'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ACTUALIZAR-PRESTAMO.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET REESTPRES-STAT-ERR-SQL      TO TRUE
                MOVE SQLCODE                    TO REESTPRES-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO REESTPRES-SQLCODE
                MOVE 'REESTPRES'                TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                MOVE REESTPRES-SQLCODE          TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
