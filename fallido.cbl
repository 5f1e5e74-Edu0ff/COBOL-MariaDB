       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FALLIDO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Baja por fallido y recuperación de fallidos. Una operación
      * (préstamo, descubierto de cuenta o crédito dispuesto de
      * tarjeta) sólo se da de baja si en el último cierre de
      * PROVISION quedó en fase 3 con una provisión que cubre toda su
      * deuda actual. La baja la anota en banco.fallido y la saca del
      * libro vivo: el préstamo y sus impagos pendientes pasan a
      * fallido y dejan de trabajarlos AMORTPRES y COBROIMPAGO; la
      * cuenta o la tarjeta reciben un abono de ajuste por la deuda y
      * quedan de baja. Lo que se recupere después se anota en
      * banco.fallido_recuperacion y, si se cobra de una cuenta del
      * cliente, se carga en ella por INSMOV/ACTCTA.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE fallido           END-EXEC.

      * Operación que se da de baja: estado y deuda viva.
       01  WK-ESTADO-OPERACION               PIC X(01).
       01  WK-DEUDA                          PIC S9(08)V99
                                             LEADING SEPARATE.
      * Fase y provisión de la operación en el último cierre.
       01  WK-FASE                           PIC 9(01).
       01  WK-PROVISION                      PIC S9(08)V99
                                             LEADING SEPARATE.
      * Recuperación.
       01  WK-ID-RECUPERACION                PIC 9(10).
       01  WK-ID-CTA-CARGO                   PIC 9(10).
       01  WK-IMPORTE-RECUPERACION           PIC S9(08)V99
                                             LEADING SEPARATE.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.
           COPY 'actcta.cpy'.
           COPY 'acttar.cpy'.
           COPY 'insmov.cpy'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       LINKAGE SECTION.
      *----------------
           COPY 'fallido.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-FALLIDO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN FALLIDO-E-ACC-BAJA
                PERFORM DAR-DE-BAJA            THRU FIN-DAR-DE-BAJA

           WHEN FALLIDO-E-ACC-RECUPERAR
                PERFORM RECUPERAR              THRU FIN-RECUPERAR

           WHEN OTHER
                SET FALLIDO-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    El registro, los apuntes y el cambio de estado de la
      *    operación van juntos o no van.
           IF   FALLIDO-STAT-OK
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE IF   FALLIDO-STAT-ERR-SQL
                     OR FALLIDO-STAT-ERR-APUNTE
                THEN PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-FALLIDO-SALIDA
                                              REG-FALLIDO
                                              REG-FALLIDO-NULL.

           IF   FALLIDO-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO FALLIDO-USUARIO
           ELSE MOVE FALLIDO-E-USUARIO        TO FALLIDO-USUARIO
           END-IF.

           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.
       FIN-INICIALIZAR.
           EXIT.

       DAR-DE-BAJA.
      *------------
           IF   NOT FALLIDO-E-TIPO-OK
                OR FALLIDO-E-ID-OPERACION = ZERO
                OR FALLIDO-E-ID-OPERACION IS NOT NUMERIC
           THEN SET FALLIDO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-DAR-DE-BAJA
           END-IF.

           MOVE FALLIDO-E-TIPO-OPERACION      TO FALLIDO-TIPO-OPERACION.
           MOVE FALLIDO-E-ID-OPERACION        TO FALLIDO-ID-OPERACION.

           EVALUATE TRUE
           WHEN FALLIDO-E-TIPO-PRESTAMO
                PERFORM LEER-PRESTAMO         THRU FIN-LEER-PRESTAMO
           WHEN FALLIDO-E-TIPO-CUENTA
                PERFORM LEER-CUENTA           THRU FIN-LEER-CUENTA
           WHEN OTHER
                PERFORM LEER-TARJETA          THRU FIN-LEER-TARJETA
           END-EVALUATE.

           IF   NOT FALLIDO-STAT-OK
           THEN GO TO FIN-DAR-DE-BAJA
           END-IF.

           PERFORM COMPROBAR-PROVISION        THRU
                   FIN-COMPROBAR-PROVISION.

           IF   NOT FALLIDO-STAT-OK
           THEN GO TO FIN-DAR-DE-BAJA
           END-IF.

           PERFORM GRABAR-FALLIDO             THRU FIN-GRABAR-FALLIDO.

           IF   NOT FALLIDO-STAT-OK
           THEN GO TO FIN-DAR-DE-BAJA
           END-IF.

           EVALUATE TRUE
           WHEN FALLIDO-E-TIPO-PRESTAMO
                PERFORM BAJA-PRESTAMO         THRU FIN-BAJA-PRESTAMO
           WHEN FALLIDO-E-TIPO-CUENTA
                PERFORM BAJA-CUENTA           THRU FIN-BAJA-CUENTA
           WHEN OTHER
                PERFORM BAJA-TARJETA          THRU FIN-BAJA-TARJETA
           END-EVALUATE.

           MOVE FALLIDO-ID                    TO FALLIDO-S-ID-FALLIDO.
           MOVE WK-DEUDA                      TO
                FALLIDO-S-IMPORTE-FALLIDO FALLIDO-S-PENDIENTE.
           MOVE WK-PROVISION                  TO FALLIDO-S-PROVISION.

       FIN-DAR-DE-BAJA.
           EXIT.

      * Préstamo de alta o moroso; la deuda es su capital pendiente,
      * con la misma regla que PROVISION y RPTLTV para los
      * reestructurados.
       LEER-PRESTAMO.
      *--------------
           EXEC SQL
                SELECT P.estado_prestamo,
                       P.principal_prestamo -
                       COALESCE((SELECT SUM(Q.importe_amort_cuota)
                                 FROM   banco.prestamo_cuota Q
                                 WHERE  Q.id_prestamo =
                                        P.id_prestamo
                                 AND    (P.fec_reestructura_prestamo
                                         IS NULL
                                         OR (Q.fecha_cargo_cuota >
                                             P.fec_reestructura_prestamo
                                             AND Q.num_cuota > 0))), 0)
                INTO   :WK-ESTADO-OPERACION, :WK-DEUDA
                FROM   banco.prestamo P
                WHERE  P.id_prestamo = :FALLIDO-ID-OPERACION
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET FALLIDO-STAT-ENC-NO         TO TRUE
           WHEN SQL-SUCCESS
                IF   (WK-ESTADO-OPERACION NOT = 'A'
                      AND WK-ESTADO-OPERACION NOT = 'M')
                     OR WK-DEUDA NOT > ZERO
                THEN SET FALLIDO-STAT-ERR-ESTADO TO TRUE
                END-IF
           WHEN OTHER
                SET FALLIDO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** FALLIDO LEER-PRESTAMO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-PRESTAMO.
           EXIT.

      * Cuenta no dada de baja y en descubierto.
       LEER-CUENTA.
      *------------
           EXEC SQL
                SELECT estado_cuenta, 0 - saldo_cuenta
                INTO   :WK-ESTADO-OPERACION, :WK-DEUDA
                FROM   banco.cuenta
                WHERE  id_medio = :FALLIDO-ID-OPERACION
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET FALLIDO-STAT-ENC-NO         TO TRUE
           WHEN SQL-SUCCESS
                IF   WK-ESTADO-OPERACION = 'B'
                     OR WK-DEUDA NOT > ZERO
                THEN SET FALLIDO-STAT-ERR-ESTADO TO TRUE
                END-IF
           WHEN OTHER
                SET FALLIDO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** FALLIDO LEER-CUENTA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-CUENTA.
           EXIT.

      * Tarjeta no dada de baja y con crédito dispuesto.
       LEER-TARJETA.
      *-------------
           EXEC SQL
                SELECT estado_tarjeta, 0 - cred_tarjeta
                INTO   :WK-ESTADO-OPERACION, :WK-DEUDA
                FROM   banco.tarjeta
                WHERE  id_medio = :FALLIDO-ID-OPERACION
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET FALLIDO-STAT-ENC-NO         TO TRUE
           WHEN SQL-SUCCESS
                IF   WK-ESTADO-OPERACION = 'B'
                     OR WK-DEUDA NOT > ZERO
                THEN SET FALLIDO-STAT-ERR-ESTADO TO TRUE
                END-IF
           WHEN OTHER
                SET FALLIDO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** FALLIDO LEER-TARJETA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-TARJETA.
           EXIT.

      * En el último cierre de provisiones la operación tiene que
      * estar en fase 3 y con una provisión que cubra toda la deuda
      * de hoy; si no aparece en ese cierre, no está provisionada.
       COMPROBAR-PROVISION.
      *--------------------
           EXEC SQL
                SELECT fase_provision, importe_provision
                INTO   :WK-FASE, :WK-PROVISION
                FROM   banco.provision
                WHERE  tipo_operacion = :FALLIDO-TIPO-OPERACION
                AND    id_operacion   = :FALLIDO-ID-OPERACION
                AND    fec_cierre_provision =
                      (SELECT MAX(M.fec_cierre_provision)
                       FROM   banco.provision M)
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET FALLIDO-STAT-NO-PROVISIONADA TO TRUE
           WHEN SQL-SUCCESS
                IF   WK-FASE NOT = 3
                     OR WK-PROVISION < WK-DEUDA
                THEN SET FALLIDO-STAT-NO-PROVISIONADA TO TRUE
                END-IF
           WHEN OTHER
                SET FALLIDO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** FALLIDO COMPROBAR-PROVISION: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

           MOVE WK-PROVISION                   TO FALLIDO-S-PROVISION.

       FIN-COMPROBAR-PROVISION.
           EXIT.

       GRABAR-FALLIDO.
      *---------------
           EXEC SQL
                SELECT NEXT VALUE FOR banco.fallido_id_fallido_seq
                INTO :FALLIDO-ID
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO GRABAR-FALLIDO: SEQ'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GRABAR-FALLIDO
           END-IF.

           MOVE WK-DEUDA                       TO FALLIDO-IMPORTE.
           MOVE WK-PROVISION                   TO FALLIDO-PROVISION.
           MOVE FALLIDO-E-MOTIVO               TO FALLIDO-MOTIVO.

           EXEC SQL
                INSERT INTO banco.fallido(
                    id_fallido,
                    tipo_operacion,
                    id_operacion,
                    fec_baja_fallido,
                    importe_fallido,
                    provision_aplicada,
                    importe_recuperado,
                    estado_fallido,
                    motivo_fallido,
                    usuario_fallido
                )
                VALUES(
                    :FALLIDO-ID,
                    :FALLIDO-TIPO-OPERACION,
                    :FALLIDO-ID-OPERACION,
                    CURDATE(),
                    :FALLIDO-IMPORTE,
                    :FALLIDO-PROVISION,
                    0,
                    'A',
                    NULLIF(:FALLIDO-MOTIVO, ' '),
                    :FALLIDO-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO GRABAR-FALLIDO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-FALLIDO.
           EXIT.

      * El préstamo y sus cuotas impagadas pendientes pasan a fallido.
       BAJA-PRESTAMO.
      *--------------
           EXEC SQL
                UPDATE banco.prestamo
                SET    estado_prestamo = 'F'
                WHERE  id_prestamo     = :FALLIDO-ID-OPERACION
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO BAJA-PRESTAMO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-BAJA-PRESTAMO
           END-IF.

           EXEC SQL
                UPDATE banco.prestamo_impago
                SET    estado_impago = 'F'
                WHERE  id_prestamo   = :FALLIDO-ID-OPERACION
                AND    estado_impago = 'P'
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO BAJA-PRESTAMO: IMPAGOS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-PRESTAMO.
           EXIT.

      * El descubierto se salda con un abono de ajuste por la deuda
      * dada de baja y la cuenta se cierra.
       BAJA-CUENTA.
      *------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE FALLIDO-E-ID-OPERACION         TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE 'BAJA POR FALLIDO DESCUBIERTO'  TO INSMOV-E-CPT.
           MOVE 'AJU'                          TO INSMOV-E-COD-CPT.
           MOVE WK-DEUDA                       TO INSMOV-E-IMPT.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET FALLIDO-STAT-ERR-APUNTE    TO TRUE
                MOVE INSMOV-S-SQLCODE          TO FALLIDO-SQLCODE
                GO TO FIN-BAJA-CUENTA
           END-IF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE FALLIDO-E-ID-OPERACION         TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET FALLIDO-STAT-ERR-APUNTE    TO TRUE
                MOVE ACTCTA-SQLCODE            TO FALLIDO-SQLCODE
                GO TO FIN-BAJA-CUENTA
           END-IF.

           EXEC SQL
                UPDATE banco.cuenta
                SET    estado_cuenta = 'B'
                WHERE  id_medio      = :FALLIDO-ID-OPERACION
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO BAJA-CUENTA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-CUENTA.
           EXIT.

      * El crédito dispuesto se repone con un abono de ajuste por la
      * deuda dada de baja y la tarjeta se da de baja.
       BAJA-TARJETA.
      *-------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE FALLIDO-E-ID-OPERACION         TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE 'BAJA POR FALLIDO CREDITO TARJETA'
                                                TO INSMOV-E-CPT.
           MOVE 'AJU'                          TO INSMOV-E-COD-CPT.
           MOVE WK-DEUDA                       TO INSMOV-E-IMPT.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET FALLIDO-STAT-ERR-APUNTE    TO TRUE
                MOVE INSMOV-S-SQLCODE          TO FALLIDO-SQLCODE
                GO TO FIN-BAJA-TARJETA
           END-IF.

           INITIALIZE                          AREA-ACTTAR-ENTRADA.
           MOVE FALLIDO-E-ID-OPERACION         TO ACTTAR-E-ID-TAR.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTTAR-E-IMPORTE.

           CALL "ACTTAR"                       USING AREA-ACTTAR.

           IF   NOT ACTTAR-STAT-OK
           THEN SET FALLIDO-STAT-ERR-APUNTE    TO TRUE
                MOVE ACTTAR-SQLCODE            TO FALLIDO-SQLCODE
                GO TO FIN-BAJA-TARJETA
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    estado_tarjeta = 'B'
                WHERE  id_medio       = :FALLIDO-ID-OPERACION
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO BAJA-TARJETA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-TARJETA.
           EXIT.

       RECUPERAR.
      *----------
           IF   FALLIDO-E-ID-FALLIDO = ZERO
                OR FALLIDO-E-ID-FALLIDO IS NOT NUMERIC
                OR FALLIDO-E-IMPORTE NOT > ZERO
                OR FALLIDO-E-ID-CTA-CARGO IS NOT NUMERIC
           THEN SET FALLIDO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-RECUPERAR
           END-IF.

           PERFORM LEER-FALLIDO               THRU FIN-LEER-FALLIDO.

           IF   NOT FALLIDO-STAT-OK
           THEN GO TO FIN-RECUPERAR
           END-IF.

      *    No se recupera más de lo que se dio de baja.
           IF   FALLIDO-E-IMPORTE >
                FALLIDO-IMPORTE - FALLIDO-IMPT-RECUPERADO
           THEN SET FALLIDO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-RECUPERAR
           END-IF.

           MOVE FALLIDO-E-IMPORTE             TO
                WK-IMPORTE-RECUPERACION.
           MOVE FALLIDO-E-ID-CTA-CARGO        TO WK-ID-CTA-CARGO.

           IF   WK-ID-CTA-CARGO NOT = ZERO
           THEN PERFORM CARGAR-RECUPERACION   THRU
                        FIN-CARGAR-RECUPERACION
           END-IF.

           IF   FALLIDO-STAT-OK
           THEN PERFORM GRABAR-RECUPERACION   THRU
                        FIN-GRABAR-RECUPERACION
           END-IF.

           IF   FALLIDO-STAT-OK
           THEN PERFORM ACUMULAR-RECUPERACION THRU
                        FIN-ACUMULAR-RECUPERACION
           END-IF.

       FIN-RECUPERAR.
           EXIT.

       LEER-FALLIDO.
      *-------------
           MOVE FALLIDO-E-ID-FALLIDO          TO FALLIDO-ID.

           EXEC SQL
                SELECT tipo_operacion, id_operacion,
                       importe_fallido, provision_aplicada,
                       importe_recuperado, estado_fallido
                INTO   :FALLIDO-TIPO-OPERACION,
                       :FALLIDO-ID-OPERACION,
                       :FALLIDO-IMPORTE,
                       :FALLIDO-PROVISION,
                       :FALLIDO-IMPT-RECUPERADO,
                       :FALLIDO-ESTADO
                FROM   banco.fallido
                WHERE  id_fallido = :FALLIDO-ID
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET FALLIDO-STAT-ENC-NO         TO TRUE
           WHEN SQL-SUCCESS
                IF   FALLIDO-ESTADO-RECUPERADO
                THEN SET FALLIDO-STAT-ERR-ESTADO TO TRUE
                END-IF
           WHEN OTHER
                SET FALLIDO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** FALLIDO LEER-FALLIDO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-FALLIDO.
           EXIT.

      * El cobro se carga en la cuenta indicada por el mismo camino
      * que cualquier cargo en vivo (INSMOV/ACTCTA).
       CARGAR-RECUPERACION.
      *--------------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE WK-ID-CTA-CARGO                TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE 'RECUPERACION DE DEUDA FALLIDA' TO INSMOV-E-CPT.
           MOVE 'AJU'                          TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-IMPORTE-RECUPERACION.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET FALLIDO-STAT-ERR-APUNTE    TO TRUE
                MOVE INSMOV-S-SQLCODE          TO FALLIDO-SQLCODE
                GO TO FIN-CARGAR-RECUPERACION
           END-IF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE WK-ID-CTA-CARGO                TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET FALLIDO-STAT-ERR-APUNTE    TO TRUE
                MOVE ACTCTA-SQLCODE            TO FALLIDO-SQLCODE
           END-IF.

       FIN-CARGAR-RECUPERACION.
           EXIT.

       GRABAR-RECUPERACION.
      *--------------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.fallido_recuperacion_id_recuperacion_seq
                INTO :WK-ID-RECUPERACION
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO GRABAR-RECUPERACION: SEQ'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GRABAR-RECUPERACION
           END-IF.

           EXEC SQL
                INSERT INTO banco.fallido_recuperacion(
                    id_recuperacion,
                    id_fallido,
                    fec_recuperacion,
                    importe_recuperacion,
                    id_medio_cargo,
                    usuario_recuperacion
                )
                VALUES(
                    :WK-ID-RECUPERACION,
                    :FALLIDO-ID,
                    CURDATE(),
                    :WK-IMPORTE-RECUPERACION,
                    NULLIF(:WK-ID-CTA-CARGO, 0),
                    :FALLIDO-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO GRABAR-RECUPERACION: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-RECUPERACION.
           EXIT.

      * Acumula lo recuperado; recuperada toda la deuda, el fallido
      * queda cerrado.
       ACUMULAR-RECUPERACION.
      *----------------------
           ADD  WK-IMPORTE-RECUPERACION        TO
                FALLIDO-IMPT-RECUPERADO.

           IF   FALLIDO-IMPT-RECUPERADO >= FALLIDO-IMPORTE
           THEN SET FALLIDO-ESTADO-RECUPERADO  TO TRUE
           ELSE SET FALLIDO-ESTADO-ACTIVO      TO TRUE
           END-IF.

           EXEC SQL
                UPDATE banco.fallido
                SET    importe_recuperado = :FALLIDO-IMPT-RECUPERADO,
                       estado_fallido     = :FALLIDO-ESTADO
                WHERE  id_fallido         = :FALLIDO-ID
           END-EXEC.

           MOVE SQLCODE                        TO FALLIDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FALLIDO ACUMULAR-RECUPERACION:'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ACUMULAR-RECUPERACION
           END-IF.

           MOVE FALLIDO-ID                     TO FALLIDO-S-ID-FALLIDO.
           MOVE FALLIDO-IMPORTE                TO
                FALLIDO-S-IMPORTE-FALLIDO.
           MOVE FALLIDO-PROVISION              TO FALLIDO-S-PROVISION.
           MOVE FALLIDO-IMPT-RECUPERADO        TO FALLIDO-S-RECUPERADO.
           COMPUTE FALLIDO-S-PENDIENTE = FALLIDO-IMPORTE
                                       - FALLIDO-IMPT-RECUPERADO.

       FIN-ACUMULAR-RECUPERACION.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET FALLIDO-STAT-ERR-SQL         TO TRUE
                MOVE SQLCODE                     TO FALLIDO-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO FALLIDO-SQLCODE
                MOVE 'FALLIDO'                   TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE FALLIDO-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
