       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. APLAZTAR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Pago aplazado de compras con tarjeta. El alta convierte una
      * compra ya cargada (por la referencia de su movimiento) en un
      * plan de N cuotas mensuales: el importe se abona en la
      * tarjeta y queda como capital pendiente del plan, que ACTTAR
      * sigue descontando del crédito disponible hasta que CUOTAPLAZ
      * lo va pasando a la tarjeta cuota a cuota. La comisión de
      * apertura se carga en el acto. La cancelación anticipada
      * carga de una vez el capital que quede pendiente.
      * No se pueden aplazar compras con una disputa (DISPUTATAR),
      * anuladas por REVMOV ni ya aplazadas.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE aplaztar          END-EXEC.

      * Movimiento de compra que se quiere aplazar.
       01  WK-MOV-IMPORTE                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-MOV-COD-CPT                    PIC X(03).
       01  WK-MOV-FEC-X                      PIC X(20).
       01  WK-ESTADO-TARJETA                 PIC X(01).
      * Disputas, anulaciones y planes previos sobre el movimiento.
       01  WK-CONTADOR-BLOQUEOS              PIC 9(05).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.
           COPY 'acttar.cpy'.
           COPY 'insmov.cpy'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

      * Apunte que se está posteando contra la tarjeta.
       01  WK-APUNTE-IMPT                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-APUNTE-CPT                     PIC X(49).
       01  WK-APUNTE-COD-CPT                 PIC X(03).

      * Límites del número de cuotas de un plan.
       01  WK-MIN-CUOTAS                     PIC 9(03) VALUE 2.
       01  WK-MAX-CUOTAS                     PIC 9(03) VALUE 36.

       LINKAGE SECTION.
      *----------------
           COPY 'aplaztar.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-APLAZTAR.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN APLAZTAR-E-ACC-ALTA
                PERFORM ALTA-APLAZAMIENTO      THRU
                        FIN-ALTA-APLAZAMIENTO

           WHEN APLAZTAR-E-ACC-CANCELAR
                PERFORM CANCELAR-APLAZAMIENTO  THRU
                        FIN-CANCELAR-APLAZAMIENTO

           WHEN OTHER
                SET APLAZTAR-STAT-ERR-ACC      TO TRUE
           END-EVALUATE.

      *    El plan y sus apuntes en la tarjeta van juntos o no van.
           IF   APLAZTAR-STAT-OK
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE IF   APLAZTAR-STAT-ERR-SQL
                     OR APLAZTAR-STAT-ERR-APUNTE
                THEN PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-APLAZTAR-SALIDA
                                              REG-APLAZTAR
                                              REG-APLAZTAR-NULL.
       FIN-INICIALIZAR.
           EXIT.

       ALTA-APLAZAMIENTO.
      *------------------
           IF   APLAZTAR-E-REF-MOV = ZERO
                OR APLAZTAR-E-REF-MOV IS NOT NUMERIC
                OR APLAZTAR-E-NUM-CUOTAS IS NOT NUMERIC
                OR APLAZTAR-E-NUM-CUOTAS < WK-MIN-CUOTAS
                OR APLAZTAR-E-NUM-CUOTAS > WK-MAX-CUOTAS
                OR APLAZTAR-E-TASA IS NOT NUMERIC
                OR APLAZTAR-E-PCT-APERTURA IS NOT NUMERIC
           THEN SET APLAZTAR-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-ALTA-APLAZAMIENTO
           END-IF.

           MOVE APLAZTAR-E-REF-MOV            TO APLAZTAR-REF-MOV.

           PERFORM LEER-MOVIMIENTO            THRU
                   FIN-LEER-MOVIMIENTO.

           IF   NOT APLAZTAR-STAT-OK
           THEN GO TO FIN-ALTA-APLAZAMIENTO
           END-IF.

           IF   WK-ESTADO-TARJETA NOT = 'A'
                OR WK-MOV-IMPORTE NOT < ZERO
                OR WK-MOV-COD-CPT NOT = 'CMP'
           THEN SET APLAZTAR-STAT-ERR-ESTADO  TO TRUE
                GO TO FIN-ALTA-APLAZAMIENTO
           END-IF.

           PERFORM COMPROBAR-ELEGIBLE         THRU
                   FIN-COMPROBAR-ELEGIBLE.

           IF   NOT APLAZTAR-STAT-OK
           THEN GO TO FIN-ALTA-APLAZAMIENTO
           END-IF.

           COMPUTE APLAZTAR-IMPORTE = 0 - WK-MOV-IMPORTE.
           MOVE APLAZTAR-E-NUM-CUOTAS         TO APLAZTAR-NUM-CUOTAS.
           MOVE APLAZTAR-E-TASA               TO APLAZTAR-TASA.
           MOVE APLAZTAR-E-PCT-APERTURA       TO APLAZTAR-PCT-APERTURA.
           COMPUTE APLAZTAR-CUOTA-CAPITAL ROUNDED =
                   APLAZTAR-IMPORTE / APLAZTAR-NUM-CUOTAS.
           COMPUTE APLAZTAR-COMISION ROUNDED =
                   APLAZTAR-IMPORTE * APLAZTAR-PCT-APERTURA.
           MOVE APLAZTAR-IMPORTE              TO APLAZTAR-CAPITAL-PDTE.

           PERFORM GRABAR-APLAZAMIENTO        THRU
                   FIN-GRABAR-APLAZAMIENTO.

           IF   NOT APLAZTAR-STAT-OK
           THEN GO TO FIN-ALTA-APLAZAMIENTO
           END-IF.

      *    Con el plan ya grabado su capital pendiente cuenta como
      *    reservado en ACTTAR, así que el abono de la compra no
      *    libera crédito: sólo la saca del saldo de la tarjeta.
           MOVE APLAZTAR-IMPORTE              TO WK-APUNTE-IMPT.
           MOVE SPACES                        TO WK-APUNTE-CPT.
           STRING 'PAGO APLAZADO COMPRA REF [' APLAZTAR-REF-MOV ']'
                  DELIMITED BY SIZE           INTO WK-APUNTE-CPT.
           MOVE 'AJU'                         TO WK-APUNTE-COD-CPT.

           PERFORM POSTEAR-APUNTE             THRU FIN-POSTEAR-APUNTE.

           IF   APLAZTAR-STAT-OK
                AND APLAZTAR-COMISION > ZERO
           THEN COMPUTE WK-APUNTE-IMPT = 0 - APLAZTAR-COMISION
                MOVE 'COMISION APERTURA PAGO APLAZADO'
                                              TO WK-APUNTE-CPT
                MOVE 'COM'                    TO WK-APUNTE-COD-CPT
                PERFORM POSTEAR-APUNTE        THRU FIN-POSTEAR-APUNTE
           END-IF.

           IF   APLAZTAR-STAT-OK
           THEN MOVE APLAZTAR-ID              TO APLAZTAR-S-ID-APLAZ
                MOVE APLAZTAR-ID-TAR          TO APLAZTAR-S-ID-TAR
                MOVE APLAZTAR-IMPORTE         TO APLAZTAR-S-IMPORTE
                MOVE APLAZTAR-CUOTA-CAPITAL   TO
                     APLAZTAR-S-CUOTA-CAPITAL
                MOVE APLAZTAR-COMISION        TO APLAZTAR-S-COMISION
                MOVE APLAZTAR-CAPITAL-PDTE    TO
                     APLAZTAR-S-CAPITAL-PDTE
           END-IF.

       FIN-ALTA-APLAZAMIENTO.
           EXIT.

      *    El movimiento tiene que ser de una tarjeta; se trae también
      *    el estado de ésta.
       LEER-MOVIMIENTO.
      *----------------
           EXEC SQL
                SELECT M.id_medio,
                       M.importe_mov,
                       COALESCE(M.cod_cnpt_mov, 'OTR'),
                       DATE_FORMAT(M.fec_mov, '%Y%m%d%H%i%s%f'),
                       T.estado_tarjeta
                INTO   :APLAZTAR-ID-TAR,
                       :WK-MOV-IMPORTE,
                       :WK-MOV-COD-CPT,
                       :WK-MOV-FEC-X,
                       :WK-ESTADO-TARJETA
                FROM   banco.movimiento M, banco.tarjeta T
                WHERE  M.ref_mov  = :APLAZTAR-REF-MOV
                AND    T.id_medio = M.id_medio
           END-EXEC.

           MOVE SQLCODE                       TO APLAZTAR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET APLAZTAR-STAT-ENC-NO       TO TRUE
           WHEN OTHER
                SET APLAZTAR-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** APLAZTAR LEER-MOVIMIENTO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-MOVIMIENTO.
           EXIT.

      *    Una compra con cualquier caso de disputa (abierto o
      *    resuelto), con el contra-asiento de REVMOV (que lleva en
      *    su concepto la fecha del movimiento anulado) o ya aplazada
      *    no puede pasar a un plan.
       COMPROBAR-ELEGIBLE.
      *-------------------
           EXEC SQL
                SELECT (SELECT COUNT(*)
                        FROM   banco.disputa_tarjeta
                        WHERE  ref_mov = :APLAZTAR-REF-MOV)
                     + (SELECT COUNT(*)
                        FROM   banco.movimiento
                        WHERE  id_medio     = :APLAZTAR-ID-TAR
                        AND    cod_cnpt_mov = 'ANU'
                        AND    cnpt_mov LIKE
                               CONCAT('ANULACION MOV [',
                                      :WK-MOV-FEC-X, ']%'))
                     + (SELECT COUNT(*)
                        FROM   banco.aplazamiento_tarjeta
                        WHERE  ref_mov = :APLAZTAR-REF-MOV)
                INTO   :WK-CONTADOR-BLOQUEOS
                FROM   DUAL
           END-EXEC.

           MOVE SQLCODE                       TO APLAZTAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET APLAZTAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** APLAZTAR COMPROBAR-ELEGIBLE: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-ELEGIBLE
           END-IF.

           IF   WK-CONTADOR-BLOQUEOS > ZERO
           THEN SET APLAZTAR-STAT-NO-ELEGIBLE TO TRUE
           END-IF.

       FIN-COMPROBAR-ELEGIBLE.
           EXIT.

       GRABAR-APLAZAMIENTO.
      *--------------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.aplazamiento_tarjeta_id_aplazamiento_seq
                INTO   :APLAZTAR-ID
           END-EXEC.

           MOVE SQLCODE                       TO APLAZTAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET APLAZTAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** APLAZTAR GRABAR-APLAZAMIENTO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GRABAR-APLAZAMIENTO
           END-IF.

           EXEC SQL
                INSERT INTO banco.aplazamiento_tarjeta(
                    id_aplazamiento,
                    id_medio,
                    ref_mov,
                    importe_aplazado,
                    num_cuotas,
                    cuotas_pagadas,
                    tasa_aplazamiento,
                    pct_comision_apertura,
                    comision_apertura,
                    cuota_capital,
                    capital_pendiente,
                    estado_aplazamiento,
                    fec_alta
                )
                VALUES(
                    :APLAZTAR-ID,
                    :APLAZTAR-ID-TAR,
                    :APLAZTAR-REF-MOV,
                    :APLAZTAR-IMPORTE,
                    :APLAZTAR-NUM-CUOTAS,
                    0,
                    :APLAZTAR-TASA,
                    :APLAZTAR-PCT-APERTURA,
                    :APLAZTAR-COMISION,
                    :APLAZTAR-CUOTA-CAPITAL,
                    :APLAZTAR-CAPITAL-PDTE,
                    'A',
                    CURDATE()
                )
           END-EXEC.

           MOVE SQLCODE                       TO APLAZTAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET APLAZTAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** APLAZTAR GRABAR-APLAZAMIENTO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-APLAZAMIENTO.
           EXIT.

      *    El plan se cierra antes de cargar el capital pendiente,
      *    para que ACTTAR no lo cuente dos veces (reservado y
      *    cargado) al comprobar el crédito disponible.
       CANCELAR-APLAZAMIENTO.
      *----------------------
           IF   APLAZTAR-E-ID-APLAZ = ZERO
                OR APLAZTAR-E-ID-APLAZ IS NOT NUMERIC
           THEN SET APLAZTAR-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-CANCELAR-APLAZAMIENTO
           END-IF.

           MOVE APLAZTAR-E-ID-APLAZ           TO APLAZTAR-ID.

           EXEC SQL
                SELECT id_medio,
                       capital_pendiente,
                       estado_aplazamiento
                INTO   :APLAZTAR-ID-TAR,
                       :APLAZTAR-CAPITAL-PDTE,
                       :APLAZTAR-ESTADO
                FROM   banco.aplazamiento_tarjeta
                WHERE  id_aplazamiento = :APLAZTAR-ID
           END-EXEC.

           MOVE SQLCODE                       TO APLAZTAR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT APLAZTAR-ESTADO-ACTIVO
                THEN SET APLAZTAR-STAT-ERR-ESTADO TO TRUE
                     GO TO FIN-CANCELAR-APLAZAMIENTO
                END-IF
           WHEN SQL-NODATA
                SET APLAZTAR-STAT-ENC-NO       TO TRUE
                GO TO FIN-CANCELAR-APLAZAMIENTO
           WHEN OTHER
                SET APLAZTAR-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** APLAZTAR CANCELAR-APLAZAMIENTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CANCELAR-APLAZAMIENTO
           END-EVALUATE.

           EXEC SQL
                UPDATE banco.aplazamiento_tarjeta
                SET    estado_aplazamiento = 'C',
                       capital_pendiente   = 0,
                       fec_cancelacion     = CURDATE()
                WHERE  id_aplazamiento     = :APLAZTAR-ID
           END-EXEC.

           MOVE SQLCODE                       TO APLAZTAR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET APLAZTAR-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** APLAZTAR CANCELAR-APLAZAMIENTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CANCELAR-APLAZAMIENTO
           END-IF.

           IF   APLAZTAR-CAPITAL-PDTE > ZERO
           THEN COMPUTE WK-APUNTE-IMPT = 0 - APLAZTAR-CAPITAL-PDTE
                MOVE SPACES                   TO WK-APUNTE-CPT
                STRING 'CANCELACION PAGO APLAZADO [' APLAZTAR-ID ']'
                       DELIMITED BY SIZE      INTO WK-APUNTE-CPT
                MOVE 'TRF'                    TO WK-APUNTE-COD-CPT
                PERFORM POSTEAR-APUNTE        THRU FIN-POSTEAR-APUNTE
           END-IF.

           IF   APLAZTAR-STAT-OK
           THEN MOVE APLAZTAR-ID              TO APLAZTAR-S-ID-APLAZ
                MOVE APLAZTAR-ID-TAR          TO APLAZTAR-S-ID-TAR
                MOVE APLAZTAR-CAPITAL-PDTE    TO
                     APLAZTAR-S-CAPITAL-PDTE
           END-IF.

       FIN-CANCELAR-APLAZAMIENTO.
           EXIT.

      *    Cada apunte lleva su propia marca de tiempo para no chocar
      *    con el anterior del mismo medio.
       POSTEAR-APUNTE.
      *---------------
           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.

           INITIALIZE                         AREA-INSMOV-ENTRADA.
           MOVE APLAZTAR-ID-TAR               TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                    TO INSMOV-E-FEC.
           MOVE WK-APUNTE-CPT                 TO INSMOV-E-CPT.
           MOVE WK-APUNTE-COD-CPT             TO INSMOV-E-COD-CPT.
           MOVE WK-APUNTE-IMPT                TO INSMOV-E-IMPT.

           CALL "INSMOV"                      USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET APLAZTAR-STAT-ERR-APUNTE  TO TRUE
                MOVE INSMOV-S-SQLCODE         TO APLAZTAR-SQLCODE
                GO TO FIN-POSTEAR-APUNTE
           END-IF.

           INITIALIZE                         AREA-ACTTAR-ENTRADA.
           MOVE APLAZTAR-ID-TAR               TO ACTTAR-E-ID-TAR.
           MOVE INSMOV-S-IMPT-APLICADO        TO ACTTAR-E-IMPORTE.

           CALL "ACTTAR"                      USING AREA-ACTTAR.

           IF   NOT ACTTAR-STAT-OK
           THEN SET APLAZTAR-STAT-ERR-APUNTE  TO TRUE
                MOVE ACTTAR-SQLCODE           TO APLAZTAR-SQLCODE
           END-IF.

       FIN-POSTEAR-APUNTE.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET APLAZTAR-STAT-ERR-SQL        TO TRUE
                MOVE SQLCODE                     TO APLAZTAR-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO APLAZTAR-SQLCODE
                MOVE 'APLAZTAR'                  TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE APLAZTAR-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
