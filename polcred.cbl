       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. POLCRED.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Pólizas de crédito de empresa. Alta de la póliza sobre una
      * cuenta de alta (una sola póliza activa por cuenta), con el
      * cargo de la comisión de apertura por INSMOV/ACTCTA; renovación
      * a un nuevo vencimiento, con nuevo límite o tipo si se indican;
      * y cancelación cuando la cuenta ya no tiene nada dispuesto.
      * Mientras la póliza está activa y no vencida, ACTCTA suma su
      * límite al de descubierto de la cuenta. Lo dispuesto es lo que
      * la cuenta tiene en negativo.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE polcred           END-EXEC.

      * Cuenta vinculada: estado y saldo.
       01  WK-ESTADO-CUENTA                  PIC X(01).
       01  WK-SALDO-CUENTA                   PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-POLIZAS-ACTIVAS                PIC 9(05).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.
           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'grupoeco.cpy'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).
       01  WK-FEC-VENCIMIENTO                PIC 9(08).
       01  WK-COMISION                       PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-DISPUESTO                      PIC S9(08)V99
                                             LEADING SEPARATE.
      * Riesgo que la operación añade al grupo económico.
       01  WK-IMPORTE-GRUPO                  PIC S9(08)V99
                                             LEADING SEPARATE.

       LINKAGE SECTION.
      *----------------
           COPY 'polcred.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-POLCRED.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN POLCRED-E-ACC-ALTA
                PERFORM ALTA-POLIZA            THRU FIN-ALTA-POLIZA

           WHEN POLCRED-E-ACC-RENOVAR
                PERFORM RENOVAR-POLIZA         THRU FIN-RENOVAR-POLIZA

           WHEN POLCRED-E-ACC-CANCELAR
                PERFORM CANCELAR-POLIZA        THRU
                        FIN-CANCELAR-POLIZA

           WHEN OTHER
                SET POLCRED-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    La póliza y el cargo de la comisión de apertura van juntos
      *    o no van.
           IF   POLCRED-STAT-OK
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE IF   POLCRED-STAT-ERR-SQL
                     OR POLCRED-STAT-ERR-APUNTE
                THEN PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-POLCRED-SALIDA
                                              REG-POLCRED
                                              REG-POLCRED-NULL.

           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.
       FIN-INICIALIZAR.
           EXIT.

       ALTA-POLIZA.
      *------------
           IF   POLCRED-E-ID-CTA = ZERO
                OR POLCRED-E-ID-CTA IS NOT NUMERIC
                OR POLCRED-E-LIMITE NOT > ZERO
           THEN SET POLCRED-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-ALTA-POLIZA
           END-IF.

           PERFORM VALIDAR-VENCIMIENTO        THRU
                   FIN-VALIDAR-VENCIMIENTO.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-ALTA-POLIZA
           END-IF.

           MOVE POLCRED-E-ID-CTA              TO POLCRED-ID-CTA.

           PERFORM LEER-CUENTA                THRU FIN-LEER-CUENTA.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-ALTA-POLIZA
           END-IF.

           IF   WK-ESTADO-CUENTA NOT = 'A'
           THEN SET POLCRED-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-ALTA-POLIZA
           END-IF.

           PERFORM COMPROBAR-DUPLICADA        THRU
                   FIN-COMPROBAR-DUPLICADA.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-ALTA-POLIZA
           END-IF.

           MOVE POLCRED-E-LIMITE              TO WK-IMPORTE-GRUPO.

           PERFORM COMPROBAR-GRUPO            THRU
                   FIN-COMPROBAR-GRUPO.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-ALTA-POLIZA
           END-IF.

           MOVE POLCRED-E-LIMITE              TO POLCRED-LIMITE.
           MOVE POLCRED-E-FEC-VENCIMIENTO     TO
                POLCRED-FEC-VENCIMIENTO.
           MOVE POLCRED-E-TASA                TO POLCRED-TASA.
           MOVE POLCRED-E-PCT-NO-DISP         TO POLCRED-PCT-NO-DISP.
           MOVE POLCRED-E-PCT-APERTURA        TO POLCRED-PCT-APERTURA.

           PERFORM GRABAR-POLIZA              THRU FIN-GRABAR-POLIZA.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-ALTA-POLIZA
           END-IF.

           COMPUTE WK-COMISION ROUNDED = POLCRED-LIMITE
                                       * POLCRED-PCT-APERTURA.

           IF   WK-COMISION > ZERO
           THEN PERFORM CARGAR-COMISION-APERTURA THRU
                        FIN-CARGAR-COMISION-APERTURA
           END-IF.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-ALTA-POLIZA
           END-IF.

           MOVE POLCRED-ID                    TO POLCRED-S-ID-POLIZA.
           MOVE WK-COMISION                   TO POLCRED-S-COMISION.

           PERFORM CALCULAR-DISPOSICION       THRU
                   FIN-CALCULAR-DISPOSICION.

       FIN-ALTA-POLIZA.
           EXIT.

      * Renovación: la póliza vuelve a quedar activa hasta el nuevo
      * vencimiento; el nuevo límite, si se indica, tiene que dar
      * cabida a lo que ya está dispuesto. Se borra la fecha del
      * preaviso para que AVISOCRED avise del nuevo vencimiento.
       RENOVAR-POLIZA.
      *---------------
           IF   POLCRED-E-ID-POLIZA = ZERO
                OR POLCRED-E-ID-POLIZA IS NOT NUMERIC
                OR POLCRED-E-LIMITE < ZERO
           THEN SET POLCRED-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-RENOVAR-POLIZA
           END-IF.

           PERFORM VALIDAR-VENCIMIENTO        THRU
                   FIN-VALIDAR-VENCIMIENTO.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-RENOVAR-POLIZA
           END-IF.

           PERFORM LEER-POLIZA                THRU FIN-LEER-POLIZA.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-RENOVAR-POLIZA
           END-IF.

           PERFORM LEER-CUENTA                THRU FIN-LEER-CUENTA.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-RENOVAR-POLIZA
           END-IF.

           IF   WK-ESTADO-CUENTA NOT = 'A'
           THEN SET POLCRED-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-RENOVAR-POLIZA
           END-IF.

      *    Al grupo sólo se le suma lo que la renovación añade: la
      *    subida de límite de una póliza activa, o el límite entero
      *    de una vencida, que ya no contaba en su riesgo.
           IF   POLCRED-E-LIMITE > ZERO
           THEN MOVE POLCRED-E-LIMITE         TO WK-IMPORTE-GRUPO
           ELSE MOVE POLCRED-LIMITE           TO WK-IMPORTE-GRUPO
           END-IF.

           IF   POLCRED-ESTADO-ACTIVA
           THEN SUBTRACT POLCRED-LIMITE       FROM WK-IMPORTE-GRUPO
           END-IF.

           IF   WK-IMPORTE-GRUPO > ZERO
           THEN PERFORM COMPROBAR-GRUPO       THRU
                        FIN-COMPROBAR-GRUPO
           END-IF.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-RENOVAR-POLIZA
           END-IF.

           IF   POLCRED-E-LIMITE > ZERO
           THEN MOVE POLCRED-E-LIMITE         TO POLCRED-LIMITE
           END-IF.

           IF   POLCRED-E-TASA > ZERO
           THEN MOVE POLCRED-E-TASA           TO POLCRED-TASA
           END-IF.

           MOVE POLCRED-E-FEC-VENCIMIENTO     TO
                POLCRED-FEC-VENCIMIENTO.

           PERFORM CALCULAR-DISPOSICION       THRU
                   FIN-CALCULAR-DISPOSICION.

           IF   WK-DISPUESTO > POLCRED-LIMITE
           THEN SET POLCRED-STAT-DISPUESTO    TO TRUE
                GO TO FIN-RENOVAR-POLIZA
           END-IF.

           EXEC SQL
                UPDATE banco.poliza_credito
                SET    limite_poliza        = :POLCRED-LIMITE,
                       tasa_deudora         = :POLCRED-TASA,
                       fec_vencimiento      =
                       STR_TO_DATE(:POLCRED-FEC-VENCIMIENTO, '%Y%m%d'),
                       estado_poliza        = 'A',
                       fec_aviso_vencimiento = NULL
                WHERE  id_poliza            = :POLCRED-ID
           END-EXEC.

           MOVE SQLCODE                        TO POLCRED-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET POLCRED-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** POLCRED RENOVAR-POLIZA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-RENOVAR-POLIZA
           END-IF.

           MOVE POLCRED-ID                    TO POLCRED-S-ID-POLIZA.

       FIN-RENOVAR-POLIZA.
           EXIT.

      * El límite que se concede se suma al riesgo del grupo
      * económico de los titulares de la cuenta. Si pasa del límite
      * aprobado, el grupo decide: o se avisa y se sigue, o se
      * rechaza.
       COMPROBAR-GRUPO.
      *----------------
           INITIALIZE                          AREA-GRUPOECO-ENTRADA.
           SET  GRUPOECO-E-ACC-COMPROBAR       TO TRUE.
           MOVE POLCRED-ID-CTA                 TO GRUPOECO-E-ID-CTA.
           MOVE WK-IMPORTE-GRUPO               TO GRUPOECO-E-IMPORTE.

           CALL "GRUPOECO"                     USING AREA-GRUPOECO.

           IF   NOT GRUPOECO-STAT-OK
           THEN SET POLCRED-STAT-ERR-SQL       TO TRUE
                MOVE GRUPOECO-SQLCODE          TO POLCRED-SQLCODE
                GO TO FIN-COMPROBAR-GRUPO
           END-IF.

           IF   GRUPOECO-S-SIN-GRUPO
           THEN GO TO FIN-COMPROBAR-GRUPO
           END-IF.

           MOVE GRUPOECO-S-ID-GRUPO            TO POLCRED-S-ID-GRUPO.
           MOVE GRUPOECO-S-RIESGO              TO
                POLCRED-S-RIESGO-GRUPO.
           MOVE GRUPOECO-S-LIMITE              TO
                POLCRED-S-LIMITE-GRUPO.

           EVALUATE TRUE
           WHEN GRUPOECO-S-RECHAZO
                SET POLCRED-STAT-LIMITE-GRUPO  TO TRUE
           WHEN GRUPOECO-S-AVISO
                SET POLCRED-S-AVISO-GRUPO-SI   TO TRUE
           END-EVALUATE.

       FIN-COMPROBAR-GRUPO.
           EXIT.

      * Cancelación anticipada: sólo con la cuenta sin nada dispuesto.
      * El interés y la comisión del último tramo los liquida LIQCRED
      * en su siguiente pasada, hasta la fecha de cancelación.
       CANCELAR-POLIZA.
      *----------------
           IF   POLCRED-E-ID-POLIZA = ZERO
                OR POLCRED-E-ID-POLIZA IS NOT NUMERIC
           THEN SET POLCRED-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-CANCELAR-POLIZA
           END-IF.

           PERFORM LEER-POLIZA                THRU FIN-LEER-POLIZA.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-CANCELAR-POLIZA
           END-IF.

           PERFORM LEER-CUENTA                THRU FIN-LEER-CUENTA.

           IF   NOT POLCRED-STAT-OK
           THEN GO TO FIN-CANCELAR-POLIZA
           END-IF.

           IF   WK-SALDO-CUENTA < ZERO
           THEN SET POLCRED-STAT-DISPUESTO    TO TRUE
                PERFORM CALCULAR-DISPOSICION  THRU
                        FIN-CALCULAR-DISPOSICION
                GO TO FIN-CANCELAR-POLIZA
           END-IF.

           EXEC SQL
                UPDATE banco.poliza_credito
                SET    estado_poliza    = 'C',
                       fec_cancelacion  = CURDATE()
                WHERE  id_poliza        = :POLCRED-ID
           END-EXEC.

           MOVE SQLCODE                        TO POLCRED-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET POLCRED-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** POLCRED CANCELAR-POLIZA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CANCELAR-POLIZA
           END-IF.

           MOVE POLCRED-ID                    TO POLCRED-S-ID-POLIZA.

       FIN-CANCELAR-POLIZA.
           EXIT.

      * El vencimiento llega como AAAAMMDD y tiene que ser posterior
      * a hoy.
       VALIDAR-VENCIMIENTO.
      *--------------------
           IF   POLCRED-E-FEC-VENCIMIENTO IS NOT NUMERIC
           THEN SET POLCRED-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-VALIDAR-VENCIMIENTO
           END-IF.

           MOVE POLCRED-E-FEC-VENCIMIENTO     TO WK-FEC-VENCIMIENTO.

           IF   WK-FEC-VENCIMIENTO NOT > WK-FECHA-ACTUAL-8
           THEN SET POLCRED-STAT-ERR-DATOS    TO TRUE
           END-IF.

       FIN-VALIDAR-VENCIMIENTO.
           EXIT.

       LEER-CUENTA.
      *------------
           EXEC SQL
                SELECT estado_cuenta, saldo_cuenta
                INTO   :WK-ESTADO-CUENTA, :WK-SALDO-CUENTA
                FROM   banco.cuenta
                WHERE  id_medio = :POLCRED-ID-CTA
           END-EXEC.

           MOVE SQLCODE                        TO POLCRED-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET POLCRED-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET POLCRED-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** POLCRED LEER-CUENTA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-CUENTA.
           EXIT.

      * Póliza que se renueva o cancela; una ya cancelada no admite
      * ninguna de las dos cosas.
       LEER-POLIZA.
      *------------
           MOVE POLCRED-E-ID-POLIZA            TO POLCRED-ID.

           EXEC SQL
                SELECT id_medio_cuenta, limite_poliza,
                       tasa_deudora, estado_poliza
                INTO   :POLCRED-ID-CTA, :POLCRED-LIMITE,
                       :POLCRED-TASA, :POLCRED-ESTADO
                FROM   banco.poliza_credito
                WHERE  id_poliza = :POLCRED-ID
           END-EXEC.

           MOVE SQLCODE                        TO POLCRED-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   POLCRED-ESTADO-CANCELADA
                THEN SET POLCRED-STAT-ERR-ESTADO TO TRUE
                END-IF
           WHEN SQL-NODATA
                SET POLCRED-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET POLCRED-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** POLCRED LEER-POLIZA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-POLIZA.
           EXIT.

       COMPROBAR-DUPLICADA.
      *--------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-POLIZAS-ACTIVAS
                FROM   banco.poliza_credito
                WHERE  id_medio_cuenta = :POLCRED-ID-CTA
                AND    estado_poliza   = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO POLCRED-SQLCODE.

           EVALUATE TRUE
           WHEN NOT SQL-SUCCESS
                SET POLCRED-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** POLCRED COMPROBAR-DUPLICADA:'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           WHEN WK-POLIZAS-ACTIVAS > ZERO
                SET POLCRED-STAT-DUPLICADA      TO TRUE
           END-EVALUATE.

       FIN-COMPROBAR-DUPLICADA.
           EXIT.

       GRABAR-POLIZA.
      *--------------
           EXEC SQL
                SELECT NEXT VALUE FOR banco.poliza_credito_id_poliza_seq
                INTO :POLCRED-ID
           END-EXEC.

           MOVE SQLCODE                        TO POLCRED-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET POLCRED-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** POLCRED GRABAR-POLIZA: SEQ'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GRABAR-POLIZA
           END-IF.

      *    Recién abierta, la póliza está liquidada hasta el día de
      *    apertura.
           EXEC SQL
                INSERT INTO banco.poliza_credito(
                    id_poliza,
                    id_medio_cuenta,
                    limite_poliza,
                    fec_apertura,
                    fec_vencimiento,
                    tasa_deudora,
                    pct_comision_no_disp,
                    pct_comision_apertura,
                    estado_poliza,
                    fec_ultima_liquidacion
                )
                VALUES(
                    :POLCRED-ID,
                    :POLCRED-ID-CTA,
                    :POLCRED-LIMITE,
                    CURDATE(),
                    STR_TO_DATE(:POLCRED-FEC-VENCIMIENTO, '%Y%m%d'),
                    :POLCRED-TASA,
                    :POLCRED-PCT-NO-DISP,
                    :POLCRED-PCT-APERTURA,
                    'A',
                    CURDATE()
                )
           END-EXEC.

           MOVE SQLCODE                        TO POLCRED-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET POLCRED-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** POLCRED GRABAR-POLIZA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-POLIZA.
           EXIT.

      * La comisión de apertura se carga en la propia cuenta por el
      * mismo camino que cualquier cargo en vivo; con la póliza ya
      * grabada, ACTCTA la deja disponer del nuevo límite.
       CARGAR-COMISION-APERTURA.
      *-------------------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE POLCRED-ID-CTA                 TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE 'COMISION APERTURA POLIZA DE CREDITO'
                                               TO INSMOV-E-CPT.
           MOVE 'COM'                          TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-COMISION.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET POLCRED-STAT-ERR-APUNTE    TO TRUE
                MOVE INSMOV-S-SQLCODE          TO POLCRED-SQLCODE
                GO TO FIN-CARGAR-COMISION-APERTURA
           END-IF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE POLCRED-ID-CTA                 TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET POLCRED-STAT-ERR-APUNTE    TO TRUE
                MOVE ACTCTA-SQLCODE            TO POLCRED-SQLCODE
                GO TO FIN-CARGAR-COMISION-APERTURA
           END-IF.

           MOVE ACTCTA-S-SALDO                 TO WK-SALDO-CUENTA.

       FIN-CARGAR-COMISION-APERTURA.
           EXIT.

      * Lo dispuesto es el negativo de la cuenta; lo disponible, lo
      * que queda del límite.
       CALCULAR-DISPOSICION.
      *---------------------
           IF   WK-SALDO-CUENTA < ZERO
           THEN COMPUTE WK-DISPUESTO = 0 - WK-SALDO-CUENTA
           ELSE MOVE ZERO                      TO WK-DISPUESTO
           END-IF.

           MOVE WK-DISPUESTO                   TO POLCRED-S-DISPUESTO.

           IF   WK-DISPUESTO < POLCRED-LIMITE
           THEN COMPUTE POLCRED-S-DISPONIBLE = POLCRED-LIMITE
                                             - WK-DISPUESTO
           ELSE MOVE ZERO                      TO POLCRED-S-DISPONIBLE
           END-IF.

       FIN-CALCULAR-DISPOSICION.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET POLCRED-STAT-ERR-SQL         TO TRUE
                MOVE SQLCODE                     TO POLCRED-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO POLCRED-SQLCODE
                MOVE 'POLCRED'                   TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE POLCRED-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
