       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CONSTPP.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Consentimientos de los clientes a proveedores terceros de
      * servicios de pago (PSD2). Cada consentimiento es de un
      * cliente a un proveedor, con su licencia, el alcance
      * (consulta de saldos, de movimientos, iniciación de pagos),
      * las cuentas del cliente que cubre y un vencimiento: 90 días
      * como mucho si incluye información de cuentas. Aquí se dan de
      * alta, se revocan a petición del cliente y se consultan, y se
      * comprueba cada acceso de un proveedor contra su
      * consentimiento, dejando traza en banco.acceso_tpp tanto de
      * los permitidos como de los denegados. CADTPP caduca los
      * vencidos cada día y RPTTPP resume los accesos por proveedor.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE constpp           END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-DIAS                           PIC 9(03).
       01  WK-NUM-CUENTA                     PIC X(20).
       01  WK-ID-MEDIO                       PIC 9(10).
       01  WK-NUM-CUENTAS                    PIC 9(02).
       01  WK-CUBIERTA                       PIC 9(05).
      * 'S' si el consentimiento está activo y no ha vencido.
       01  WK-VIGENTE                        PIC X(01).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  WK-I                              PIC 9(02).

       01  SW-FIN-CONSENTIMIENTOS            PIC 9(01) VALUE 0.
           88  FIN-CONSENTIMIENTOS           VALUE 1.
           88  NO-FIN-CONSENTIMIENTOS        VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'constpp.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-CONSTPP.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN CONSTPP-E-ACC-ALTA
                PERFORM ALTA-CONSENTIMIENTO    THRU
                        FIN-ALTA-CONSENTIMIENTO

           WHEN CONSTPP-E-ACC-REVOCAR
                PERFORM REVOCAR-CONSENTIMIENTO THRU
                        FIN-REVOCAR-CONSENTIMIENTO

           WHEN CONSTPP-E-ACC-CONSULTAR
                PERFORM CONSULTAR-CONSENTIMIENTOS
                THRU    FIN-CONSULTAR-CONSENTIMIENTOS

           WHEN CONSTPP-E-ACC-ACCEDER
                PERFORM COMPROBAR-ACCESO       THRU
                        FIN-COMPROBAR-ACCESO

           WHEN OTHER
                SET CONSTPP-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    El consentimiento y sus cuentas van juntos o no van. La
      *    consulta no confirma nada, y el acceso confirma su propia
      *    traza en GRABAR-ACCESO.
           IF   CONSTPP-E-ACC-ALTA
                OR CONSTPP-E-ACC-REVOCAR
           THEN IF   CONSTPP-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-CONSTPP-SALIDA
                                              REG-CONSTPP
                                              REG-ACCTPP.

           IF   CONSTPP-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO CONSTPP-USUARIO
           ELSE MOVE CONSTPP-E-USUARIO        TO CONSTPP-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * El cliente por su NIF.
       BUSCAR-CLIENTE.
      *---------------
           MOVE CONSTPP-E-NIF                  TO WK-NIF.

           EXEC SQL
                SELECT id_cliente
                INTO   :CONSTPP-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET CONSTPP-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET CONSTPP-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CONSTPP BUSCAR-CLIENTE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

      * Alta del consentimiento con sus cuentas. Vence a los días de
      * vigencia pedidos (90 por omisión); la información de cuentas
      * no se consiente por más de 90 días, y la iniciación de pagos
      * sola por más de un año.
       ALTA-CONSENTIMIENTO.
      *--------------------
           IF   CONSTPP-E-NIF = SPACES
                OR CONSTPP-E-ID-TPP = SPACES
                OR CONSTPP-E-NOMBRE-TPP = SPACES
                OR CONSTPP-E-LICENCIA = SPACES
                OR NOT (CONSTPP-E-SALDOS-SI
                        OR CONSTPP-E-MOVIMIENTOS-SI
                        OR CONSTPP-E-PAGOS-SI)
                OR CONSTPP-E-NUM-CUENTAS = ZERO
                OR CONSTPP-E-NUM-CUENTAS > 10
           THEN SET CONSTPP-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-CONSENTIMIENTO
           END-IF.

           IF   CONSTPP-E-DIAS = ZERO
           THEN MOVE 90                        TO WK-DIAS
           ELSE MOVE CONSTPP-E-DIAS            TO WK-DIAS
           END-IF.

           IF   ((CONSTPP-E-SALDOS-SI OR CONSTPP-E-MOVIMIENTOS-SI)
                 AND WK-DIAS > 90)
                OR WK-DIAS > 365
           THEN SET CONSTPP-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-CONSENTIMIENTO
           END-IF.

           PERFORM BUSCAR-CLIENTE              THRU FIN-BUSCAR-CLIENTE.

           IF   NOT CONSTPP-STAT-OK
           THEN GO TO FIN-ALTA-CONSENTIMIENTO
           END-IF.

           MOVE CONSTPP-E-ID-TPP               TO CONSTPP-ID-TPP.
           MOVE CONSTPP-E-NOMBRE-TPP           TO CONSTPP-NOMBRE-TPP.
           MOVE CONSTPP-E-LICENCIA             TO CONSTPP-LICENCIA.
           MOVE 'N'                            TO CONSTPP-SALDOS
                                                  CONSTPP-MOVIMIENTOS
                                                  CONSTPP-PAGOS.
           IF   CONSTPP-E-SALDOS-SI
           THEN MOVE 'S'                       TO CONSTPP-SALDOS
           END-IF.
           IF   CONSTPP-E-MOVIMIENTOS-SI
           THEN MOVE 'S'                       TO CONSTPP-MOVIMIENTOS
           END-IF.
           IF   CONSTPP-E-PAGOS-SI
           THEN MOVE 'S'                       TO CONSTPP-PAGOS
           END-IF.
           SET  CONSTPP-ESTADO-ACTIVO          TO TRUE.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.consentimiento_tpp_id_consent_tpp_seq,
                       DATE_FORMAT(CURDATE(), '%Y%m%d'),
                       DATE_FORMAT(DATE_ADD(CURDATE(),
                                   INTERVAL :WK-DIAS DAY), '%Y%m%d')
                INTO   :CONSTPP-ID, :CONSTPP-FEC-ALTA,
                       :CONSTPP-FEC-CADUCIDAD
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSTPP-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CONSTPP ALTA-CONSENTIMIENTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-CONSENTIMIENTO
           END-IF.

           EXEC SQL
                INSERT INTO banco.consentimiento_tpp(
                    id_consent_tpp,
                    id_cliente,
                    id_tpp,
                    nombre_tpp,
                    licencia_tpp,
                    saldos_tpp,
                    movimientos_tpp,
                    pagos_tpp,
                    fec_alta_tpp,
                    fec_caducidad_tpp,
                    estado_tpp,
                    usuario_alta_tpp
                )
                VALUES(
                    :CONSTPP-ID,
                    :CONSTPP-ID-CLIENTE,
                    :CONSTPP-ID-TPP,
                    :CONSTPP-NOMBRE-TPP,
                    :CONSTPP-LICENCIA,
                    :CONSTPP-SALDOS,
                    :CONSTPP-MOVIMIENTOS,
                    :CONSTPP-PAGOS,
                    now(),
                    str_to_date(:CONSTPP-FEC-CADUCIDAD, '%Y%m%d'),
                    :CONSTPP-ESTADO,
                    :CONSTPP-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSTPP-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CONSTPP ALTA-CONSENTIMIENTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-CONSENTIMIENTO
           END-IF.

           PERFORM ALTA-CUENTA                 THRU FIN-ALTA-CUENTA
           VARYING WK-I FROM 1 BY 1
           UNTIL   WK-I > CONSTPP-E-NUM-CUENTAS
           OR      NOT CONSTPP-STAT-OK.

           IF   CONSTPP-STAT-OK
           THEN MOVE CONSTPP-ID                TO CONSTPP-S-ID-CONSENT
                MOVE CONSTPP-FEC-CADUCIDAD     TO
                     CONSTPP-S-FEC-CADUCIDAD
           END-IF.

       FIN-ALTA-CONSENTIMIENTO.
           EXIT.

      * Sólo entran cuentas no canceladas de las que el cliente es
      * titular o cotitular; una cuenta repetida en la lista cuenta
      * una vez.
       ALTA-CUENTA.
      *------------
           MOVE CONSTPP-E-CUENTA(WK-I)         TO WK-NUM-CUENTA.

           EXEC SQL
                SELECT C.id_medio
                INTO   :WK-ID-MEDIO
                FROM   banco.cuenta             C,
                       banco.cliente_rln_cuenta R
                WHERE  C.num_cuenta     = :WK-NUM-CUENTA
                AND    C.estado_cuenta <> 'B'
                AND    R.id_medio       = C.id_medio
                AND    R.id_cliente     = :CONSTPP-ID-CLIENTE
                AND    R.tip_rln       IN ('T', 'C')
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET CONSTPP-STAT-ENC-NO         TO TRUE
                GO TO FIN-ALTA-CUENTA
           WHEN OTHER
                SET CONSTPP-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CONSTPP ALTA-CUENTA: CUENTA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-CUENTA
           END-EVALUATE.

           EXEC SQL
                INSERT IGNORE INTO banco.consentimiento_tpp_cuenta(
                    id_consent_tpp,
                    id_medio
                )
                VALUES(
                    :CONSTPP-ID,
                    :WK-ID-MEDIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSTPP-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CONSTPP ALTA-CUENTA: ALTA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ALTA-CUENTA.
           EXIT.

      * El cliente retira el consentimiento: desde ese momento los
      * accesos del proveedor se deniegan. Sólo se revoca uno activo
      * y del propio cliente.
       REVOCAR-CONSENTIMIENTO.
      *-----------------------
           IF   CONSTPP-E-NIF = SPACES
                OR CONSTPP-E-ID-CONSENT = ZERO
           THEN SET CONSTPP-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-REVOCAR-CONSENTIMIENTO
           END-IF.

           PERFORM BUSCAR-CLIENTE              THRU FIN-BUSCAR-CLIENTE.

           IF   NOT CONSTPP-STAT-OK
           THEN GO TO FIN-REVOCAR-CONSENTIMIENTO
           END-IF.

           MOVE CONSTPP-E-ID-CONSENT           TO CONSTPP-ID.

           EXEC SQL
                SELECT estado_tpp
                INTO   :CONSTPP-ESTADO
                FROM   banco.consentimiento_tpp
                WHERE  id_consent_tpp = :CONSTPP-ID
                AND    id_cliente     = :CONSTPP-ID-CLIENTE
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT CONSTPP-ESTADO-ACTIVO
                THEN SET CONSTPP-STAT-ENC-NO    TO TRUE
                     GO TO FIN-REVOCAR-CONSENTIMIENTO
                END-IF
           WHEN SQL-NODATA
                SET CONSTPP-STAT-ENC-NO         TO TRUE
                GO TO FIN-REVOCAR-CONSENTIMIENTO
           WHEN OTHER
                SET CONSTPP-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CONSTPP REVOCAR-CONSENTIMIENTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REVOCAR-CONSENTIMIENTO
           END-EVALUATE.

           EXEC SQL
                UPDATE banco.consentimiento_tpp
                SET    estado_tpp         = 'R',
                       fec_baja_tpp       = now(),
                       usuario_baja_tpp   = :CONSTPP-USUARIO
                WHERE  id_consent_tpp     = :CONSTPP-ID
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           IF   SQL-SUCCESS
           THEN MOVE CONSTPP-ID                TO CONSTPP-S-ID-CONSENT
           ELSE SET CONSTPP-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CONSTPP REVOCAR-CONSENTIMIENTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-REVOCAR-CONSENTIMIENTO.
           EXIT.

      * Los 20 consentimientos más recientes del cliente, en
      * cualquier estado, con el número de cuentas que cubre cada
      * uno.
       CONSULTAR-CONSENTIMIENTOS.
      *--------------------------
           IF   CONSTPP-E-NIF = SPACES
           THEN SET CONSTPP-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-CONSULTAR-CONSENTIMIENTOS
           END-IF.

           PERFORM BUSCAR-CLIENTE              THRU FIN-BUSCAR-CLIENTE.

           IF   NOT CONSTPP-STAT-OK
           THEN GO TO FIN-CONSULTAR-CONSENTIMIENTOS
           END-IF.

           EXEC SQL
                DECLARE CUR-CONSTPP CURSOR FOR
                SELECT T.id_consent_tpp, T.id_tpp, T.nombre_tpp,
                       T.saldos_tpp, T.movimientos_tpp, T.pagos_tpp,
                       DATE_FORMAT(T.fec_alta_tpp, '%Y%m%d'),
                       DATE_FORMAT(T.fec_caducidad_tpp, '%Y%m%d'),
                       T.estado_tpp,
                       (SELECT COUNT(*)
                        FROM   banco.consentimiento_tpp_cuenta K
                        WHERE  K.id_consent_tpp = T.id_consent_tpp)
                FROM   banco.consentimiento_tpp T
                WHERE  T.id_cliente = :CONSTPP-ID-CLIENTE
                ORDER BY T.fec_alta_tpp DESC, T.id_consent_tpp DESC
           END-EXEC.

           EXEC SQL OPEN CUR-CONSTPP END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSTPP-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CONSTPP CONSULTAR-CONSENTIMIEN'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-CONSENTIMIENTOS
           END-IF.

           SET  NO-FIN-CONSENTIMIENTOS         TO TRUE.

           PERFORM LEER-CONSENTIMIENTO        THRU
                   FIN-LEER-CONSENTIMIENTO
           UNTIL  FIN-CONSENTIMIENTOS
           OR     CONSTPP-S-CON-CONTADOR = 20
           OR     NOT CONSTPP-STAT-OK.

           EXEC SQL CLOSE CUR-CONSTPP END-EXEC.

       FIN-CONSULTAR-CONSENTIMIENTOS.
           EXIT.

       LEER-CONSENTIMIENTO.
      *--------------------
           EXEC SQL
                FETCH CUR-CONSTPP
                INTO  :CONSTPP-ID, :CONSTPP-ID-TPP,
                      :CONSTPP-NOMBRE-TPP, :CONSTPP-SALDOS,
                      :CONSTPP-MOVIMIENTOS, :CONSTPP-PAGOS,
                      :CONSTPP-FEC-ALTA, :CONSTPP-FEC-CADUCIDAD,
                      :CONSTPP-ESTADO, :WK-NUM-CUENTAS
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CONSENTIMIENTOS        TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     CONSTPP-S-CON-CONTADOR
                MOVE CONSTPP-ID                 TO
                     CONSTPP-S-CON-ID(CONSTPP-S-CON-CONTADOR)
                MOVE CONSTPP-ID-TPP             TO
                     CONSTPP-S-CON-ID-TPP(CONSTPP-S-CON-CONTADOR)
                MOVE CONSTPP-NOMBRE-TPP         TO
                     CONSTPP-S-CON-NOMBRE-TPP(CONSTPP-S-CON-CONTADOR)
                MOVE CONSTPP-SALDOS             TO
                     CONSTPP-S-CON-SALDOS(CONSTPP-S-CON-CONTADOR)
                MOVE CONSTPP-MOVIMIENTOS        TO
                     CONSTPP-S-CON-MOVIMIENTOS(CONSTPP-S-CON-CONTADOR)
                MOVE CONSTPP-PAGOS              TO
                     CONSTPP-S-CON-PAGOS(CONSTPP-S-CON-CONTADOR)
                MOVE CONSTPP-FEC-ALTA           TO
                     CONSTPP-S-CON-FEC-ALTA(CONSTPP-S-CON-CONTADOR)
                MOVE CONSTPP-FEC-CADUCIDAD      TO
                     CONSTPP-S-CON-FEC-CADUCIDAD
                     (CONSTPP-S-CON-CONTADOR)
                MOVE CONSTPP-ESTADO             TO
                     CONSTPP-S-CON-ESTADO(CONSTPP-S-CON-CONTADOR)
                MOVE WK-NUM-CUENTAS             TO
                     CONSTPP-S-CON-NUM-CUENTAS(CONSTPP-S-CON-CONTADOR)
           WHEN OTHER
                SET CONSTPP-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CONSTPP LEER-CONSENTIMIENTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-CONSENTIMIENTO.
           EXIT.

      * Un proveedor pide consultar saldos o movimientos de una
      * cuenta, o iniciar un pago desde ella, con un consentimiento.
      * Se permite si el consentimiento es suyo, está activo y sin
      * vencer (aunque CADTPP aún no lo haya caducado), cubre la
      * cuenta y el servicio está en su alcance. Permitido o no, el
      * acceso queda en la traza.
       COMPROBAR-ACCESO.
      *-----------------
           IF   CONSTPP-E-ID-TPP = SPACES
                OR CONSTPP-E-CUENTA-ACCESO = SPACES
                OR NOT (CONSTPP-E-TIPO-SALDOS
                        OR CONSTPP-E-TIPO-MOVIMIENTOS
                        OR CONSTPP-E-TIPO-PAGO)
           THEN SET CONSTPP-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-COMPROBAR-ACCESO
           END-IF.

           MOVE CONSTPP-E-ID-CONSENT           TO CONSTPP-ID.
           MOVE CONSTPP-E-CUENTA-ACCESO        TO WK-NUM-CUENTA.

           EXEC SQL
                SELECT id_tpp, saldos_tpp, movimientos_tpp,
                       pagos_tpp,
                       CASE WHEN estado_tpp = 'A'
                             AND fec_caducidad_tpp >= CURDATE()
                            THEN 'S' ELSE 'N' END
                INTO   :CONSTPP-ID-TPP, :CONSTPP-SALDOS,
                       :CONSTPP-MOVIMIENTOS, :CONSTPP-PAGOS,
                       :WK-VIGENTE
                FROM   banco.consentimiento_tpp
                WHERE  id_consent_tpp = :CONSTPP-ID
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   WK-VIGENTE NOT = 'S'
                     OR CONSTPP-ID-TPP NOT = CONSTPP-E-ID-TPP
                THEN MOVE 'X'                   TO CONSTPP-S-MOTIVO
                END-IF
           WHEN SQL-NODATA
                MOVE 'X'                        TO CONSTPP-S-MOTIVO
           WHEN OTHER
                SET CONSTPP-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CONSTPP COMPROBAR-ACCESO: CON'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-ACCESO
           END-EVALUATE.

           IF   CONSTPP-S-MOTIVO = SPACES
           THEN PERFORM COMPROBAR-CUENTA-ACCESO THRU
                        FIN-COMPROBAR-CUENTA-ACCESO
           END-IF.

           IF   NOT CONSTPP-STAT-OK
           THEN GO TO FIN-COMPROBAR-ACCESO
           END-IF.

           IF   CONSTPP-S-MOTIVO = SPACES
           THEN EVALUATE TRUE
                WHEN CONSTPP-E-TIPO-SALDOS
                     AND CONSTPP-SALDOS NOT = 'S'
                     MOVE 'F'                   TO CONSTPP-S-MOTIVO
                WHEN CONSTPP-E-TIPO-MOVIMIENTOS
                     AND CONSTPP-MOVIMIENTOS NOT = 'S'
                     MOVE 'F'                   TO CONSTPP-S-MOTIVO
                WHEN CONSTPP-E-TIPO-PAGO
                     AND CONSTPP-PAGOS NOT = 'S'
                     MOVE 'F'                   TO CONSTPP-S-MOTIVO
                END-EVALUATE
           END-IF.

           IF   CONSTPP-S-MOTIVO = SPACES
           THEN MOVE 'E'                       TO ACCTPP-RESULTADO
                MOVE CONSTPP-ID                TO CONSTPP-S-ID-CONSENT
           ELSE MOVE 'N'                       TO ACCTPP-RESULTADO
                SET CONSTPP-STAT-DENEGADO      TO TRUE
           END-IF.

           PERFORM GRABAR-ACCESO               THRU FIN-GRABAR-ACCESO.

       FIN-COMPROBAR-ACCESO.
           EXIT.

      * La cuenta pedida tiene que estar entre las del consentimiento.
       COMPROBAR-CUENTA-ACCESO.
      *------------------------
           MOVE ZERO                           TO WK-CUBIERTA.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CUBIERTA
                FROM   banco.consentimiento_tpp_cuenta K,
                       banco.cuenta                    C
                WHERE  K.id_consent_tpp = :CONSTPP-ID
                AND    C.id_medio       = K.id_medio
                AND    C.num_cuenta     = :WK-NUM-CUENTA
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CONSTPP-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CONSTPP COMPROBAR-CUENTA-ACCES'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-CUENTA-ACCESO
           END-IF.

           IF   WK-CUBIERTA = ZERO
           THEN MOVE 'C'                       TO CONSTPP-S-MOTIVO
           END-IF.

       FIN-COMPROBAR-CUENTA-ACCESO.
           EXIT.

      *    La traza del acceso se confirma con su propio commit, igual
      *    que AUDITCON hace con las consultas internas: un acceso
      *    denegado tiene que quedar aunque el llamante no confirme
      *    nada.
       GRABAR-ACCESO.
      *--------------
           MOVE CONSTPP-E-ID-CONSENT           TO ACCTPP-ID-CONSENT.
           MOVE CONSTPP-E-ID-TPP               TO ACCTPP-ID-TPP.
           MOVE CONSTPP-E-CUENTA-ACCESO        TO ACCTPP-NUM-CUENTA.
           MOVE CONSTPP-E-TIPO-ACCESO          TO ACCTPP-TIPO.
           MOVE CONSTPP-S-MOTIVO               TO ACCTPP-MOTIVO.

           EXEC SQL
                INSERT INTO banco.acceso_tpp(
                    id_consent_tpp,
                    id_tpp,
                    num_cuenta_acceso,
                    tipo_acceso,
                    resultado_acceso,
                    motivo_acceso,
                    fec_acceso
                )
                VALUES(
                    :ACCTPP-ID-CONSENT,
                    :ACCTPP-ID-TPP,
                    :ACCTPP-NUM-CUENTA,
                    :ACCTPP-TIPO,
                    :ACCTPP-RESULTADO,
                    :ACCTPP-MOTIVO,
                    now()
                )
           END-EXEC.

           MOVE SQLCODE                        TO CONSTPP-SQLCODE.

           IF   SQL-SUCCESS
           THEN PERFORM HACER-COMMIT           THRU FIN-HACER-COMMIT
           ELSE SET CONSTPP-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CONSTPP GRABAR-ACCESO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-ACCESO.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

       FIN-HACER-ROLLBACK.
           EXIT.
