       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. TRFSWIFT.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Transferencias internacionales fuera de la zona SEPA, que
      * salen por el banco corresponsal (SWIFT). El alta recoge el
      * beneficiario, su BIC y cuenta, la divisa, la opción de
      * gastos (OUR/SHA/BEN) y el código de finalidad, y carga en el
      * acto la cuenta del ordenante en su propia divisa: el
      * principal convertido con banco.fx_rate (INSMOV), la comisión
      * de banco.tarifa_transferencia y, con OUR, los gastos del
      * corresponsal. Con BEN el ordenante no paga gastos: la
      * comisión sale del importe enviado. La orden queda pendiente
      * en banco.transferencia_swift hasta que EXPSWIFT la manda al
      * corresponsal; RECSWIFT aplica las devoluciones y las
      * reclamaciones de gastos que llegan después. La consulta
      * devuelve la situación de la orden con esos mensajes.
      * Euros a un país SEPA no pasan por aquí: van por SEPA.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE trfswift          END-EXEC.

       01  WK-CTA-NUM                        PIC X(20).
       01  WK-CTA-DIVISA                     PIC X(03).
       01  WK-FECHA-VIGOR                    PIC X(08).

      * Fila vigente de la tarifa de transferencias internacionales.
       01  WK-TAR-PCT                        PIC 9(01)V9(04).
       01  WK-TAR-MINIMO                     PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-TAR-MAXIMO                     PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-TAR-GASTOS-OUR                 PIC S9(08)V99
                                             LEADING SEPARATE.

      * Mensaje del corresponsal leído en la consulta.
       01  WK-MSG-TIPO                       PIC X(03).
       01  WK-MSG-FEC                        PIC X(08).
       01  WK-MSG-DIVISA                     PIC X(03).
       01  WK-MSG-IMPORTE                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-MSG-MOTIVO                     PIC X(04).
       01  WK-MSG-RESULTADO                  PIC X(01).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.
           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'cambiodiv.cpy'.

      * Tarifa por omisión, en euros, cuando banco.tarifa_transferencia
      * no tiene fila vigente: porcentaje sobre el importe con mínimo
      * y máximo, y gastos del corresponsal que se cobran con OUR.
       01  WK-CTE-PCT                        PIC 9(01)V9(04)
                                             VALUE 0.0030.
       01  WK-CTE-MINIMO                     PIC 9(06)V99 VALUE 15.
       01  WK-CTE-MAXIMO                     PIC 9(06)V99 VALUE 150.
       01  WK-CTE-GASTOS-OUR                 PIC 9(06)V99 VALUE 25.

      * Países de la zona SEPA (código ISO del BIC): una transferencia
      * en euros a cualquiera de ellos va por SEPA.
       01  WK-PAISES-SEPA-DATOS.
           05  FILLER                        PIC X(24) VALUE
                                             'ATBEBGCYCZDEDKEEESFIFRGR'.
           05  FILLER                        PIC X(24) VALUE
                                             'HRHUIEITLTLULVMTNLPLPTRO'.
           05  FILLER                        PIC X(24) VALUE
                                             'SESISKISLINOCHGBMCSMVAAD'.
       01  WK-PAISES-SEPA                    REDEFINES
                                             WK-PAISES-SEPA-DATOS.
           05  WK-PAIS-SEPA                  PIC X(02) OCCURS 36 TIMES.
       01  WK-I                              PIC 9(02).

       01  SW-PAIS-SEPA                      PIC 9(01) VALUE 0.
           88  PAIS-SEPA-SI                  VALUE 1.
           88  PAIS-SEPA-NO                  VALUE 0.

       01  SW-FIN-MENSAJES                   PIC 9(01) VALUE 0.
           88  FIN-MENSAJES                  VALUE 1.
           88  NO-FIN-MENSAJES               VALUE 0.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

      * Importe ordenado en euros, tasa de la divisa de la
      * transferencia a euros y comisión en euros; con BEN, la
      * comisión pasada a la divisa de la transferencia.
       01  WK-IMPORTE-EUR                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-TASA-EUR                       PIC 9(04)V9(06).
       01  WK-COMISION-EUR                   PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-COMISION-DIVISA                PIC S9(08)V99
                                             LEADING SEPARATE.

      * Apunte que se está posteando contra la cuenta de cargo.
       01  WK-APUNTE-IMPT                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-APUNTE-DIVISA                  PIC X(03).
       01  WK-APUNTE-CPT                     PIC X(49).
       01  WK-APUNTE-COD-CPT                 PIC X(03).
       01  WK-APUNTE-OTP                     PIC X(06).
       01  WK-APUNTE-CANAL                   PIC X(01).
       01  WK-APUNTE-APLICADO                PIC S9(08)V99
                                             LEADING SEPARATE.

       LINKAGE SECTION.
      *----------------
           COPY 'trfswift.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-TRFSWIFT.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN TRFSWIFT-E-ACC-ALTA
                PERFORM ALTA-TRANSFERENCIA     THRU
                        FIN-ALTA-TRANSFERENCIA

           WHEN TRFSWIFT-E-ACC-CONSULTAR
                PERFORM CONSULTAR-TRANSFERENCIA
                THRU    FIN-CONSULTAR-TRANSFERENCIA

           WHEN OTHER
                SET TRFSWIFT-STAT-ERR-ACC      TO TRUE
           END-EVALUATE.

      *    La orden y sus cargos van juntos o no van. Con el código
      *    de un solo uso pendiente no hay nada posteado, pero el
      *    código generado por INSMOV tiene que quedar grabado para
      *    validarlo en la segunda llamada.
           IF   TRFSWIFT-E-ACC-ALTA
           THEN EVALUATE TRUE
                WHEN TRFSWIFT-STAT-OK
                WHEN TRFSWIFT-STAT-OTP-REQUERIDO
                     PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                WHEN TRFSWIFT-STAT-ERR-SQL
                WHEN TRFSWIFT-STAT-ERR-CARGO
                     PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-EVALUATE
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-TRFSWIFT-SALIDA
                                              REG-TRFSWIFT
                                              REG-TRFSWIFT-NULL.

           IF   TRFSWIFT-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO TRFSWIFT-USUARIO
           ELSE MOVE TRFSWIFT-E-USUARIO       TO TRFSWIFT-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

       ALTA-TRANSFERENCIA.
      *-------------------
           PERFORM VALIDAR-ORDEN              THRU FIN-VALIDAR-ORDEN.

           IF   NOT TRFSWIFT-STAT-OK
           THEN GO TO FIN-ALTA-TRANSFERENCIA
           END-IF.

           PERFORM LEER-CUENTA                THRU FIN-LEER-CUENTA.

           IF   NOT TRFSWIFT-STAT-OK
           THEN GO TO FIN-ALTA-TRANSFERENCIA
           END-IF.

           PERFORM CALCULAR-GASTOS            THRU FIN-CALCULAR-GASTOS.

           IF   NOT TRFSWIFT-STAT-OK
           THEN GO TO FIN-ALTA-TRANSFERENCIA
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.transferencia_swift_id_trf_seq
                INTO   :TRFSWIFT-ID
           END-EXEC.

           MOVE SQLCODE                       TO TRFSWIFT-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRFSWIFT-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRFSWIFT ALTA-TRANSFERENCIA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-TRANSFERENCIA
           END-IF.

      *    Principal, en la divisa de la transferencia: INSMOV lo
      *    pasa a la de la cuenta. Es el único apunte ordenado por el
      *    cliente y el que pide el código de un solo uso.
           COMPUTE WK-APUNTE-IMPT = 0 - TRFSWIFT-IMPORTE.
           MOVE TRFSWIFT-DIVISA               TO WK-APUNTE-DIVISA.
           MOVE SPACES                        TO WK-APUNTE-CPT.
           STRING 'TRANSFERENCIA SWIFT [' TRFSWIFT-ID '] '
                  TRFSWIFT-BIC-BENEF
                  DELIMITED BY SIZE           INTO WK-APUNTE-CPT.
           MOVE 'TRF'                         TO WK-APUNTE-COD-CPT.
           MOVE 'I'                           TO WK-APUNTE-CANAL.
           MOVE TRFSWIFT-E-OTP                TO WK-APUNTE-OTP.

           PERFORM POSTEAR-APUNTE             THRU FIN-POSTEAR-APUNTE.

           IF   NOT TRFSWIFT-STAT-OK
           THEN GO TO FIN-ALTA-TRANSFERENCIA
           END-IF.

           COMPUTE TRFSWIFT-IMPORTE-CARGO = 0 - WK-APUNTE-APLICADO.
           MOVE INSMOV-S-REF                  TO TRFSWIFT-REF-CARGO.

      *    Comisión y gastos del corresponsal se tarifan en euros;
      *    INSMOV los pasa también a la divisa de la cuenta.
           IF   NOT TRFSWIFT-GASTOS-BEN
           THEN COMPUTE WK-APUNTE-IMPT = 0 - WK-COMISION-EUR
                MOVE 'EUR'                    TO WK-APUNTE-DIVISA
                MOVE SPACES                   TO WK-APUNTE-CPT
                STRING 'COMISION TRANSF. SWIFT [' TRFSWIFT-ID ']'
                       DELIMITED BY SIZE      INTO WK-APUNTE-CPT
                MOVE 'COM'                    TO WK-APUNTE-COD-CPT
                MOVE SPACE                    TO WK-APUNTE-CANAL
                MOVE SPACES                   TO WK-APUNTE-OTP
                PERFORM POSTEAR-APUNTE        THRU FIN-POSTEAR-APUNTE
                IF   TRFSWIFT-STAT-OK
                THEN COMPUTE TRFSWIFT-COMISION =
                             0 - WK-APUNTE-APLICADO
                END-IF
           END-IF.

           IF   TRFSWIFT-STAT-OK
                AND TRFSWIFT-GASTOS-OUR
                AND WK-TAR-GASTOS-OUR > ZERO
           THEN COMPUTE WK-APUNTE-IMPT = 0 - WK-TAR-GASTOS-OUR
                MOVE 'EUR'                    TO WK-APUNTE-DIVISA
                MOVE SPACES                   TO WK-APUNTE-CPT
                STRING 'GASTOS CORRESPONSAL OUR [' TRFSWIFT-ID ']'
                       DELIMITED BY SIZE      INTO WK-APUNTE-CPT
                MOVE 'COM'                    TO WK-APUNTE-COD-CPT
                MOVE SPACE                    TO WK-APUNTE-CANAL
                MOVE SPACES                   TO WK-APUNTE-OTP
                PERFORM POSTEAR-APUNTE        THRU FIN-POSTEAR-APUNTE
                IF   TRFSWIFT-STAT-OK
                THEN COMPUTE TRFSWIFT-GASTOS-CORRESP =
                             0 - WK-APUNTE-APLICADO
                END-IF
           END-IF.

           IF   NOT TRFSWIFT-STAT-OK
           THEN GO TO FIN-ALTA-TRANSFERENCIA
           END-IF.

           PERFORM GRABAR-TRANSFERENCIA       THRU
                   FIN-GRABAR-TRANSFERENCIA.

           IF   TRFSWIFT-STAT-OK
           THEN MOVE TRFSWIFT-ID              TO TRFSWIFT-S-ID-TRF
                MOVE 'P'                      TO TRFSWIFT-S-ESTADO
                MOVE WK-CTA-NUM               TO TRFSWIFT-S-NUM-CUENTA
                MOVE WK-CTA-DIVISA            TO TRFSWIFT-S-DIVISA-CTA
                MOVE TRFSWIFT-DIVISA          TO TRFSWIFT-S-DIVISA
                MOVE TRFSWIFT-IMPORTE         TO TRFSWIFT-S-IMPORTE
                MOVE TRFSWIFT-GASTOS          TO TRFSWIFT-S-GASTOS
                MOVE TRFSWIFT-IMPORTE-ENVIADO TO
                     TRFSWIFT-S-IMPORTE-ENVIADO
                MOVE TRFSWIFT-IMPORTE-CARGO   TO
                     TRFSWIFT-S-IMPORTE-CARGO
                MOVE TRFSWIFT-COMISION        TO TRFSWIFT-S-COMISION
                MOVE TRFSWIFT-GASTOS-CORRESP  TO
                     TRFSWIFT-S-GASTOS-CORRESP
           END-IF.

       FIN-ALTA-TRANSFERENCIA.
           EXIT.

      *    Datos obligatorios, opción de gastos y forma del BIC: 4
      *    letras de banco, 2 de país, 2 de plaza y, si lleva
      *    sucursal, 3 más. Euros a un país SEPA se rechazan.
       VALIDAR-ORDEN.
      *--------------
           IF   TRFSWIFT-E-ID-CTA = ZERO
                OR TRFSWIFT-E-ID-CTA IS NOT NUMERIC
                OR TRFSWIFT-E-NIF = SPACES
                OR TRFSWIFT-E-NOM-BENEF = SPACES
                OR TRFSWIFT-E-CTA-BENEF = SPACES
                OR TRFSWIFT-E-PAIS-BENEF IS NOT ALPHABETIC
                OR TRFSWIFT-E-PAIS-BENEF(2:1) = SPACE
                OR TRFSWIFT-E-DIVISA IS NOT ALPHABETIC
                OR TRFSWIFT-E-DIVISA(3:1) = SPACE
                OR TRFSWIFT-E-IMPORTE IS NOT NUMERIC
                OR TRFSWIFT-E-IMPORTE NOT > ZERO
                OR NOT TRFSWIFT-E-GASTOS-OK
                OR TRFSWIFT-E-PROPOSITO = SPACES
           THEN SET TRFSWIFT-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-VALIDAR-ORDEN
           END-IF.

           IF   TRFSWIFT-E-BIC(1:6) IS NOT ALPHABETIC
                OR TRFSWIFT-E-BIC(1:6) = SPACES
                OR TRFSWIFT-E-BIC(7:1) = SPACE
                OR TRFSWIFT-E-BIC(8:1) = SPACE
                OR (TRFSWIFT-E-BIC(9:3) NOT = SPACES
                    AND (TRFSWIFT-E-BIC(9:1) = SPACE
                         OR TRFSWIFT-E-BIC(10:1) = SPACE
                         OR TRFSWIFT-E-BIC(11:1) = SPACE))
           THEN SET TRFSWIFT-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-VALIDAR-ORDEN
           END-IF.

           IF   TRFSWIFT-E-DIVISA = 'EUR'
           THEN SET  PAIS-SEPA-NO             TO TRUE
                PERFORM BUSCAR-PAIS-SEPA      THRU FIN-BUSCAR-PAIS-SEPA
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > 36
                OR      PAIS-SEPA-SI
                IF   PAIS-SEPA-SI
                THEN SET TRFSWIFT-STAT-ERR-SEPA TO TRUE
                     GO TO FIN-VALIDAR-ORDEN
                END-IF
           END-IF.

           MOVE TRFSWIFT-E-ID-CTA             TO TRFSWIFT-ID-CTA.
           MOVE TRFSWIFT-E-NIF                TO TRFSWIFT-NIF-ORDENANTE.
           MOVE TRFSWIFT-E-NOM-BENEF          TO TRFSWIFT-NOM-BENEF.
           MOVE TRFSWIFT-E-PAIS-BENEF         TO TRFSWIFT-PAIS-BENEF.
           MOVE TRFSWIFT-E-CTA-BENEF          TO TRFSWIFT-CTA-BENEF.
           MOVE TRFSWIFT-E-BIC                TO TRFSWIFT-BIC-BENEF.
           MOVE TRFSWIFT-E-DIVISA             TO TRFSWIFT-DIVISA.
           MOVE TRFSWIFT-E-IMPORTE            TO TRFSWIFT-IMPORTE.
           MOVE TRFSWIFT-E-GASTOS             TO TRFSWIFT-GASTOS.
           MOVE TRFSWIFT-E-PROPOSITO          TO TRFSWIFT-PROPOSITO.
           MOVE TRFSWIFT-E-CONCEPTO           TO TRFSWIFT-CONCEPTO.

       FIN-VALIDAR-ORDEN.
           EXIT.

       BUSCAR-PAIS-SEPA.
      *-----------------
           IF   TRFSWIFT-E-BIC(5:2) = WK-PAIS-SEPA(WK-I)
           THEN SET PAIS-SEPA-SI              TO TRUE
           END-IF.
       FIN-BUSCAR-PAIS-SEPA.
           EXIT.

       LEER-CUENTA.
      *------------
           EXEC SQL
                SELECT num_cuenta,
                       COALESCE(divisa_cuenta, 'EUR')
                INTO   :WK-CTA-NUM,
                       :WK-CTA-DIVISA
                FROM   banco.cuenta
                WHERE  id_medio = :TRFSWIFT-ID-CTA
           END-EXEC.

           MOVE SQLCODE                       TO TRFSWIFT-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET TRFSWIFT-STAT-ENC-NO       TO TRUE
           WHEN OTHER
                SET TRFSWIFT-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** TRFSWIFT LEER-CUENTA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-CUENTA.
           EXIT.

      *    La comisión es un porcentaje del importe pasado a euros,
      *    entre el mínimo y el máximo de la tarifa vigente. Con BEN
      *    se pasa a la divisa de la transferencia con la misma tasa
      *    y se descuenta de lo que se envía.
       CALCULAR-GASTOS.
      *----------------
           MOVE WK-CTE-PCT                    TO WK-TAR-PCT.
           MOVE WK-CTE-MINIMO                 TO WK-TAR-MINIMO.
           MOVE WK-CTE-MAXIMO                 TO WK-TAR-MAXIMO.
           MOVE WK-CTE-GASTOS-OUR             TO WK-TAR-GASTOS-OUR.

           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           MOVE WK-FECHA-ACTUAL-8             TO WK-FECHA-VIGOR.

           EXEC SQL
                SELECT pct_comision_tarifa,
                       comision_min_tarifa,
                       comision_max_tarifa,
                       COALESCE(gastos_our_tarifa, 0)
                INTO   :WK-TAR-PCT,
                       :WK-TAR-MINIMO,
                       :WK-TAR-MAXIMO,
                       :WK-TAR-GASTOS-OUR
                FROM   banco.tarifa_transferencia
                WHERE  fec_ini_tarifa <= :WK-FECHA-VIGOR
                AND   (fec_fin_tarifa IS NULL
                       OR fec_fin_tarifa >= :WK-FECHA-VIGOR)
                ORDER BY fec_ini_tarifa DESC
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                       TO TRFSWIFT-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                SET TRFSWIFT-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** TRFSWIFT CALCULAR-GASTOS: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CALCULAR-GASTOS
           END-EVALUATE.

           INITIALIZE                         AREA-CAMBIODIV.
           MOVE TRFSWIFT-IMPORTE              TO CAMBIODIV-E-IMPORTE.
           MOVE TRFSWIFT-DIVISA               TO
                CAMBIODIV-E-DIV-ORIGEN.
           MOVE 'EUR'                         TO
                CAMBIODIV-E-DIV-DESTINO.

           CALL "CAMBIODIV"                   USING AREA-CAMBIODIV.

           EVALUATE TRUE
           WHEN CAMBIODIV-STAT-OK
                MOVE CAMBIODIV-S-IMPORTE       TO WK-IMPORTE-EUR
                MOVE CAMBIODIV-S-TASA          TO WK-TASA-EUR
           WHEN CAMBIODIV-STAT-SIN-CAMBIO
                SET TRFSWIFT-STAT-ERR-SIN-CAMBIO TO TRUE
                GO TO FIN-CALCULAR-GASTOS
           WHEN OTHER
                SET TRFSWIFT-STAT-ERR-SQL      TO TRUE
                MOVE CAMBIODIV-SQLCODE         TO TRFSWIFT-SQLCODE
                GO TO FIN-CALCULAR-GASTOS
           END-EVALUATE.

           COMPUTE WK-COMISION-EUR ROUNDED =
                   WK-IMPORTE-EUR * WK-TAR-PCT.

           IF   WK-COMISION-EUR < WK-TAR-MINIMO
           THEN MOVE WK-TAR-MINIMO            TO WK-COMISION-EUR
           END-IF.
           IF   WK-TAR-MAXIMO > ZERO
                AND WK-COMISION-EUR > WK-TAR-MAXIMO
           THEN MOVE WK-TAR-MAXIMO            TO WK-COMISION-EUR
           END-IF.

           IF   NOT TRFSWIFT-GASTOS-OUR
           THEN MOVE ZERO                     TO WK-TAR-GASTOS-OUR
           END-IF.

           IF   TRFSWIFT-GASTOS-BEN
           THEN COMPUTE WK-COMISION-DIVISA ROUNDED =
                        WK-COMISION-EUR / WK-TASA-EUR
                COMPUTE TRFSWIFT-IMPORTE-ENVIADO =
                        TRFSWIFT-IMPORTE - WK-COMISION-DIVISA
                IF   TRFSWIFT-IMPORTE-ENVIADO NOT > ZERO
                THEN SET TRFSWIFT-STAT-ERR-DATOS TO TRUE
                END-IF
           ELSE MOVE TRFSWIFT-IMPORTE         TO
                     TRFSWIFT-IMPORTE-ENVIADO
           END-IF.

       FIN-CALCULAR-GASTOS.
           EXIT.

       GRABAR-TRANSFERENCIA.
      *---------------------
           EXEC SQL
                INSERT INTO banco.transferencia_swift(
                    id_trf,
                    id_medio_cta,
                    nif_ordenante_trf,
                    nom_benef_trf,
                    pais_benef_trf,
                    cta_benef_trf,
                    bic_benef_trf,
                    divisa_trf,
                    importe_trf,
                    gastos_trf,
                    proposito_trf,
                    concepto_trf,
                    importe_enviado_trf,
                    importe_cargo_trf,
                    comision_trf,
                    gastos_corresp_trf,
                    gastos_reclam_trf,
                    importe_devuelto_trf,
                    ref_cargo_trf,
                    estado_trf,
                    fec_alta_trf,
                    usuario_trf
                )
                VALUES(
                    :TRFSWIFT-ID,
                    :TRFSWIFT-ID-CTA,
                    :TRFSWIFT-NIF-ORDENANTE,
                    :TRFSWIFT-NOM-BENEF,
                    :TRFSWIFT-PAIS-BENEF,
                    :TRFSWIFT-CTA-BENEF,
                    :TRFSWIFT-BIC-BENEF,
                    :TRFSWIFT-DIVISA,
                    :TRFSWIFT-IMPORTE,
                    :TRFSWIFT-GASTOS,
                    :TRFSWIFT-PROPOSITO,
                    :TRFSWIFT-CONCEPTO,
                    :TRFSWIFT-IMPORTE-ENVIADO,
                    :TRFSWIFT-IMPORTE-CARGO,
                    :TRFSWIFT-COMISION,
                    :TRFSWIFT-GASTOS-CORRESP,
                    0,
                    0,
                    :TRFSWIFT-REF-CARGO,
                    'P',
                    CURDATE(),
                    :TRFSWIFT-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO TRFSWIFT-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRFSWIFT-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRFSWIFT GRABAR-TRANSFERENCIA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-TRANSFERENCIA.
           EXIT.

      *    Cada apunte lleva su propia marca de tiempo para no chocar
      *    con el anterior de la misma cuenta.
       POSTEAR-APUNTE.
      *---------------
           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.

           INITIALIZE                         AREA-INSMOV-ENTRADA.
           MOVE TRFSWIFT-ID-CTA               TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                    TO INSMOV-E-FEC.
           MOVE WK-APUNTE-CPT                 TO INSMOV-E-CPT.
           MOVE WK-APUNTE-COD-CPT             TO INSMOV-E-COD-CPT.
           MOVE WK-APUNTE-IMPT                TO INSMOV-E-IMPT.
           MOVE WK-APUNTE-DIVISA              TO INSMOV-E-DIVISA.
           MOVE WK-APUNTE-CANAL               TO INSMOV-E-CANAL.
           MOVE WK-APUNTE-OTP                 TO INSMOV-E-OTP.

           CALL "INSMOV"                      USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                CONTINUE
           WHEN INSMOV-STAT-OTP-REQUERIDO
                SET TRFSWIFT-STAT-OTP-REQUERIDO TO TRUE
                MOVE INSMOV-S-OTP              TO TRFSWIFT-S-OTP
                GO TO FIN-POSTEAR-APUNTE
           WHEN INSMOV-STAT-ERR-SIN-CAMBIO
                SET TRFSWIFT-STAT-ERR-SIN-CAMBIO TO TRUE
                GO TO FIN-POSTEAR-APUNTE
           WHEN OTHER
                SET TRFSWIFT-STAT-ERR-CARGO    TO TRUE
                MOVE INSMOV-STAT               TO TRFSWIFT-S-STAT-CARGO
                MOVE INSMOV-S-SQLCODE          TO TRFSWIFT-SQLCODE
                GO TO FIN-POSTEAR-APUNTE
           END-EVALUATE.

           MOVE INSMOV-S-IMPT-APLICADO        TO WK-APUNTE-APLICADO.

           INITIALIZE                         AREA-ACTCTA-ENTRADA.
           MOVE TRFSWIFT-ID-CTA               TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO        TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                      USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET TRFSWIFT-STAT-ERR-CARGO   TO TRUE
                MOVE ACTCTA-STAT              TO TRFSWIFT-S-STAT-CARGO
                MOVE ACTCTA-SQLCODE           TO TRFSWIFT-SQLCODE
           END-IF.

       FIN-POSTEAR-APUNTE.
           EXIT.

       CONSULTAR-TRANSFERENCIA.
      *------------------------
           IF   TRFSWIFT-E-ID-TRF = ZERO
                OR TRFSWIFT-E-ID-TRF IS NOT NUMERIC
           THEN SET TRFSWIFT-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-CONSULTAR-TRANSFERENCIA
           END-IF.

           MOVE TRFSWIFT-E-ID-TRF             TO TRFSWIFT-ID.

           EXEC SQL
                SELECT C.num_cuenta,
                       COALESCE(C.divisa_cuenta, 'EUR'),
                       T.nom_benef_trf,
                       T.bic_benef_trf,
                       T.divisa_trf,
                       T.importe_trf,
                       T.gastos_trf,
                       T.importe_enviado_trf,
                       T.importe_cargo_trf,
                       T.comision_trf,
                       T.gastos_corresp_trf,
                       T.gastos_reclam_trf,
                       T.importe_devuelto_trf,
                       T.estado_trf,
                       DATE_FORMAT(T.fec_alta_trf, '%Y%m%d'),
                       COALESCE(DATE_FORMAT(T.fec_envio_trf,
                                            '%Y%m%d'), ''),
                       COALESCE(DATE_FORMAT(T.fec_devolucion_trf,
                                            '%Y%m%d'), ''),
                       COALESCE(T.motivo_devol_trf, '')
                INTO   :WK-CTA-NUM,
                       :WK-CTA-DIVISA,
                       :TRFSWIFT-NOM-BENEF,
                       :TRFSWIFT-BIC-BENEF,
                       :TRFSWIFT-DIVISA,
                       :TRFSWIFT-IMPORTE,
                       :TRFSWIFT-GASTOS,
                       :TRFSWIFT-IMPORTE-ENVIADO,
                       :TRFSWIFT-IMPORTE-CARGO,
                       :TRFSWIFT-COMISION,
                       :TRFSWIFT-GASTOS-CORRESP,
                       :TRFSWIFT-GASTOS-RECLAM,
                       :TRFSWIFT-IMPORTE-DEVUELTO,
                       :TRFSWIFT-ESTADO,
                       :TRFSWIFT-FEC-ALTA,
                       :TRFSWIFT-FEC-ENVIO,
                       :TRFSWIFT-FEC-DEVOLUCION,
                       :TRFSWIFT-MOTIVO-DEVOL
                FROM   banco.transferencia_swift T, banco.cuenta C
                WHERE  T.id_trf   = :TRFSWIFT-ID
                AND    C.id_medio = T.id_medio_cta
           END-EXEC.

           MOVE SQLCODE                       TO TRFSWIFT-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET TRFSWIFT-STAT-ENC-NO       TO TRUE
                GO TO FIN-CONSULTAR-TRANSFERENCIA
           WHEN OTHER
                SET TRFSWIFT-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** TRFSWIFT CONSULTAR-TRANSFERENCIA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-TRANSFERENCIA
           END-EVALUATE.

           MOVE TRFSWIFT-ID                   TO TRFSWIFT-S-ID-TRF.
           MOVE TRFSWIFT-ESTADO               TO TRFSWIFT-S-ESTADO.
           MOVE WK-CTA-NUM                    TO TRFSWIFT-S-NUM-CUENTA.
           MOVE WK-CTA-DIVISA                 TO TRFSWIFT-S-DIVISA-CTA.
           MOVE TRFSWIFT-NOM-BENEF            TO TRFSWIFT-S-NOM-BENEF.
           MOVE TRFSWIFT-BIC-BENEF            TO TRFSWIFT-S-BIC.
           MOVE TRFSWIFT-DIVISA               TO TRFSWIFT-S-DIVISA.
           MOVE TRFSWIFT-IMPORTE              TO TRFSWIFT-S-IMPORTE.
           MOVE TRFSWIFT-GASTOS               TO TRFSWIFT-S-GASTOS.
           MOVE TRFSWIFT-IMPORTE-ENVIADO      TO
                TRFSWIFT-S-IMPORTE-ENVIADO.
           MOVE TRFSWIFT-IMPORTE-CARGO        TO
                TRFSWIFT-S-IMPORTE-CARGO.
           MOVE TRFSWIFT-COMISION             TO TRFSWIFT-S-COMISION.
           MOVE TRFSWIFT-GASTOS-CORRESP       TO
                TRFSWIFT-S-GASTOS-CORRESP.
           MOVE TRFSWIFT-GASTOS-RECLAM        TO
                TRFSWIFT-S-GASTOS-RECLAM.
           MOVE TRFSWIFT-IMPORTE-DEVUELTO     TO
                TRFSWIFT-S-IMPORTE-DEVUELTO.
           MOVE TRFSWIFT-FEC-ALTA             TO TRFSWIFT-S-FEC-ALTA.
           MOVE TRFSWIFT-FEC-ENVIO            TO TRFSWIFT-S-FEC-ENVIO.
           MOVE TRFSWIFT-FEC-DEVOLUCION       TO
                TRFSWIFT-S-FEC-DEVOLUCION.
           MOVE TRFSWIFT-MOTIVO-DEVOL         TO
                TRFSWIFT-S-MOTIVO-DEVOL.

           EXEC SQL
                DECLARE CUR-MENSAJES CURSOR FOR
                SELECT tipo_msg,
                       DATE_FORMAT(fec_msg, '%Y%m%d'),
                       divisa_msg,
                       importe_msg,
                       COALESCE(motivo_msg, ''),
                       resultado_msg
                FROM   banco.transferencia_swift_msg
                WHERE  id_trf = :TRFSWIFT-ID
                ORDER BY fec_proceso_msg DESC
                LIMIT 10
           END-EXEC.

           EXEC SQL
                OPEN CUR-MENSAJES
           END-EXEC.

           MOVE SQLCODE                       TO TRFSWIFT-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRFSWIFT-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRFSWIFT CONSULTAR-TRANSFERENCIA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-TRANSFERENCIA
           END-IF.

           SET  NO-FIN-MENSAJES               TO TRUE.

           PERFORM LEER-MENSAJE               THRU FIN-LEER-MENSAJE
           UNTIL   FIN-MENSAJES
           OR      TRFSWIFT-S-MSG-CONTADOR = 10.

           EXEC SQL
                CLOSE CUR-MENSAJES
           END-EXEC.

       FIN-CONSULTAR-TRANSFERENCIA.
           EXIT.

       LEER-MENSAJE.
      *-------------
           EXEC SQL
                FETCH CUR-MENSAJES
                INTO  :WK-MSG-TIPO,
                      :WK-MSG-FEC,
                      :WK-MSG-DIVISA,
                      :WK-MSG-IMPORTE,
                      :WK-MSG-MOTIVO,
                      :WK-MSG-RESULTADO
           END-EXEC.

           MOVE SQLCODE                       TO TRFSWIFT-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                ADD  1                        TO
                     TRFSWIFT-S-MSG-CONTADOR
                MOVE WK-MSG-TIPO              TO
                     TRFSWIFT-S-MSG-TIPO(TRFSWIFT-S-MSG-CONTADOR)
                MOVE WK-MSG-FEC               TO
                     TRFSWIFT-S-MSG-FEC(TRFSWIFT-S-MSG-CONTADOR)
                MOVE WK-MSG-DIVISA            TO
                     TRFSWIFT-S-MSG-DIVISA(TRFSWIFT-S-MSG-CONTADOR)
                MOVE WK-MSG-IMPORTE           TO
                     TRFSWIFT-S-MSG-IMPORTE(TRFSWIFT-S-MSG-CONTADOR)
                MOVE WK-MSG-MOTIVO            TO
                     TRFSWIFT-S-MSG-MOTIVO(TRFSWIFT-S-MSG-CONTADOR)
                MOVE WK-MSG-RESULTADO         TO
                     TRFSWIFT-S-MSG-RESULTADO(TRFSWIFT-S-MSG-CONTADOR)
           WHEN SQL-NODATA
                SET  FIN-MENSAJES             TO TRUE
           WHEN OTHER
                SET  FIN-MENSAJES             TO TRUE
                SET TRFSWIFT-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRFSWIFT LEER-MENSAJE: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-MENSAJE.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET TRFSWIFT-STAT-ERR-SQL        TO TRUE
                MOVE SQLCODE                     TO TRFSWIFT-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO TRFSWIFT-SQLCODE
                MOVE 'TRFSWIFT'                  TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE TRFSWIFT-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
