       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FIRMAMAN.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Firma mancomunada de las cuentas con varios titulares. Cada
      * cuenta tiene un regimen de firma en banco.cuenta_firma
      * (solidaria si no tiene fila): con regimen mancomunado, o
      * mancomunado por encima de un umbral, el cargo que ordena un
      * cotitular desde la ventanilla (MENUBANCO, CAJA, transferencia
      * por alias) no se postea: queda aparcado en
      * banco.firma_pendiente hasta que otro titular o cotitular lo
      * confirma dentro del plazo, y si no, caduca.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
       01  WK-ID-CTA                         PIC 9(10).
       01  WK-REGIMEN                        PIC X(01).
           88  REGIMEN-SOLIDARIA             VALUE 'S'.
           88  REGIMEN-MANCOMUNADA           VALUE 'M'.
           88  REGIMEN-UMBRAL                VALUE 'U'.
       01  WK-UMBRAL                         PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-NUM-FIRMANTES                  PIC S9(04) COMP-5.
       01  WK-NIF                            PIC X(10).

      * Peticion de segunda firma en curso.
       01  WK-FIRMA-ID                       PIC 9(10).
       01  WK-FIRMA-ORIGEN                   PIC X(01).
       01  WK-FIRMA-IMPORTE                  PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-FIRMA-CPT                      PIC X(49).
       01  WK-FIRMA-ID-DESTINO               PIC 9(10).
       01  WK-FIRMA-ID-CAJA                  PIC 9(10).
       01  WK-FIRMA-NIF-SOLICITA             PIC X(10).
       01  WK-FIRMA-USUARIO                  PIC X(30).
       01  WK-FIRMA-VENCIDA                  PIC X(01).
           88  FIRMA-VENCIDA                 VALUE 'S'.
       01  WK-FIRMA-REF                      PIC 9(12).
       01  WK-DIAS-LIMITE                    PIC 9(03).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'caja.cpy'.

      * Dias naturales que tiene el segundo firmante para confirmar
      * un cargo aparcado antes de que caduque.
       01  WK-CTE-DIAS-LIMITE                PIC 9(03) VALUE 2.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       LINKAGE SECTION.
      *----------------
           COPY 'firmaman.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-FIRMAMAN.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN FIRMAMAN-E-ACC-COMPROBAR
                PERFORM COMPROBAR-FIRMA        THRU
                        FIN-COMPROBAR-FIRMA

           WHEN FIRMAMAN-E-ACC-APARCAR
                PERFORM APARCAR-CARGO          THRU
                        FIN-APARCAR-CARGO

           WHEN FIRMAMAN-E-ACC-CONFIRMAR
                PERFORM CONFIRMAR-CARGO        THRU
                        FIN-CONFIRMAR-CARGO

           WHEN FIRMAMAN-E-ACC-RECHAZAR
                PERFORM RECHAZAR-CARGO         THRU
                        FIN-RECHAZAR-CARGO

           WHEN FIRMAMAN-E-ACC-REGIMEN
                PERFORM FIJAR-REGIMEN          THRU
                        FIN-FIJAR-REGIMEN

           WHEN OTHER
                SET FIRMAMAN-STAT-ERR-ACC      TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-FIRMAMAN-SALIDA.
           SET  FIRMAMAN-S-REQUIERE-NO        TO TRUE.
       FIN-INICIALIZAR.
           EXIT.

      * Un cargo necesita segunda firma cuando la cuenta es
      * mancomunada (o lo es por encima del umbral y el importe lo
      * pasa) y tiene de verdad mas de un titular o cotitular que
      * pueda firmar; sin fila de regimen la cuenta es solidaria.
       COMPROBAR-FIRMA.
      *------------------
           IF   FIRMAMAN-E-ID-CTA = ZERO
           THEN SET FIRMAMAN-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-COMPROBAR-FIRMA
           END-IF.

           MOVE FIRMAMAN-E-ID-CTA              TO WK-ID-CTA.

           EXEC SQL
                SELECT regimen_firma, COALESCE(umbral_firma, 0)
                INTO   :WK-REGIMEN, :WK-UMBRAL
                FROM   banco.cuenta_firma
                WHERE  id_medio = :WK-ID-CTA
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                GO TO FIN-COMPROBAR-FIRMA
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                SET FIRMAMAN-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN COMPROBAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-FIRMA
           END-EVALUATE.

           EVALUATE TRUE
           WHEN REGIMEN-MANCOMUNADA
                CONTINUE
           WHEN REGIMEN-UMBRAL
                AND FIRMAMAN-E-IMPORTE > WK-UMBRAL
                CONTINUE
           WHEN OTHER
                GO TO FIN-COMPROBAR-FIRMA
           END-EVALUATE.

           MOVE 0                              TO WK-NUM-FIRMANTES.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-FIRMANTES
                FROM   banco.cliente_rln_cuenta
                WHERE  id_medio = :WK-ID-CTA
                AND    tip_rln  IN ('T', 'C')
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FIRMAMAN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN COMPROBAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-FIRMA
           END-IF.

           IF   WK-NUM-FIRMANTES > 1
           THEN SET FIRMAMAN-S-REQUIERE-SI     TO TRUE
           END-IF.

       FIN-COMPROBAR-FIRMA.
           EXIT.

      * Comprueba que WK-NIF es titular o cotitular de WK-ID-CTA o,
      * si la cuenta es de una persona juridica, apoderado suyo con
      * poder en vigor (solidario o mancomunado) que cubra el importe
      * WK-FIRMA-IMPORTE; deja FIRMAMAN-STAT-ERR-FIRMANTE si no.
       VALIDAR-FIRMANTE.
      *-------------------
           MOVE 0                              TO WK-NUM-FIRMANTES.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-FIRMANTES
                FROM   banco.cliente_rln_cuenta R,
                       banco.cliente            C
                WHERE  R.id_medio    = :WK-ID-CTA
                AND    R.tip_rln     IN ('T', 'C')
                AND    C.id_cliente  = R.id_cliente
                AND    C.nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FIRMAMAN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN VALIDAR-FIRMANTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-VALIDAR-FIRMANTE
           END-IF.

           IF   WK-NUM-FIRMANTES > 0
           THEN GO TO FIN-VALIDAR-FIRMANTE
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-FIRMANTES
                FROM   banco.poder              P,
                       banco.cliente_rln_cuenta R,
                       banco.cliente            C
                WHERE  R.id_medio             = :WK-ID-CTA
                AND    R.tip_rln              IN ('T', 'C')
                AND    C.id_cliente           = R.id_cliente
                AND    C.clase_cliente        = 'J'
                AND    P.id_cliente           = C.id_cliente
                AND    P.nif_apoderado_poder  = :WK-NIF
                AND    P.estado_poder         = 'A'
                AND    P.alcance_poder        IN ('S', 'M')
                AND   (P.fec_venc_poder IS NULL
                 OR    P.fec_venc_poder      >= CURDATE())
                AND   (P.limite_poder         = 0
                 OR    P.limite_poder        >= :WK-FIRMA-IMPORTE)
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FIRMAMAN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN VALIDAR-FIRMANTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-VALIDAR-FIRMANTE
           END-IF.

           IF   WK-NUM-FIRMANTES = 0
           THEN SET FIRMAMAN-STAT-ERR-FIRMANTE TO TRUE
           END-IF.

       FIN-VALIDAR-FIRMANTE.
           EXIT.

      * El cargo queda aparcado con quien lo ordena, por que canal y
      * todo lo necesario para postearlo igual al confirmarlo; el
      * plazo de la segunda firma corre desde ahora.
       APARCAR-CARGO.
      *------------------
           IF   FIRMAMAN-E-ID-CTA = ZERO
                OR FIRMAMAN-E-IMPORTE NOT > ZERO
                OR FIRMAMAN-E-NIF = SPACES
                OR (FIRMAMAN-E-ORIGEN-CAJA
                    AND FIRMAMAN-E-ID-CAJA = ZERO)
                OR (FIRMAMAN-E-ORIGEN-ALIAS
                    AND FIRMAMAN-E-ID-CTA-DESTINO = ZERO)
                OR NOT (FIRMAMAN-E-ORIGEN-MENU
                        OR FIRMAMAN-E-ORIGEN-CAJA
                        OR FIRMAMAN-E-ORIGEN-ALIAS)
           THEN SET FIRMAMAN-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-APARCAR-CARGO
           END-IF.

           MOVE FIRMAMAN-E-ID-CTA              TO WK-ID-CTA.
           MOVE FIRMAMAN-E-NIF                 TO WK-NIF.
           MOVE FIRMAMAN-E-IMPORTE             TO WK-FIRMA-IMPORTE.

           PERFORM VALIDAR-FIRMANTE            THRU
                   FIN-VALIDAR-FIRMANTE.

           IF   NOT FIRMAMAN-STAT-OK
           THEN GO TO FIN-APARCAR-CARGO
           END-IF.

           MOVE FIRMAMAN-E-ORIGEN              TO WK-FIRMA-ORIGEN.
           MOVE FIRMAMAN-E-CPT                 TO WK-FIRMA-CPT.
           MOVE FIRMAMAN-E-ID-CTA-DESTINO      TO WK-FIRMA-ID-DESTINO.
           MOVE FIRMAMAN-E-ID-CAJA             TO WK-FIRMA-ID-CAJA.
           MOVE FIRMAMAN-E-NIF                 TO WK-FIRMA-NIF-SOLICITA.
           MOVE WK-CTE-DIAS-LIMITE             TO WK-DIAS-LIMITE.

           MOVE FIRMAMAN-E-USUARIO             TO WK-FIRMA-USUARIO.
           IF   WK-FIRMA-USUARIO = SPACES
           THEN ACCEPT WK-FIRMA-USUARIO        FROM ENVIRONMENT 'USER'
           END-IF.
           IF   WK-FIRMA-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'             TO WK-FIRMA-USUARIO
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR banco.firma_pendiente_id_firma_seq
                INTO :WK-FIRMA-ID
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FIRMAMAN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN APARCAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-APARCAR-CARGO
           END-IF.

           EXEC SQL
                INSERT INTO banco.firma_pendiente(
                    id_firma,
                    id_medio,
                    origen_firma,
                    importe_firma,
                    concepto_firma,
                    id_medio_destino,
                    id_caja,
                    nif_solicita_firma,
                    usuario_firma,
                    fec_solicitud_firma,
                    fec_limite_firma,
                    estado_firma
                )
                VALUES(
                    :WK-FIRMA-ID,
                    :WK-ID-CTA,
                    :WK-FIRMA-ORIGEN,
                    :WK-FIRMA-IMPORTE,
                    :WK-FIRMA-CPT,
                    :WK-FIRMA-ID-DESTINO,
                    :WK-FIRMA-ID-CAJA,
                    :WK-FIRMA-NIF-SOLICITA,
                    :WK-FIRMA-USUARIO,
                    now(),
                    DATE_ADD(now(), INTERVAL :WK-DIAS-LIMITE DAY),
                    'P'
                )
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           IF   SQL-SUCCESS
           THEN MOVE WK-FIRMA-ID               TO FIRMAMAN-S-ID-FIRMA
           ELSE SET FIRMAMAN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN APARCAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-APARCAR-CARGO.
           EXIT.

      * Lee la peticion pendiente FIRMAMAN-E-ID-FIRMA. Si ya paso su
      * plazo la deja caducada en el acto, sin esperar al barrido del
      * informe diario.
       LEER-PETICION.
      *------------------
           MOVE FIRMAMAN-E-ID-FIRMA            TO WK-FIRMA-ID.

           EXEC SQL
                SELECT id_medio, origen_firma, importe_firma,
                       concepto_firma,
                       COALESCE(id_medio_destino, 0),
                       COALESCE(id_caja, 0),
                       nif_solicita_firma,
                       CASE WHEN fec_limite_firma < now()
                            THEN 'S' ELSE 'N' END
                INTO   :WK-ID-CTA, :WK-FIRMA-ORIGEN,
                       :WK-FIRMA-IMPORTE, :WK-FIRMA-CPT,
                       :WK-FIRMA-ID-DESTINO, :WK-FIRMA-ID-CAJA,
                       :WK-FIRMA-NIF-SOLICITA, :WK-FIRMA-VENCIDA
                FROM   banco.firma_pendiente
                WHERE  id_firma     = :WK-FIRMA-ID
                AND    estado_firma = 'P'
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET FIRMAMAN-STAT-ENC-NO        TO TRUE
                GO TO FIN-LEER-PETICION
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                SET FIRMAMAN-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN LEER-PETICION: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-PETICION
           END-EVALUATE.

           IF   FIRMA-VENCIDA
           THEN EXEC SQL
                     UPDATE banco.firma_pendiente
                     SET    estado_firma = 'X'
                     WHERE  id_firma     = :WK-FIRMA-ID
                END-EXEC
                MOVE SQLCODE                   TO FIRMAMAN-SQLCODE
                IF   SQL-SUCCESS
                THEN SET FIRMAMAN-STAT-CADUCADA TO TRUE
                ELSE SET FIRMAMAN-STAT-ERR-SQL TO TRUE
                END-IF
           END-IF.

       FIN-LEER-PETICION.
           EXIT.

      * La segunda firma: otro titular o cotitular de la cuenta,
      * distinto del que ordeno, confirma dentro del plazo y el cargo
      * se postea por el camino de su canal. La firma del cotitular
      * verificada aqui hace las veces de confirmacion del cliente,
      * asi que el posteo no vuelve a pedir OTP.
       CONFIRMAR-CARGO.
      *------------------
           IF   FIRMAMAN-E-ID-FIRMA = ZERO
                OR FIRMAMAN-E-NIF = SPACES
           THEN SET FIRMAMAN-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-CONFIRMAR-CARGO
           END-IF.

           PERFORM LEER-PETICION               THRU FIN-LEER-PETICION.

           IF   NOT FIRMAMAN-STAT-OK
           THEN GO TO FIN-CONFIRMAR-CARGO
           END-IF.

           IF   FIRMAMAN-E-NIF = WK-FIRMA-NIF-SOLICITA
           THEN SET FIRMAMAN-STAT-ERR-FIRMANTE TO TRUE
                GO TO FIN-CONFIRMAR-CARGO
           END-IF.

           MOVE FIRMAMAN-E-NIF                 TO WK-NIF.

           PERFORM VALIDAR-FIRMANTE            THRU
                   FIN-VALIDAR-FIRMANTE.

           IF   NOT FIRMAMAN-STAT-OK
           THEN GO TO FIN-CONFIRMAR-CARGO
           END-IF.

           IF   WK-FIRMA-ORIGEN = 'C'
           THEN PERFORM POSTEAR-EN-CAJA        THRU
                        FIN-POSTEAR-EN-CAJA
           ELSE PERFORM POSTEAR-CARGO          THRU
                        FIN-POSTEAR-CARGO
           END-IF.

           IF   NOT FIRMAMAN-STAT-OK
           THEN GO TO FIN-CONFIRMAR-CARGO
           END-IF.

           EXEC SQL
                UPDATE banco.firma_pendiente
                SET    estado_firma        = 'C',
                       nif_confirma_firma  = :WK-NIF,
                       fec_confirma_firma  = now(),
                       ref_mov             = :WK-FIRMA-REF
                WHERE  id_firma            = :WK-FIRMA-ID
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FIRMAMAN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN CONFIRMAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONFIRMAR-CARGO
           END-IF.

           MOVE WK-FIRMA-REF                   TO FIRMAMAN-S-REF.

      *    La transferencia lleva ademas su pata de abono en la
      *    cuenta de destino.
           IF   WK-FIRMA-ID-DESTINO NOT = ZERO
           THEN PERFORM POSTEAR-ABONO          THRU
                        FIN-POSTEAR-ABONO
           END-IF.

       FIN-CONFIRMAR-CARGO.
           EXIT.

      * Una retirada de efectivo confirmada se saca por el mismo
      * cajon en que se pidio, que tiene que seguir abierto.
       POSTEAR-EN-CAJA.
      *------------------
           INITIALIZE                          AREA-CAJA.
           SET  CAJA-E-ACC-RETIRADA            TO TRUE.
           MOVE WK-FIRMA-ID-CAJA               TO CAJA-E-ID-CAJA.
           MOVE WK-ID-CTA                      TO CAJA-E-ID-CTA.
           MOVE WK-FIRMA-IMPORTE               TO CAJA-E-IMPORTE.
           MOVE FIRMAMAN-E-USUARIO             TO CAJA-E-USUARIO.
           MOVE WK-FIRMA-ID                    TO CAJA-E-ID-FIRMA.

           CALL "CAJA"                         USING AREA-CAJA.

           IF   CAJA-STAT-OK
           THEN MOVE CAJA-S-REF                TO WK-FIRMA-REF
           ELSE SET FIRMAMAN-STAT-ERR-POSTEO   TO TRUE
                MOVE CAJA-SQLCODE              TO FIRMAMAN-SQLCODE
           END-IF.

       FIN-POSTEAR-EN-CAJA.
           EXIT.

       POSTEAR-CARGO.
      *------------------
           ACCEPT WK-FECHA-ACTUAL-8            FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8             FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE            INTO WK-MOV-FEC.

           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE WK-ID-CTA                      TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE WK-FIRMA-CPT                   TO INSMOV-E-CPT.
           MOVE 'TRF'                          TO INSMOV-E-COD-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - WK-FIRMA-IMPORTE.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET FIRMAMAN-STAT-ERR-POSTEO   TO TRUE
                MOVE INSMOV-S-SQLCODE          TO FIRMAMAN-SQLCODE
                GO TO FIN-POSTEAR-CARGO
           END-IF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE WK-ID-CTA                      TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   ACTCTA-STAT-OK
           THEN MOVE INSMOV-S-REF              TO WK-FIRMA-REF
           ELSE SET FIRMAMAN-STAT-ERR-POSTEO   TO TRUE
                MOVE ACTCTA-SQLCODE            TO FIRMAMAN-SQLCODE
           END-IF.

       FIN-POSTEAR-CARGO.
           EXIT.

      * El cargo ya esta posteado y la peticion confirmada: si el
      * abono de destino se rechaza se avisa, igual que en la
      * transferencia en linea, para regularizarlo a mano.
       POSTEAR-ABONO.
      *------------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE WK-FIRMA-ID-DESTINO            TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE WK-FIRMA-CPT                   TO INSMOV-E-CPT.
           MOVE 'TRF'                          TO INSMOV-E-COD-CPT.
           MOVE WK-FIRMA-IMPORTE               TO INSMOV-E-IMPT.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET FIRMAMAN-STAT-ERR-POSTEO   TO TRUE
                MOVE INSMOV-S-SQLCODE          TO FIRMAMAN-SQLCODE
                DISPLAY '*** AVISO *** FIRMAMAN: ABONO DE DESTINO '
                        'RECHAZADO, FIRMA [' WK-FIRMA-ID ']'
                GO TO FIN-POSTEAR-ABONO
           END-IF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE WK-FIRMA-ID-DESTINO            TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET FIRMAMAN-STAT-ERR-POSTEO   TO TRUE
                MOVE ACTCTA-SQLCODE            TO FIRMAMAN-SQLCODE
                DISPLAY '*** AVISO *** FIRMAMAN: ABONO DE DESTINO '
                        'NO APLICADO, FIRMA [' WK-FIRMA-ID ']'
           END-IF.

       FIN-POSTEAR-ABONO.
           EXIT.

      * Cualquier titular o cotitular, incluido el que lo ordeno,
      * puede echar atras un cargo que sigue pendiente.
       RECHAZAR-CARGO.
      *------------------
           IF   FIRMAMAN-E-ID-FIRMA = ZERO
                OR FIRMAMAN-E-NIF = SPACES
           THEN SET FIRMAMAN-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-RECHAZAR-CARGO
           END-IF.

           PERFORM LEER-PETICION               THRU FIN-LEER-PETICION.

           IF   NOT FIRMAMAN-STAT-OK
           THEN GO TO FIN-RECHAZAR-CARGO
           END-IF.

           MOVE FIRMAMAN-E-NIF                 TO WK-NIF.

           PERFORM VALIDAR-FIRMANTE            THRU
                   FIN-VALIDAR-FIRMANTE.

           IF   NOT FIRMAMAN-STAT-OK
           THEN GO TO FIN-RECHAZAR-CARGO
           END-IF.

           EXEC SQL
                UPDATE banco.firma_pendiente
                SET    estado_firma        = 'R',
                       nif_confirma_firma  = :WK-NIF,
                       fec_confirma_firma  = now()
                WHERE  id_firma            = :WK-FIRMA-ID
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FIRMAMAN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN RECHAZAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-RECHAZAR-CARGO.
           EXIT.

       FIJAR-REGIMEN.
      *------------------
           IF   FIRMAMAN-E-ID-CTA = ZERO
                OR NOT (FIRMAMAN-E-REGIMEN-SOLIDARIA
                        OR FIRMAMAN-E-REGIMEN-MANCOMUNADA
                        OR FIRMAMAN-E-REGIMEN-UMBRAL)
                OR (FIRMAMAN-E-REGIMEN-UMBRAL
                    AND FIRMAMAN-E-UMBRAL NOT > ZERO)
           THEN SET FIRMAMAN-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-FIJAR-REGIMEN
           END-IF.

           MOVE FIRMAMAN-E-ID-CTA              TO WK-ID-CTA.
           MOVE FIRMAMAN-E-REGIMEN             TO WK-REGIMEN.

           IF   REGIMEN-UMBRAL
           THEN MOVE FIRMAMAN-E-UMBRAL         TO WK-UMBRAL
           ELSE MOVE ZERO                      TO WK-UMBRAL
           END-IF.

           EXEC SQL
                INSERT INTO banco.cuenta_firma(
                    id_medio,
                    regimen_firma,
                    umbral_firma,
                    fec_modif_firma
                )
                VALUES(
                    :WK-ID-CTA,
                    :WK-REGIMEN,
                    :WK-UMBRAL,
                    now()
                )
                ON DUPLICATE KEY UPDATE
                    regimen_firma   = :WK-REGIMEN,
                    umbral_firma    = :WK-UMBRAL,
                    fec_modif_firma = now()
           END-EXEC.

           MOVE SQLCODE                        TO FIRMAMAN-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FIRMAMAN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** FIRMAMAN FIJAR-REGIMEN: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-FIJAR-REGIMEN.
           EXIT.
