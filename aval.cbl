       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. AVAL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Avales bancarios emitidos por cuenta de clientes. Emisión de
      * un aval a favor de un tercero contra una cuenta de
      * contragarantía de la que el ordenante es titular o
      * cotitular, comprobando antes el límite de su grupo económico
      * y cargando la comisión de emisión por INSMOV/ACTCTA;
      * ejecución cuando el beneficiario lo reclama, cargando el
      * importe reclamado en la cuenta de contragarantía (si la
      * cuenta no lo admite, el aval queda ejecutado con la deuda
      * pendiente y LIQAVAL reintenta el cobro con su demora);
      * cancelación cuando el beneficiario lo libera antes de
      * vencer; y consulta. La comisión de riesgo periódica y el
      * paso a vencido los hace LIQAVAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE aval              END-EXEC.

       01  WK-NIF                            PIC X(10).
      * Cuenta de contragarantía: estado y divisa.
       01  WK-ESTADO-CUENTA                  PIC X(01).
       01  WK-DIVISA-CUENTA                  PIC X(03).
       01  WK-EXISTENTES                     PIC 9(05).
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
      * Riesgo que el aval añade al grupo económico.
       01  WK-IMPORTE-GRUPO                  PIC S9(08)V99
                                             LEADING SEPARATE.

      * Resultado del cargo de la ejecución en la cuenta.
       01  SW-CARGO                          PIC 9(01) VALUE 0.
           88  CARGO-APLICADO                VALUE 0.
           88  CARGO-RECHAZADO               VALUE 1.

       LINKAGE SECTION.
      *----------------
           COPY 'aval.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-AVAL.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN AVAL-E-ACC-ALTA
                PERFORM ALTA-AVAL              THRU FIN-ALTA-AVAL

           WHEN AVAL-E-ACC-EJECUTAR
                PERFORM EJECUTAR-AVAL          THRU FIN-EJECUTAR-AVAL

           WHEN AVAL-E-ACC-CANCELAR
                PERFORM CANCELAR-AVAL          THRU FIN-CANCELAR-AVAL

           WHEN AVAL-E-ACC-CONSULTAR
                PERFORM CONSULTAR-AVAL         THRU FIN-CONSULTAR-AVAL

           WHEN OTHER
                SET AVAL-STAT-ERR-ACC          TO TRUE
           END-EVALUATE.

      *    El aval y sus cargos van juntos o no van.
           IF   AVAL-STAT-OK
                AND NOT AVAL-E-ACC-CONSULTAR
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE IF   AVAL-STAT-ERR-SQL
                     OR AVAL-STAT-ERR-APUNTE
                THEN PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-AVAL-SALIDA
                                              REG-AVAL
                                              REG-AVAL-NULL.

           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.
       FIN-INICIALIZAR.
           EXIT.

       ALTA-AVAL.
      *----------
           PERFORM VALIDAR-ALTA               THRU FIN-VALIDAR-ALTA.

           IF   NOT AVAL-STAT-OK
           THEN GO TO FIN-ALTA-AVAL
           END-IF.

           MOVE AVAL-E-NIF                    TO WK-NIF.
           MOVE AVAL-E-ID-CTA                 TO AVAL-ID-CTA.

           PERFORM COMPROBAR-TITULAR          THRU
                   FIN-COMPROBAR-TITULAR.

           IF   NOT AVAL-STAT-OK
           THEN GO TO FIN-ALTA-AVAL
           END-IF.

           MOVE AVAL-E-IMPORTE                TO WK-IMPORTE-GRUPO.

           PERFORM COMPROBAR-GRUPO            THRU
                   FIN-COMPROBAR-GRUPO.

           IF   NOT AVAL-STAT-OK
           THEN GO TO FIN-ALTA-AVAL
           END-IF.

           MOVE AVAL-E-NOM-BENEFICIARIO       TO
                AVAL-NOM-BENEFICIARIO.
           MOVE AVAL-E-NIF-BENEFICIARIO       TO
                AVAL-NIF-BENEFICIARIO.
           MOVE AVAL-E-IMPORTE                TO AVAL-IMPORTE.

           IF   AVAL-E-DIVISA = SPACES
           THEN MOVE WK-DIVISA-CUENTA         TO AVAL-DIVISA
           ELSE MOVE AVAL-E-DIVISA            TO AVAL-DIVISA
           END-IF.

           MOVE WK-FECHA-ACTUAL-8             TO AVAL-FEC-EMISION.
           MOVE AVAL-E-FEC-VENCIMIENTO        TO AVAL-FEC-VENCIMIENTO.
           MOVE AVAL-E-TIPO                   TO AVAL-TIPO.
           MOVE AVAL-E-PCT-EMISION            TO AVAL-PCT-EMISION.
           MOVE AVAL-E-PCT-RIESGO             TO AVAL-PCT-RIESGO.
           MOVE WK-FECHA-ACTUAL-8             TO AVAL-FEC-ULT-LIQ.
           SET  AVAL-ESTADO-VIVO              TO TRUE.
           MOVE AVAL-E-USUARIO                TO AVAL-USUARIO.

           PERFORM GRABAR-AVAL                THRU FIN-GRABAR-AVAL.

           IF   NOT AVAL-STAT-OK
           THEN GO TO FIN-ALTA-AVAL
           END-IF.

           COMPUTE WK-COMISION ROUNDED = AVAL-IMPORTE
                                       * AVAL-PCT-EMISION.

           IF   WK-COMISION > ZERO
           THEN PERFORM CARGAR-COMISION-EMISION THRU
                        FIN-CARGAR-COMISION-EMISION
           END-IF.

           IF   NOT AVAL-STAT-OK
           THEN GO TO FIN-ALTA-AVAL
           END-IF.

           MOVE WK-COMISION                   TO AVAL-S-COMISION.

           PERFORM MOVER-SALIDA               THRU FIN-MOVER-SALIDA.

       FIN-ALTA-AVAL.
           EXIT.

       VALIDAR-ALTA.
      *-------------
           IF   AVAL-E-NIF = SPACES
                OR AVAL-E-ID-CTA IS NOT NUMERIC
                OR AVAL-E-ID-CTA = ZERO
                OR AVAL-E-NOM-BENEFICIARIO = SPACES
                OR AVAL-E-IMPORTE IS NOT NUMERIC
                OR AVAL-E-IMPORTE NOT > ZERO
                OR AVAL-E-PCT-EMISION IS NOT NUMERIC
                OR AVAL-E-PCT-RIESGO IS NOT NUMERIC
           THEN SET AVAL-STAT-ERR-DATOS       TO TRUE
                GO TO FIN-VALIDAR-ALTA
           END-IF.

           MOVE AVAL-E-TIPO                   TO AVAL-TIPO.

           IF   NOT AVAL-TIPO-OK
           THEN SET AVAL-STAT-ERR-DATOS       TO TRUE
                GO TO FIN-VALIDAR-ALTA
           END-IF.

      *    El vencimiento llega como AAAAMMDD y tiene que ser
      *    posterior a hoy.
           IF   AVAL-E-FEC-VENCIMIENTO IS NOT NUMERIC
           THEN SET AVAL-STAT-ERR-DATOS       TO TRUE
                GO TO FIN-VALIDAR-ALTA
           END-IF.

           MOVE AVAL-E-FEC-VENCIMIENTO        TO WK-FEC-VENCIMIENTO.

           IF   WK-FEC-VENCIMIENTO NOT > WK-FECHA-ACTUAL-8
           THEN SET AVAL-STAT-ERR-DATOS       TO TRUE
           END-IF.

       FIN-VALIDAR-ALTA.
           EXIT.

      * El ordenante tiene que existir y ser titular o cotitular de
      * la cuenta de contragarantía, que tiene que estar de alta.
       COMPROBAR-TITULAR.
      *------------------
           EXEC SQL
                SELECT id_cliente
                INTO   :AVAL-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                       TO AVAL-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET AVAL-STAT-ENC-NO          TO TRUE
                GO TO FIN-COMPROBAR-TITULAR
           WHEN OTHER
                SET AVAL-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** AVAL COMPROBAR-TITULAR: CLI'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-EVALUATE.

           EXEC SQL
                SELECT estado_cuenta, divisa_cuenta
                INTO   :WK-ESTADO-CUENTA, :WK-DIVISA-CUENTA
                FROM   banco.cuenta
                WHERE  id_medio = :AVAL-ID-CTA
           END-EXEC.

           MOVE SQLCODE                       TO AVAL-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET AVAL-STAT-ENC-NO          TO TRUE
                GO TO FIN-COMPROBAR-TITULAR
           WHEN OTHER
                SET AVAL-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** AVAL COMPROBAR-TITULAR: CTA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-EVALUATE.

           IF   WK-ESTADO-CUENTA NOT = 'A'
           THEN SET AVAL-STAT-ERR-ESTADO      TO TRUE
                GO TO FIN-COMPROBAR-TITULAR
           END-IF.

           MOVE ZERO                          TO WK-EXISTENTES.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTENTES
                FROM   banco.cliente_rln_cuenta
                WHERE  id_medio   = :AVAL-ID-CTA
                AND    id_cliente = :AVAL-ID-CLIENTE
                AND    tip_rln    IN ('T', 'C')
           END-EXEC.

           MOVE SQLCODE                       TO AVAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET AVAL-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** AVAL COMPROBAR-TITULAR: RLN'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-IF.

           IF   WK-EXISTENTES = ZERO
           THEN SET AVAL-STAT-ERR-TITULAR     TO TRUE
           END-IF.

       FIN-COMPROBAR-TITULAR.
           EXIT.

      * El importe avalado se suma al riesgo del grupo económico de
      * los titulares de la cuenta. Si pasa del límite aprobado, el
      * grupo decide: o se avisa y se sigue, o se rechaza.
       COMPROBAR-GRUPO.
      *----------------
           INITIALIZE                          AREA-GRUPOECO-ENTRADA.
           SET  GRUPOECO-E-ACC-COMPROBAR       TO TRUE.
           MOVE AVAL-ID-CTA                    TO GRUPOECO-E-ID-CTA.
           MOVE WK-IMPORTE-GRUPO               TO GRUPOECO-E-IMPORTE.

           CALL "GRUPOECO"                     USING AREA-GRUPOECO.

           IF   NOT GRUPOECO-STAT-OK
           THEN SET AVAL-STAT-ERR-SQL          TO TRUE
                MOVE GRUPOECO-SQLCODE          TO AVAL-SQLCODE
                GO TO FIN-COMPROBAR-GRUPO
           END-IF.

           IF   GRUPOECO-S-SIN-GRUPO
           THEN GO TO FIN-COMPROBAR-GRUPO
           END-IF.

           MOVE GRUPOECO-S-ID-GRUPO            TO AVAL-S-ID-GRUPO.
           MOVE GRUPOECO-S-RIESGO              TO AVAL-S-RIESGO-GRUPO.
           MOVE GRUPOECO-S-LIMITE              TO AVAL-S-LIMITE-GRUPO.

           EVALUATE TRUE
           WHEN GRUPOECO-S-RECHAZO
                SET AVAL-STAT-LIMITE-GRUPO     TO TRUE
           WHEN GRUPOECO-S-AVISO
                SET AVAL-S-AVISO-GRUPO-SI      TO TRUE
           END-EVALUATE.

       FIN-COMPROBAR-GRUPO.
           EXIT.

       GRABAR-AVAL.
      *------------
           EXEC SQL
                SELECT NEXT VALUE FOR banco.aval_bancario_id_aval_seq
                INTO :AVAL-ID
           END-EXEC.

           MOVE SQLCODE                        TO AVAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET AVAL-STAT-ERR-SQL          TO TRUE
                DISPLAY '*** FATAL *** AVAL GRABAR-AVAL: SEQ'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GRABAR-AVAL
           END-IF.

      *    Recién emitido, la comisión de riesgo está liquidada hasta
      *    el día de emisión.
           EXEC SQL
                INSERT INTO banco.aval_bancario(
                    id_aval,
                    id_cliente_ordenante,
                    id_medio_cuenta,
                    nom_beneficiario,
                    nif_beneficiario,
                    importe_aval,
                    divisa_aval,
                    fec_emision,
                    fec_vencimiento,
                    tipo_aval,
                    pct_comision_emision,
                    pct_comision_riesgo,
                    fec_ultima_liquidacion,
                    estado_aval,
                    importe_ejecutado,
                    importe_pendiente,
                    importe_mora,
                    usuario_aval
                )
                VALUES(
                    :AVAL-ID,
                    :AVAL-ID-CLIENTE,
                    :AVAL-ID-CTA,
                    :AVAL-NOM-BENEFICIARIO,
                    :AVAL-NIF-BENEFICIARIO,
                    :AVAL-IMPORTE,
                    :AVAL-DIVISA,
                    CURDATE(),
                    STR_TO_DATE(:AVAL-FEC-VENCIMIENTO, '%Y%m%d'),
                    :AVAL-TIPO,
                    :AVAL-PCT-EMISION,
                    :AVAL-PCT-RIESGO,
                    CURDATE(),
                    'A',
                    0,
                    0,
                    0,
                    :AVAL-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO AVAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET AVAL-STAT-ERR-SQL          TO TRUE
                DISPLAY '*** FATAL *** AVAL GRABAR-AVAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-AVAL.
           EXIT.

      * La comisión de emisión se carga en la cuenta de
      * contragarantía por el mismo camino que cualquier cargo en
      * vivo, en la divisa del aval.
       CARGAR-COMISION-EMISION.
      *------------------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE AVAL-ID-CTA                    TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           STRING 'COMISION EMISION AVAL [' AVAL-ID ']'
                  DELIMITED BY SIZE            INTO INSMOV-E-CPT.
           MOVE 'COM'                          TO INSMOV-E-COD-CPT.
           MOVE AVAL-DIVISA                    TO INSMOV-E-DIVISA.
           COMPUTE INSMOV-E-IMPT = 0 - WK-COMISION.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET AVAL-STAT-ERR-APUNTE       TO TRUE
                MOVE INSMOV-S-SQLCODE          TO AVAL-SQLCODE
                GO TO FIN-CARGAR-COMISION-EMISION
           END-IF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE AVAL-ID-CTA                    TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET AVAL-STAT-ERR-APUNTE       TO TRUE
                MOVE ACTCTA-SQLCODE            TO AVAL-SQLCODE
           END-IF.

       FIN-CARGAR-COMISION-EMISION.
           EXIT.

      * Ejecución: el beneficiario reclama todo o parte del aval y el
      * banco paga; lo pagado se carga en la cuenta de contragarantía.
      * El aval se da por ejecutado aunque se reclame sólo una parte,
      * y deja de contar como riesgo de firma. Si la cuenta no admite
      * el cargo (sin saldo ni límite, bloqueada...), se deshace el
      * intento y el aval queda ejecutado con la deuda pendiente, que
      * LIQAVAL reintenta cobrar cada día con su demora.
       EJECUTAR-AVAL.
      *--------------
           IF   AVAL-E-ID-AVAL IS NOT NUMERIC
                OR AVAL-E-ID-AVAL = ZERO
                OR AVAL-E-IMPORTE IS NOT NUMERIC
                OR AVAL-E-IMPORTE < ZERO
           THEN SET AVAL-STAT-ERR-DATOS       TO TRUE
                GO TO FIN-EJECUTAR-AVAL
           END-IF.

           PERFORM LEER-AVAL                  THRU FIN-LEER-AVAL.

           IF   NOT AVAL-STAT-OK
           THEN GO TO FIN-EJECUTAR-AVAL
           END-IF.

           IF   NOT AVAL-ESTADO-VIVO
           THEN SET AVAL-STAT-ERR-ESTADO      TO TRUE
                GO TO FIN-EJECUTAR-AVAL
           END-IF.

           IF   AVAL-E-IMPORTE = ZERO
           THEN MOVE AVAL-IMPORTE             TO AVAL-IMPORTE-EJECUTADO
           ELSE MOVE AVAL-E-IMPORTE           TO AVAL-IMPORTE-EJECUTADO
           END-IF.

           IF   AVAL-IMPORTE-EJECUTADO > AVAL-IMPORTE
           THEN SET AVAL-STAT-ERR-DATOS       TO TRUE
                GO TO FIN-EJECUTAR-AVAL
           END-IF.

      *    Primero se marca el aval, que sólo se ejecuta si sigue
      *    vivo, y luego se intenta el cargo.
           EXEC SQL
                UPDATE banco.aval_bancario
                SET    estado_aval       = 'E',
                       fec_ejecucion     = CURDATE(),
                       importe_ejecutado = :AVAL-IMPORTE-EJECUTADO,
                       importe_pendiente = 0,
                       fec_cobro         = CURDATE()
                WHERE  id_aval           = :AVAL-ID
                AND    estado_aval       = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO AVAL-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET AVAL-STAT-ERR-ESTADO       TO TRUE
                GO TO FIN-EJECUTAR-AVAL
           WHEN OTHER
                SET AVAL-STAT-ERR-SQL          TO TRUE
                DISPLAY '*** FATAL *** AVAL EJECUTAR-AVAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-EJECUTAR-AVAL
           END-EVALUATE.

           PERFORM CARGAR-EJECUCION           THRU
                   FIN-CARGAR-EJECUCION.

           IF   NOT AVAL-STAT-OK
           THEN GO TO FIN-EJECUTAR-AVAL
           END-IF.

           MOVE WK-FECHA-ACTUAL-8             TO AVAL-FEC-EJECUCION.

           IF   CARGO-APLICADO
           THEN SET  AVAL-ESTADO-EJECUTADO    TO TRUE
                MOVE ZERO                     TO AVAL-IMPORTE-PENDIENTE
                MOVE WK-FECHA-ACTUAL-8        TO AVAL-FEC-COBRO
                SET  AVAL-S-COBRADO-SI        TO TRUE
           ELSE PERFORM DEJAR-PENDIENTE       THRU
                        FIN-DEJAR-PENDIENTE
           END-IF.

           PERFORM MOVER-SALIDA               THRU FIN-MOVER-SALIDA.

       FIN-EJECUTAR-AVAL.
           EXIT.

      * El importe ejecutado se carga en la cuenta de contragarantía
      * en la divisa del aval. Un rechazo de INSMOV o ACTCTA que no
      * sea un error de base de datos no para la ejecución: el banco
      * paga igual y la deuda queda pendiente.
       CARGAR-EJECUCION.
      *-----------------
           SET  CARGO-APLICADO                 TO TRUE.

           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE AVAL-ID-CTA                    TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           STRING 'EJECUCION AVAL [' AVAL-ID '] '
                  AVAL-NOM-BENEFICIARIO
                  DELIMITED BY SIZE            INTO INSMOV-E-CPT.
           MOVE 'TRF'                          TO INSMOV-E-COD-CPT.
           MOVE AVAL-DIVISA                    TO INSMOV-E-DIVISA.
           COMPUTE INSMOV-E-IMPT = 0 - AVAL-IMPORTE-EJECUTADO.

           CALL "INSMOV"                       USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                CONTINUE
           WHEN INSMOV-STAT-ERR-SQL
                SET AVAL-STAT-ERR-SQL          TO TRUE
                MOVE INSMOV-S-SQLCODE          TO AVAL-SQLCODE
                GO TO FIN-CARGAR-EJECUCION
           WHEN OTHER
                SET CARGO-RECHAZADO            TO TRUE
                GO TO FIN-CARGAR-EJECUCION
           END-EVALUATE.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE AVAL-ID-CTA                    TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           EVALUATE TRUE
           WHEN ACTCTA-STAT-OK
                CONTINUE
           WHEN ACTCTA-STAT-ERR-SQL
                SET AVAL-STAT-ERR-SQL          TO TRUE
                MOVE ACTCTA-SQLCODE            TO AVAL-SQLCODE
           WHEN OTHER
                SET CARGO-RECHAZADO            TO TRUE
           END-EVALUATE.

       FIN-CARGAR-EJECUCION.
           EXIT.

      * Cargo rechazado: se deshace el movimiento ya grabado y la
      * marca de ejecutado, y el aval se vuelve a marcar ejecutado
      * con todo lo pagado pendiente de cobro al cliente.
       DEJAR-PENDIENTE.
      *----------------
           PERFORM HACER-ROLLBACK             THRU FIN-HACER-ROLLBACK.

           EXEC SQL
                UPDATE banco.aval_bancario
                SET    estado_aval       = 'M',
                       fec_ejecucion     = CURDATE(),
                       importe_ejecutado = :AVAL-IMPORTE-EJECUTADO,
                       importe_pendiente = :AVAL-IMPORTE-EJECUTADO,
                       importe_mora      = 0
                WHERE  id_aval           = :AVAL-ID
                AND    estado_aval       = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO AVAL-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET  AVAL-ESTADO-MOROSO        TO TRUE
                MOVE AVAL-IMPORTE-EJECUTADO    TO
                     AVAL-IMPORTE-PENDIENTE
                SET  AVAL-S-COBRADO-NO         TO TRUE
           WHEN SQL-NODATA
                SET AVAL-STAT-ERR-ESTADO       TO TRUE
           WHEN OTHER
                SET AVAL-STAT-ERR-SQL          TO TRUE
                DISPLAY '*** FATAL *** AVAL DEJAR-PENDIENTE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-DEJAR-PENDIENTE.
           EXIT.

      * Cancelación: el beneficiario devuelve el aval o lo libera
      * antes del vencimiento. La comisión de riesgo del último
      * tramo la liquida LIQAVAL hasta la fecha de cancelación.
       CANCELAR-AVAL.
      *--------------
           IF   AVAL-E-ID-AVAL IS NOT NUMERIC
                OR AVAL-E-ID-AVAL = ZERO
           THEN SET AVAL-STAT-ERR-DATOS       TO TRUE
                GO TO FIN-CANCELAR-AVAL
           END-IF.

           PERFORM LEER-AVAL                  THRU FIN-LEER-AVAL.

           IF   NOT AVAL-STAT-OK
           THEN GO TO FIN-CANCELAR-AVAL
           END-IF.

           IF   NOT AVAL-ESTADO-VIVO
           THEN SET AVAL-STAT-ERR-ESTADO      TO TRUE
                GO TO FIN-CANCELAR-AVAL
           END-IF.

           EXEC SQL
                UPDATE banco.aval_bancario
                SET    estado_aval     = 'C',
                       fec_cancelacion = CURDATE()
                WHERE  id_aval         = :AVAL-ID
                AND    estado_aval     = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO AVAL-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET  AVAL-ESTADO-CANCELADO     TO TRUE
                MOVE WK-FECHA-ACTUAL-8         TO AVAL-FEC-CANCELACION
                PERFORM MOVER-SALIDA           THRU FIN-MOVER-SALIDA
           WHEN SQL-NODATA
                SET AVAL-STAT-ERR-ESTADO       TO TRUE
           WHEN OTHER
                SET AVAL-STAT-ERR-SQL          TO TRUE
                DISPLAY '*** FATAL *** AVAL CANCELAR-AVAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-CANCELAR-AVAL.
           EXIT.

       CONSULTAR-AVAL.
      *---------------
           IF   AVAL-E-ID-AVAL IS NOT NUMERIC
                OR AVAL-E-ID-AVAL = ZERO
           THEN SET AVAL-STAT-ERR-DATOS       TO TRUE
                GO TO FIN-CONSULTAR-AVAL
           END-IF.

           PERFORM LEER-AVAL                  THRU FIN-LEER-AVAL.

           IF   AVAL-STAT-OK
           THEN PERFORM MOVER-SALIDA          THRU FIN-MOVER-SALIDA
           END-IF.

       FIN-CONSULTAR-AVAL.
           EXIT.

       LEER-AVAL.
      *----------
           INITIALIZE                          REG-AVAL.
           MOVE AVAL-E-ID-AVAL                 TO AVAL-ID.

           EXEC SQL
                SELECT A.id_cliente_ordenante, C.nif_cliente,
                       A.id_medio_cuenta,
                       A.nom_beneficiario, A.nif_beneficiario,
                       A.importe_aval, A.divisa_aval,
                       DATE_FORMAT(A.fec_emision, '%Y%m%d'),
                       DATE_FORMAT(A.fec_vencimiento, '%Y%m%d'),
                       A.tipo_aval,
                       A.pct_comision_emision, A.pct_comision_riesgo,
                       DATE_FORMAT(A.fec_ultima_liquidacion, '%Y%m%d'),
                       A.estado_aval,
                       DATE_FORMAT(A.fec_cancelacion, '%Y%m%d'),
                       DATE_FORMAT(A.fec_ejecucion, '%Y%m%d'),
                       A.importe_ejecutado, A.importe_pendiente,
                       A.importe_mora,
                       DATE_FORMAT(A.fec_cobro, '%Y%m%d')
                INTO   :AVAL-ID-CLIENTE, :WK-NIF,
                       :AVAL-ID-CTA,
                       :AVAL-NOM-BENEFICIARIO,
                       :AVAL-NIF-BENEFICIARIO
                       :AVAL-NIF-BENEFICIARIO-NULL,
                       :AVAL-IMPORTE, :AVAL-DIVISA,
                       :AVAL-FEC-EMISION,
                       :AVAL-FEC-VENCIMIENTO,
                       :AVAL-TIPO,
                       :AVAL-PCT-EMISION, :AVAL-PCT-RIESGO,
                       :AVAL-FEC-ULT-LIQ,
                       :AVAL-ESTADO,
                       :AVAL-FEC-CANCELACION
                       :AVAL-FEC-CANCELACION-NULL,
                       :AVAL-FEC-EJECUCION
                       :AVAL-FEC-EJECUCION-NULL,
                       :AVAL-IMPORTE-EJECUTADO,
                       :AVAL-IMPORTE-PENDIENTE,
                       :AVAL-IMPORTE-MORA,
                       :AVAL-FEC-COBRO
                       :AVAL-FEC-COBRO-NULL
                FROM   banco.aval_bancario A, banco.cliente C
                WHERE  A.id_aval    = :AVAL-ID
                AND    C.id_cliente = A.id_cliente_ordenante
           END-EXEC.

           MOVE SQLCODE                        TO AVAL-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET AVAL-STAT-ENC-NO           TO TRUE
           WHEN OTHER
                SET AVAL-STAT-ERR-SQL          TO TRUE
                DISPLAY '*** FATAL *** AVAL LEER-AVAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-AVAL.
           EXIT.

       MOVER-SALIDA.
      *-------------
           MOVE AVAL-ID                        TO AVAL-S-ID-AVAL.
           MOVE WK-NIF                         TO AVAL-S-NIF.
           MOVE AVAL-ID-CTA                    TO AVAL-S-ID-CTA.
           MOVE AVAL-NOM-BENEFICIARIO          TO
                AVAL-S-NOM-BENEFICIARIO.
           MOVE AVAL-NIF-BENEFICIARIO          TO
                AVAL-S-NIF-BENEFICIARIO.
           MOVE AVAL-IMPORTE                   TO AVAL-S-IMPORTE.
           MOVE AVAL-DIVISA                    TO AVAL-S-DIVISA.
           MOVE AVAL-FEC-EMISION               TO AVAL-S-FEC-EMISION.
           MOVE AVAL-FEC-VENCIMIENTO           TO
                AVAL-S-FEC-VENCIMIENTO.
           MOVE AVAL-TIPO                      TO AVAL-S-TIPO.
           MOVE AVAL-PCT-EMISION               TO AVAL-S-PCT-EMISION.
           MOVE AVAL-PCT-RIESGO                TO AVAL-S-PCT-RIESGO.
           MOVE AVAL-FEC-ULT-LIQ               TO AVAL-S-FEC-ULT-LIQ.
           MOVE AVAL-ESTADO                    TO AVAL-S-ESTADO.
           MOVE AVAL-FEC-CANCELACION           TO
                AVAL-S-FEC-CANCELACION.
           MOVE AVAL-FEC-EJECUCION             TO
                AVAL-S-FEC-EJECUCION.
           MOVE AVAL-IMPORTE-EJECUTADO         TO
                AVAL-S-IMPORTE-EJECUTADO.
           MOVE AVAL-IMPORTE-PENDIENTE         TO
                AVAL-S-IMPORTE-PENDIENTE.
           MOVE AVAL-IMPORTE-MORA              TO
                AVAL-S-IMPORTE-MORA.

       FIN-MOVER-SALIDA.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET AVAL-STAT-ERR-SQL            TO TRUE
                MOVE SQLCODE                     TO AVAL-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO AVAL-SQLCODE
                MOVE 'AVAL'                      TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE AVAL-SQLCODE                TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
