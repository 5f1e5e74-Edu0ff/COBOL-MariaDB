       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. PREPAGO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Tarjetas prepago: tarjetas de regalo, de viaje, de gastos de
      * empresa o de programas de ayuda social que llevan su propio
      * saldo y no cuelgan de ninguna cuenta. La tarjeta se da de
      * alta por INSTAR como cualquier otra (sin cuenta, sin crédito
      * y, si es anónima, sin titular) y sus datos propios quedan en
      * banco.tarjeta_prepago. El saldo es el cred_tarjeta: se carga
      * desde una cuenta, en efectivo por CAJA o por lote desde el
      * fichero de una empresa (CARGAPRE), se gasta por el camino de
      * siempre (INSMOV/ACTTAR, que no dejan bajar de cero) y se
      * descarga a una cuenta o en efectivo. Las anónimas tienen
      * límites reducidos de saldo, de carga en el mes y de reembolso
      * en efectivo. Al caducar (CADPREPAGO) el sobrante vuelve a la
      * cuenta de devolución o, si no la hay, queda en la transitoria
      * a disposición de quien lo reclame.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE prepago           END-EXEC.

      * Tarjeta: estado, saldo y titular.
       01  WK-ID-TAR                         PIC 9(10).
       01  WK-ESTADO-TAR                     PIC X(01).
       01  WK-SALDO                          PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-ID-CLI                         PIC 9(10).
      * Cuenta que se comprueba y quién puede ser su titular.
       01  WK-ID-CTA                         PIC 9(10).
       01  WK-ESTADO-CTA                     PIC X(01).
       01  WK-ID-TITULAR-1                   PIC 9(10).
       01  WK-ID-TITULAR-2                   PIC 9(10).
       01  WK-NUM                            PIC S9(04) COMP-5.
      * Cargas del mes en curso y primer día del mes (AAAAMMDD).
       01  WK-CARGADO-MES                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-FEC-MES                        PIC X(08).
      * Caducidad pedida (primer día del mes, AAAAMMDD).
       01  WK-FEC-CADUCIDAD                  PIC X(08).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.
           COPY 'actcta.cpy'.
           COPY 'acttar.cpy'.
           COPY 'insmov.cpy'.
           COPY 'instar.cpy'.
           COPY 'bajatar.cpy'.
           COPY 'transitoria.cpy'.
           COPY 'parambatch.cpy'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FECHA-HOY                      PIC X(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

       01  WK-FEC-MMAA.
           05  WK-FEC-MM                     PIC 9(02).
           05  WK-FEC-AA                     PIC 9(02).

       01  WK-ID-TAR-ED                      PIC Z(09)9.
       01  WK-IMPORTE                        PIC S9(08)V99
                                             LEADING SEPARATE.

      * Apunte que se lanza contra la cuenta o contra la tarjeta.
       01  WK-APUNTE-ID                      PIC 9(10).
       01  WK-APUNTE-CPT                     PIC X(49).
       01  WK-APUNTE-IMPT                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-APUNTE-REF                     PIC 9(12).

      * Límites de la tarjeta (PARAMBATCH). Los valores van en euros
      * enteros y los de las anónimas son los reducidos que se
      * admiten sin identificar al titular.
       01  WK-PARAM-NOMBRE                   PIC X(30).
       01  WK-PARAM-DEFECTO                  PIC X(30).
       01  WK-PARAM-VALOR-ENV                PIC X(08).
       01  WK-PARAM-VALOR                    PIC 9(08)V99.
       01  WK-LIMITE-SALDO                   PIC 9(08)V99.
       01  WK-LIMITE-MES                     PIC 9(08)V99.
       01  WK-LIMITE-REEMBOLSO               PIC 9(08)V99.

       01  SW-CADUCADA                       PIC 9(01) VALUE 0.
           88  TARJETA-CADUCADA              VALUE 1.
           88  TARJETA-NO-CADUCADA           VALUE 0.

       01  SW-TITULAR                        PIC 9(01) VALUE 0.
           88  CUENTA-DEL-TITULAR            VALUE 1.
           88  CUENTA-AJENA                  VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'prepago.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-PREPAGO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN PREPAGO-E-ACC-EMITIR
                PERFORM EMITIR                 THRU FIN-EMITIR

           WHEN PREPAGO-E-ACC-CARGAR
                PERFORM CARGAR                 THRU FIN-CARGAR

           WHEN PREPAGO-E-ACC-DESCARGAR
                PERFORM DESCARGAR              THRU FIN-DESCARGAR

           WHEN PREPAGO-E-ACC-CONSULTAR
                PERFORM LEER-PREPAGO           THRU FIN-LEER-PREPAGO

           WHEN PREPAGO-E-ACC-CADUCAR
                PERFORM CADUCAR                THRU FIN-CADUCAR

           WHEN OTHER
                SET PREPAGO-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    Los dos apuntes de una carga o descarga, y la devolución
      *    del sobrante con la baja de la tarjeta, van juntos o no
      *    van.
           IF   PREPAGO-STAT-OK
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE IF   PREPAGO-STAT-ERR-SQL
                     OR PREPAGO-STAT-ERR-POSTEO
                THEN PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-PREPAGO-SALIDA
                                              REG-TARPRE.
           MOVE ZERO                          TO SW-CADUCADA
                                                 SW-TITULAR.

           IF   PREPAGO-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO TARPRE-USUARIO
           ELSE MOVE PREPAGO-E-USUARIO        TO TARPRE-USUARIO
           END-IF.

           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.
           MOVE WK-FECHA-ACTUAL-8             TO WK-FECHA-HOY.

           IF   PREPAGO-E-ID-TAR IS NUMERIC
           THEN MOVE PREPAGO-E-ID-TAR         TO WK-ID-TAR
           ELSE MOVE ZERO                     TO WK-ID-TAR
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Emisión: se comprueban titular, empresa y cuenta de
      * devolución, se da de alta la tarjeta por INSTAR (sin cuenta
      * y sin saldo) y se graban sus datos de prepago.
       EMITIR.
      *-------
           MOVE PREPAGO-E-MODALIDAD           TO TARPRE-MODALIDAD.

           IF   NOT TARPRE-MODALIDAD-VALIDA
                OR PREPAGO-E-ID-CLI IS NOT NUMERIC
                OR PREPAGO-E-ID-EMPRESA IS NOT NUMERIC
                OR PREPAGO-E-ID-CTA IS NOT NUMERIC
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-EMITIR
           END-IF.

      *    Las de empresa y las de ayuda social las carga siempre la
      *    empresa o la entidad del programa.
           IF   (TARPRE-MODALIDAD-EMPRESA
                 OR TARPRE-MODALIDAD-SOCIAL)
                AND PREPAGO-E-ID-EMPRESA = ZERO
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-EMITIR
           END-IF.

      *    La anónima se entrega en una oficina y, si no hay empresa
      *    detrás, no tiene a nadie a quien devolver el sobrante: no
      *    admite cuenta de devolución.
           IF   PREPAGO-E-ID-CLI = ZERO
           THEN IF   PREPAGO-E-OFICINA = SPACES
                     OR (PREPAGO-E-ID-EMPRESA = ZERO
                         AND PREPAGO-E-ID-CTA NOT = ZERO)
                THEN SET PREPAGO-STAT-ERR-DATOS TO TRUE
                     GO TO FIN-EMITIR
                END-IF
                SET  TARPRE-ANONIMA-SI        TO TRUE
           ELSE SET  TARPRE-ANONIMA-NO        TO TRUE
           END-IF.

           IF   PREPAGO-E-ID-CLI NOT = ZERO
           THEN MOVE PREPAGO-E-ID-CLI         TO WK-ID-CLI
                PERFORM COMPROBAR-CLIENTE     THRU
                        FIN-COMPROBAR-CLIENTE
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-EMITIR
                END-IF
           END-IF.

           IF   PREPAGO-E-ID-EMPRESA NOT = ZERO
           THEN MOVE PREPAGO-E-ID-EMPRESA     TO WK-ID-CLI
                PERFORM COMPROBAR-CLIENTE     THRU
                        FIN-COMPROBAR-CLIENTE
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-EMITIR
                END-IF
           END-IF.

      *    La cuenta de devolución, activa y del titular o de la
      *    empresa.
           IF   PREPAGO-E-ID-CTA NOT = ZERO
           THEN MOVE PREPAGO-E-ID-CTA         TO WK-ID-CTA
                PERFORM COMPROBAR-CUENTA      THRU
                        FIN-COMPROBAR-CUENTA
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-EMITIR
                END-IF
                MOVE PREPAGO-E-ID-CLI         TO WK-ID-TITULAR-1
                MOVE PREPAGO-E-ID-EMPRESA     TO WK-ID-TITULAR-2
                PERFORM COMPROBAR-TITULAR     THRU
                        FIN-COMPROBAR-TITULAR
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-EMITIR
                END-IF
                IF   CUENTA-AJENA
                THEN SET PREPAGO-STAT-ERR-DATOS TO TRUE
                     GO TO FIN-EMITIR
                END-IF
           END-IF.

           PERFORM CALCULAR-CADUCIDAD         THRU
                   FIN-CALCULAR-CADUCIDAD.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-EMITIR
           END-IF.

           PERFORM LLAMAR-INSTAR              THRU FIN-LLAMAR-INSTAR.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-EMITIR
           END-IF.

           PERFORM GRABAR-PREPAGO             THRU FIN-GRABAR-PREPAGO.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-EMITIR
           END-IF.

           MOVE TARPRE-ID-TAR                 TO WK-ID-TAR.
           PERFORM LEER-PREPAGO               THRU FIN-LEER-PREPAGO.

       FIN-EMITIR.
           EXIT.

       COMPROBAR-CLIENTE.
      *------------------
           MOVE 0                             TO WK-NUM.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM
                FROM   banco.cliente
                WHERE  id_cliente = :WK-ID-CLI
           END-EXEC.

           MOVE SQLCODE                        TO PREPAGO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PREPAGO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PREPAGO COMPROBAR-CLIENTE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-CLIENTE
           END-IF.

           IF   WK-NUM = 0
           THEN SET PREPAGO-STAT-ENC-NO        TO TRUE
           END-IF.

       FIN-COMPROBAR-CLIENTE.
           EXIT.

      * La cuenta existe y está activa.
       COMPROBAR-CUENTA.
      *-----------------
           EXEC SQL
                SELECT estado_cuenta
                INTO   :WK-ESTADO-CTA
                FROM   banco.cuenta
                WHERE  id_medio = :WK-ID-CTA
           END-EXEC.

           MOVE SQLCODE                        TO PREPAGO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET PREPAGO-STAT-ENC-NO         TO TRUE
           WHEN SQL-SUCCESS
                IF   WK-ESTADO-CTA NOT = 'A'
                THEN SET PREPAGO-STAT-ERR-ESTADO TO TRUE
                END-IF
           WHEN OTHER
                SET PREPAGO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** PREPAGO COMPROBAR-CUENTA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-COMPROBAR-CUENTA.
           EXIT.

      * Alguno de los dos clientes (titular de la tarjeta y empresa;
      * el que venga a cero no cuenta) es titular de la cuenta.
       COMPROBAR-TITULAR.
      *------------------
           SET  CUENTA-AJENA                   TO TRUE.
           MOVE 0                              TO WK-NUM.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM
                FROM   banco.cliente_rln_cuenta
                WHERE  id_medio   = :WK-ID-CTA
                AND    tip_rln    = 'T'
                AND    id_cliente IN (:WK-ID-TITULAR-1,
                                      :WK-ID-TITULAR-2)
                AND    id_cliente <> 0
           END-EXEC.

           MOVE SQLCODE                        TO PREPAGO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PREPAGO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PREPAGO COMPROBAR-TITULAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-IF.

           IF   WK-NUM > 0
           THEN SET CUENTA-DEL-TITULAR         TO TRUE
           END-IF.

       FIN-COMPROBAR-TITULAR.
           EXIT.

      * La tarjeta caduca el último día del mes del plástico y no se
      * emite ya caducada.
       CALCULAR-CADUCIDAD.
      *-------------------
           IF   PREPAGO-E-FEC IS NOT NUMERIC
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-CALCULAR-CADUCIDAD
           END-IF.

           MOVE PREPAGO-E-FEC                 TO WK-FEC-MMAA.

           IF   WK-FEC-MM < 1
                OR WK-FEC-MM > 12
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-CALCULAR-CADUCIDAD
           END-IF.

           STRING '20' WK-FEC-AA WK-FEC-MM '01'
                  DELIMITED BY SIZE           INTO WK-FEC-CADUCIDAD.

           EXEC SQL
                SELECT DATE_FORMAT(LAST_DAY(
                           STR_TO_DATE(:WK-FEC-CADUCIDAD, '%Y%m%d')),
                           '%Y%m%d')
                INTO   :TARPRE-FEC-CADUCIDAD
           END-EXEC.

           MOVE SQLCODE                        TO PREPAGO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PREPAGO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PREPAGO CALCULAR-CADUCIDAD:'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CALCULAR-CADUCIDAD
           END-IF.

           IF   TARPRE-FEC-CADUCIDAD < WK-FECHA-HOY
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
           END-IF.

       FIN-CALCULAR-CADUCIDAD.
           EXIT.

       LLAMAR-INSTAR.
      *--------------
           INITIALIZE                          AREA-INSTAR-ENTRADA.
           MOVE PREPAGO-E-ID-CLI               TO INSTAR-E-ID-CLI.
           MOVE ZERO                           TO INSTAR-E-ID-CTA
                                                  INSTAR-E-CRED
                                                  INSTAR-E-ID-TAR-ANT.
           MOVE PREPAGO-E-NUM                  TO INSTAR-E-NUM.
           MOVE PREPAGO-E-FEC                  TO INSTAR-E-FEC.
           MOVE PREPAGO-E-CCV                  TO INSTAR-E-CCV.
           MOVE PREPAGO-E-DIVISA               TO INSTAR-E-DIVISA.
           MOVE PREPAGO-E-PRODUCTO             TO INSTAR-E-PRODUCTO.
           SET  INSTAR-E-PREPAGO-SI            TO TRUE.

           CALL "INSTAR"                       USING AREA-INSTAR.

           EVALUATE TRUE
           WHEN INSTAR-STAT-OK
                MOVE INSTAR-S-TAR-ID           TO TARPRE-ID-TAR
           WHEN INSTAR-STAT-ERR-SQL
                SET  PREPAGO-STAT-ERR-SQL      TO TRUE
                MOVE INSTAR-S-SQLCODE          TO PREPAGO-SQLCODE
                MOVE INSTAR-STAT               TO PREPAGO-S-INSTAR-STAT
           WHEN OTHER
                SET  PREPAGO-STAT-ERR-DATOS    TO TRUE
                MOVE INSTAR-STAT               TO PREPAGO-S-INSTAR-STAT
           END-EVALUATE.

       FIN-LLAMAR-INSTAR.
           EXIT.

       GRABAR-PREPAGO.
      *---------------
           MOVE PREPAGO-E-ID-EMPRESA           TO TARPRE-ID-EMPRESA.
           MOVE PREPAGO-E-ID-CTA               TO TARPRE-CTA-DEVOLUCION.
           MOVE PREPAGO-E-OFICINA              TO TARPRE-OFICINA.

           EXEC SQL
                INSERT INTO banco.tarjeta_prepago(
                    id_medio,
                    modalidad_prepago,
                    anonima_prepago,
                    id_cliente_empresa,
                    id_medio_cta_devolucion,
                    oficina_prepago,
                    fec_caducidad_prepago,
                    fec_alta_prepago,
                    usuario_alta_prepago,
                    importe_devuelto_prepago
                )
                VALUES(
                    :TARPRE-ID-TAR,
                    :TARPRE-MODALIDAD,
                    :TARPRE-ANONIMA,
                    NULLIF(:TARPRE-ID-EMPRESA, 0),
                    NULLIF(:TARPRE-CTA-DEVOLUCION, 0),
                    NULLIF(:TARPRE-OFICINA, ' '),
                    STR_TO_DATE(:TARPRE-FEC-CADUCIDAD, '%Y%m%d'),
                    CURDATE(),
                    :TARPRE-USUARIO,
                    0
                )
           END-EXEC.

           MOVE SQLCODE                        TO PREPAGO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PREPAGO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PREPAGO GRABAR-PREPAGO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-PREPAGO.
           EXIT.

      * Carga: entra dinero en la tarjeta desde una cuenta, en
      * efectivo o desde la cuenta de la empresa que manda el lote,
      * sin pasar del saldo máximo ni de lo cargable en el mes.
       CARGAR.
      *-------
           IF   PREPAGO-E-IMPORTE NOT > ZERO
                OR NOT PREPAGO-E-ORIGEN-OK
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-CARGAR
           END-IF.

           IF   NOT PREPAGO-E-ORIGEN-EFECTIVO
                AND (PREPAGO-E-ID-CTA = ZERO
                     OR PREPAGO-E-ID-CTA IS NOT NUMERIC)
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-CARGAR
           END-IF.

           PERFORM LEER-PREPAGO               THRU FIN-LEER-PREPAGO.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-CARGAR
           END-IF.

      *    Una tarjeta emitida y aún sin activar sí se carga: es lo
      *    normal en una de regalo.
           IF   WK-ESTADO-TAR = 'B'
                OR WK-ESTADO-TAR = 'Q'
                OR WK-ESTADO-TAR = 'R'
                OR TARJETA-CADUCADA
           THEN SET PREPAGO-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-CARGAR
           END-IF.

      *    El lote sólo carga tarjetas de la propia empresa y desde
      *    una cuenta suya.
           IF   PREPAGO-E-ORIGEN-LOTE
           THEN IF   TARPRE-ID-EMPRESA = ZERO
                     OR TARPRE-ID-EMPRESA NOT = PREPAGO-E-ID-EMPRESA
                THEN SET PREPAGO-STAT-ERR-EMPRESA TO TRUE
                     GO TO FIN-CARGAR
                END-IF
                MOVE PREPAGO-E-ID-CTA         TO WK-ID-CTA
                MOVE TARPRE-ID-EMPRESA        TO WK-ID-TITULAR-1
                MOVE ZERO                     TO WK-ID-TITULAR-2
                PERFORM COMPROBAR-TITULAR     THRU
                        FIN-COMPROBAR-TITULAR
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-CARGAR
                END-IF
                IF   CUENTA-AJENA
                THEN SET PREPAGO-STAT-ERR-EMPRESA TO TRUE
                     GO TO FIN-CARGAR
                END-IF
           END-IF.

           IF   WK-SALDO + PREPAGO-E-IMPORTE > WK-LIMITE-SALDO
           THEN SET PREPAGO-STAT-ERR-LIMITE   TO TRUE
                GO TO FIN-CARGAR
           END-IF.

           IF   WK-LIMITE-MES > ZERO
                AND WK-CARGADO-MES + PREPAGO-E-IMPORTE > WK-LIMITE-MES
           THEN SET PREPAGO-STAT-ERR-LIMITE   TO TRUE
                GO TO FIN-CARGAR
           END-IF.

           MOVE WK-ID-TAR                     TO WK-ID-TAR-ED.

      *    Primero sale el dinero de la cuenta y luego entra en la
      *    tarjeta; el efectivo lo etiqueta CAJA a su cajón.
           IF   NOT PREPAGO-E-ORIGEN-EFECTIVO
           THEN MOVE PREPAGO-E-ID-CTA         TO WK-APUNTE-ID
                MOVE SPACES                   TO WK-APUNTE-CPT
                STRING 'CARGA TARJETA PREPAGO ' WK-ID-TAR-ED
                       DELIMITED BY SIZE      INTO WK-APUNTE-CPT
                COMPUTE WK-APUNTE-IMPT = 0 - PREPAGO-E-IMPORTE
                PERFORM APUNTAR-CUENTA        THRU FIN-APUNTAR-CUENTA
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-CARGAR
                END-IF
           END-IF.

           MOVE WK-ID-TAR                     TO WK-APUNTE-ID.
           IF   PREPAGO-E-ORIGEN-EFECTIVO
           THEN MOVE 'CARGA EN EFECTIVO'      TO WK-APUNTE-CPT
           ELSE MOVE 'CARGA DE SALDO'         TO WK-APUNTE-CPT
           END-IF.
           MOVE PREPAGO-E-IMPORTE             TO WK-APUNTE-IMPT.
           PERFORM APUNTAR-TARJETA            THRU FIN-APUNTAR-TARJETA.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-CARGAR
           END-IF.

           MOVE WK-APUNTE-REF                 TO PREPAGO-S-REF.
           MOVE PREPAGO-E-IMPORTE             TO PREPAGO-S-IMPORTE.
           MOVE ACTTAR-S-CRED                 TO PREPAGO-S-SALDO.
           ADD  PREPAGO-E-IMPORTE             TO PREPAGO-S-CARGADO-MES.

       FIN-CARGAR.
           EXIT.

      * Descarga: sale dinero de la tarjeta hacia una cuenta o en
      * efectivo. De una anónima sólo se reembolsa a su cuenta de
      * devolución, o en efectivo hasta el máximo permitido.
       DESCARGAR.
      *----------
           IF   PREPAGO-E-IMPORTE < ZERO
                OR (NOT PREPAGO-E-ORIGEN-CUENTA
                    AND NOT PREPAGO-E-ORIGEN-EFECTIVO)
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-DESCARGAR
           END-IF.

           IF   PREPAGO-E-ORIGEN-CUENTA
                AND (PREPAGO-E-ID-CTA = ZERO
                     OR PREPAGO-E-ID-CTA IS NOT NUMERIC)
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-DESCARGAR
           END-IF.

           PERFORM LEER-PREPAGO               THRU FIN-LEER-PREPAGO.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-DESCARGAR
           END-IF.

      *    Una dada de baja se puede vaciar; bloqueada, en revisión o
      *    sin activar, no.
           IF   WK-ESTADO-TAR = 'E'
                OR WK-ESTADO-TAR = 'Q'
                OR WK-ESTADO-TAR = 'R'
           THEN SET PREPAGO-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-DESCARGAR
           END-IF.

           IF   PREPAGO-E-IMPORTE = ZERO
           THEN MOVE WK-SALDO                 TO WK-IMPORTE
           ELSE MOVE PREPAGO-E-IMPORTE        TO WK-IMPORTE
           END-IF.

           IF   WK-IMPORTE NOT > ZERO
                OR WK-IMPORTE > WK-SALDO
           THEN SET PREPAGO-STAT-ERR-SALDO    TO TRUE
                GO TO FIN-DESCARGAR
           END-IF.

           IF   PREPAGO-E-ORIGEN-EFECTIVO
                AND TARPRE-ANONIMA-SI
                AND WK-IMPORTE > WK-LIMITE-REEMBOLSO
           THEN SET PREPAGO-STAT-ERR-LIMITE   TO TRUE
                GO TO FIN-DESCARGAR
           END-IF.

      *    A cuenta: la de devolución, o una del titular o de la
      *    empresa si la tarjeta es nominativa.
           IF   PREPAGO-E-ORIGEN-CUENTA
                AND PREPAGO-E-ID-CTA NOT = TARPRE-CTA-DEVOLUCION
           THEN IF   TARPRE-ANONIMA-SI
                THEN SET PREPAGO-STAT-ERR-DATOS TO TRUE
                     GO TO FIN-DESCARGAR
                END-IF
                MOVE PREPAGO-E-ID-CTA         TO WK-ID-CTA
                MOVE WK-ID-CLI                TO WK-ID-TITULAR-1
                MOVE TARPRE-ID-EMPRESA        TO WK-ID-TITULAR-2
                PERFORM COMPROBAR-TITULAR     THRU
                        FIN-COMPROBAR-TITULAR
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-DESCARGAR
                END-IF
                IF   CUENTA-AJENA
                THEN SET PREPAGO-STAT-ERR-DATOS TO TRUE
                     GO TO FIN-DESCARGAR
                END-IF
           END-IF.

           MOVE WK-ID-TAR                     TO WK-ID-TAR-ED.

      *    Primero sale de la tarjeta y luego entra en la cuenta.
           MOVE WK-ID-TAR                     TO WK-APUNTE-ID.
           IF   PREPAGO-E-ORIGEN-EFECTIVO
           THEN MOVE 'REEMBOLSO EN EFECTIVO'  TO WK-APUNTE-CPT
           ELSE MOVE 'DESCARGA DE SALDO'      TO WK-APUNTE-CPT
           END-IF.
           COMPUTE WK-APUNTE-IMPT = 0 - WK-IMPORTE.
           PERFORM APUNTAR-TARJETA            THRU FIN-APUNTAR-TARJETA.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-DESCARGAR
           END-IF.

           MOVE WK-APUNTE-REF                 TO PREPAGO-S-REF.
           MOVE ACTTAR-S-CRED                 TO PREPAGO-S-SALDO.

           IF   PREPAGO-E-ORIGEN-CUENTA
           THEN MOVE PREPAGO-E-ID-CTA         TO WK-APUNTE-ID
                MOVE SPACES                   TO WK-APUNTE-CPT
                STRING 'DESCARGA TARJETA PREPAGO ' WK-ID-TAR-ED
                       DELIMITED BY SIZE      INTO WK-APUNTE-CPT
                MOVE WK-IMPORTE               TO WK-APUNTE-IMPT
                PERFORM APUNTAR-CUENTA        THRU FIN-APUNTAR-CUENTA
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-DESCARGAR
                END-IF
           END-IF.

           MOVE WK-IMPORTE                    TO PREPAGO-S-IMPORTE.

       FIN-DESCARGAR.
           EXIT.

      * Caducidad: la tarjeta caducada (o ya dada de baja) devuelve
      * su sobrante a la cuenta de devolución si sigue activa, o lo
      * deja en la transitoria para que lo reclame el portador, y
      * queda de baja; también la que caduca sin haberse activado.
      * Bloqueadas y en revisión esperan a que se resuelva su
      * situación.
       CADUCAR.
      *--------
           PERFORM LEER-PREPAGO               THRU FIN-LEER-PREPAGO.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-CADUCAR
           END-IF.

           IF   WK-ESTADO-TAR = 'Q'
                OR WK-ESTADO-TAR = 'R'
                OR (TARJETA-NO-CADUCADA
                    AND WK-ESTADO-TAR NOT = 'B')
           THEN SET PREPAGO-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-CADUCAR
           END-IF.

           IF   WK-SALDO > ZERO
           THEN PERFORM DEVOLVER-SOBRANTE     THRU
                        FIN-DEVOLVER-SOBRANTE
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-CADUCAR
                END-IF
           END-IF.

           IF   WK-ESTADO-TAR NOT = 'B'
           THEN PERFORM DAR-BAJA-TARJETA      THRU
                        FIN-DAR-BAJA-TARJETA
           END-IF.

       FIN-CADUCAR.
           EXIT.

       DEVOLVER-SOBRANTE.
      *------------------
           MOVE WK-SALDO                      TO WK-IMPORTE.
           MOVE WK-ID-TAR                     TO WK-ID-TAR-ED.

      *    Sin cuenta de devolución activa, el sobrante va a la
      *    transitoria.
           SET  TARPRE-DEVOLUCION-TRANSITORIA TO TRUE.
           IF   TARPRE-CTA-DEVOLUCION NOT = ZERO
           THEN MOVE TARPRE-CTA-DEVOLUCION    TO WK-ID-CTA
                PERFORM COMPROBAR-CUENTA      THRU
                        FIN-COMPROBAR-CUENTA
                EVALUATE TRUE
                WHEN PREPAGO-STAT-OK
                     SET TARPRE-DEVOLUCION-CUENTA TO TRUE
                WHEN PREPAGO-STAT-ENC-NO
                WHEN PREPAGO-STAT-ERR-ESTADO
                     SET PREPAGO-STAT-OK      TO TRUE
                WHEN OTHER
                     GO TO FIN-DEVOLVER-SOBRANTE
                END-EVALUATE
           END-IF.

           MOVE WK-ID-TAR                     TO WK-APUNTE-ID.
           MOVE 'DEVOLUCION SALDO CADUCADO'   TO WK-APUNTE-CPT.
           COMPUTE WK-APUNTE-IMPT = 0 - WK-IMPORTE.
           PERFORM APUNTAR-TARJETA            THRU FIN-APUNTAR-TARJETA.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-DEVOLVER-SOBRANTE
           END-IF.

           MOVE WK-APUNTE-REF                 TO PREPAGO-S-REF.
           MOVE ACTTAR-S-CRED                 TO PREPAGO-S-SALDO.

           IF   TARPRE-DEVOLUCION-CUENTA
           THEN MOVE TARPRE-CTA-DEVOLUCION    TO WK-APUNTE-ID
                MOVE SPACES                   TO WK-APUNTE-CPT
                STRING 'SALDO CADUCADO TARJETA PREPAGO ' WK-ID-TAR-ED
                       DELIMITED BY SIZE      INTO WK-APUNTE-CPT
                MOVE WK-IMPORTE               TO WK-APUNTE-IMPT
                PERFORM APUNTAR-CUENTA        THRU FIN-APUNTAR-CUENTA
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-DEVOLVER-SOBRANTE
                END-IF
                MOVE WK-APUNTE-REF            TO TARPRE-REF-DEVOLUCION
           ELSE PERFORM APARCAR-SOBRANTE      THRU
                        FIN-APARCAR-SOBRANTE
                IF   NOT PREPAGO-STAT-OK
                THEN GO TO FIN-DEVOLVER-SOBRANTE
                END-IF
                MOVE TRANSITORIA-S-ID-PARTIDA TO TARPRE-REF-DEVOLUCION
                                                 PREPAGO-S-ID-PARTIDA
           END-IF.

           ADD  WK-IMPORTE                    TO
                TARPRE-IMPORTE-DEVUELTO.

           EXEC SQL
                UPDATE banco.tarjeta_prepago
                SET    fec_devolucion_prepago     = CURDATE(),
                       importe_devuelto_prepago   =
                                       :TARPRE-IMPORTE-DEVUELTO,
                       destino_devolucion_prepago =
                                       :TARPRE-DESTINO-DEVOLUCION,
                       ref_devolucion_prepago     =
                                       :TARPRE-REF-DEVOLUCION
                WHERE  id_medio                   = :TARPRE-ID-TAR
           END-EXEC.

           MOVE SQLCODE                        TO PREPAGO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PREPAGO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PREPAGO DEVOLVER-SOBRANTE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-DEVOLVER-SOBRANTE
           END-IF.

           MOVE WK-IMPORTE                    TO PREPAGO-S-IMPORTE.
           MOVE TARPRE-DESTINO-DEVOLUCION     TO PREPAGO-S-DESTINO.

       FIN-DEVOLVER-SOBRANTE.
           EXIT.

      * El sobrante sin cuenta a la que volver queda como partida de
      * la transitoria, que se aplica cuando el portador lo reclama.
       APARCAR-SOBRANTE.
      *-----------------
           INITIALIZE                         AREA-TRANSITORIA-ENTRADA.
           SET  TRANSITORIA-E-ACC-APARCAR     TO TRUE.
           MOVE WK-IMPORTE                    TO TRANSITORIA-E-IMPORTE.
           STRING 'SALDO CADUCADO TARJETA PREPAGO ' WK-ID-TAR-ED
                  DELIMITED BY SIZE           INTO TRANSITORIA-E-CPT.
           MOVE 'PREPAGO'                     TO TRANSITORIA-E-ORIGEN.
           MOVE TARPRE-USUARIO                TO TRANSITORIA-E-USUARIO.
           MOVE 'SALDO PREPAGO CADUCADO'      TO TRANSITORIA-E-MOTIVO.

           CALL "TRANSITORIA"                 USING AREA-TRANSITORIA.

           IF   NOT TRANSITORIA-STAT-OK
           THEN SET  PREPAGO-STAT-ERR-POSTEO  TO TRUE
                MOVE TRANSITORIA-SQLCODE      TO PREPAGO-SQLCODE
           END-IF.

       FIN-APARCAR-SOBRANTE.
           EXIT.

       DAR-BAJA-TARJETA.
      *-----------------
           INITIALIZE                         AREA-BAJATAR-ENTRADA.
           MOVE WK-ID-TAR                     TO BAJATAR-E-ID-TAR.
           SET  BAJATAR-E-APROBADA-SI         TO TRUE.
           MOVE TARPRE-USUARIO                TO BAJATAR-E-USUARIO.

           CALL "BAJATAR"                     USING AREA-BAJATAR.

           EVALUATE TRUE
           WHEN BAJATAR-STAT-OK
                MOVE 'B'                      TO PREPAGO-S-ESTADO
           WHEN BAJATAR-STAT-YA-BAJA
                CONTINUE
           WHEN OTHER
                SET  PREPAGO-STAT-ERR-SQL     TO TRUE
                MOVE BAJATAR-S-SQLCODE        TO PREPAGO-SQLCODE
           END-EVALUATE.

       FIN-DAR-BAJA-TARJETA.
           EXIT.

      * Tarjeta y datos de prepago, límites que le aplican y lo que
      * lleva cargado en el mes; se devuelven en la salida.
       LEER-PREPAGO.
      *-------------
           IF   WK-ID-TAR = ZERO
           THEN SET PREPAGO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-LEER-PREPAGO
           END-IF.

           EXEC SQL
                SELECT T.estado_tarjeta,
                       T.cred_tarjeta,
                       COALESCE(T.id_cliente, 0),
                       P.id_medio,
                       P.modalidad_prepago,
                       P.anonima_prepago,
                       COALESCE(P.id_cliente_empresa, 0),
                       COALESCE(P.id_medio_cta_devolucion, 0),
                       COALESCE(P.oficina_prepago, ' '),
                       DATE_FORMAT(P.fec_caducidad_prepago, '%Y%m%d'),
                       COALESCE(P.importe_devuelto_prepago, 0)
                INTO   :WK-ESTADO-TAR,
                       :WK-SALDO,
                       :WK-ID-CLI,
                       :TARPRE-ID-TAR,
                       :TARPRE-MODALIDAD,
                       :TARPRE-ANONIMA,
                       :TARPRE-ID-EMPRESA,
                       :TARPRE-CTA-DEVOLUCION,
                       :TARPRE-OFICINA,
                       :TARPRE-FEC-CADUCIDAD,
                       :TARPRE-IMPORTE-DEVUELTO
                FROM   banco.tarjeta T
                JOIN   banco.tarjeta_prepago P
                ON     P.id_medio = T.id_medio
                WHERE  T.id_medio = :WK-ID-TAR
           END-EXEC.

           MOVE SQLCODE                        TO PREPAGO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET PREPAGO-STAT-ENC-NO         TO TRUE
                GO TO FIN-LEER-PREPAGO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                SET PREPAGO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** PREPAGO LEER-PREPAGO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-PREPAGO
           END-EVALUATE.

           IF   TARPRE-FEC-CADUCIDAD < WK-FECHA-HOY
           THEN SET TARJETA-CADUCADA           TO TRUE
           ELSE SET TARJETA-NO-CADUCADA        TO TRUE
           END-IF.

           PERFORM LEER-LIMITES               THRU FIN-LEER-LIMITES.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-LEER-PREPAGO
           END-IF.

           PERFORM CALCULAR-CARGADO-MES       THRU
                   FIN-CALCULAR-CARGADO-MES.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-LEER-PREPAGO
           END-IF.

           MOVE TARPRE-ID-TAR                 TO PREPAGO-S-ID-TAR.
           MOVE WK-SALDO                      TO PREPAGO-S-SALDO.
           MOVE WK-ESTADO-TAR                 TO PREPAGO-S-ESTADO.
           MOVE TARPRE-ANONIMA                TO PREPAGO-S-ANONIMA.
           MOVE TARPRE-MODALIDAD              TO PREPAGO-S-MODALIDAD.
           MOVE TARPRE-ID-EMPRESA             TO PREPAGO-S-ID-EMPRESA.
           MOVE TARPRE-CTA-DEVOLUCION         TO
                PREPAGO-S-CTA-DEVOLUCION.
           MOVE TARPRE-FEC-CADUCIDAD          TO
                PREPAGO-S-FEC-CADUCIDAD.
           MOVE WK-CARGADO-MES                TO PREPAGO-S-CARGADO-MES.
           MOVE WK-LIMITE-SALDO               TO PREPAGO-S-LIMITE-SALDO.
           MOVE WK-LIMITE-MES                 TO PREPAGO-S-LIMITE-MES.

       FIN-LEER-PREPAGO.
           EXIT.

      * La anónima tiene tope de saldo, de carga en el mes y de
      * reembolso en efectivo; la nominativa sólo tope de saldo.
       LEER-LIMITES.
      *-------------
           MOVE ZERO                          TO WK-LIMITE-MES
                                                 WK-LIMITE-REEMBOLSO.

           IF   TARPRE-ANONIMA-SI
           THEN MOVE 'PREPAGO_ANONIMA_SALDO_MAX'
                                              TO WK-PARAM-NOMBRE
                MOVE '00000150'               TO WK-PARAM-DEFECTO
           ELSE MOVE 'PREPAGO_SALDO_MAX'      TO WK-PARAM-NOMBRE
                MOVE '00010000'               TO WK-PARAM-DEFECTO
           END-IF.
           PERFORM LEER-PARAMETRO             THRU FIN-LEER-PARAMETRO.
           MOVE WK-PARAM-VALOR                TO WK-LIMITE-SALDO.

           IF   TARPRE-ANONIMA-NO
                OR NOT PREPAGO-STAT-OK
           THEN GO TO FIN-LEER-LIMITES
           END-IF.

           MOVE 'PREPAGO_ANONIMA_CARGA_MES'   TO WK-PARAM-NOMBRE.
           MOVE '00000150'                    TO WK-PARAM-DEFECTO.
           PERFORM LEER-PARAMETRO             THRU FIN-LEER-PARAMETRO.
           MOVE WK-PARAM-VALOR                TO WK-LIMITE-MES.

           IF   NOT PREPAGO-STAT-OK
           THEN GO TO FIN-LEER-LIMITES
           END-IF.

           MOVE 'PREPAGO_ANONIMA_REEMBOLSO_MAX'
                                              TO WK-PARAM-NOMBRE.
           MOVE '00000050'                    TO WK-PARAM-DEFECTO.
           PERFORM LEER-PARAMETRO             THRU FIN-LEER-PARAMETRO.
           MOVE WK-PARAM-VALOR                TO WK-LIMITE-REEMBOLSO.

       FIN-LEER-LIMITES.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           INITIALIZE                        AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER        TO TRUE.
           MOVE 'PREPAGO'                    TO PARAMBATCH-E-PROGRAMA.
           MOVE WK-PARAM-NOMBRE              TO PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                          TO PARAMBATCH-E-NUMERICO.
           MOVE 8                            TO PARAMBATCH-E-LONGITUD.
           MOVE WK-PARAM-DEFECTO             TO
                PARAMBATCH-E-VALOR-DEFECTO.

           CALL "PARAMBATCH"                 USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET PREPAGO-STAT-ERR-SQL     TO TRUE
                MOVE PARAMBATCH-SQLCODE      TO PREPAGO-SQLCODE
                DISPLAY '*** FATAL *** PREPAGO LEER-PARAMETRO: NO SE'
                DISPLAY 'PUDO LEER EL PARAMETRO ' WK-PARAM-NOMBRE
                GO TO FIN-LEER-PARAMETRO
           END-IF.

           MOVE WK-PARAM-DEFECTO             TO WK-PARAM-VALOR-ENV.
           MOVE WK-PARAM-VALOR-ENV           TO WK-PARAM-VALOR.
           MOVE PARAMBATCH-S-VALOR           TO WK-PARAM-VALOR-ENV.
           IF   WK-PARAM-VALOR-ENV NOT = SPACES
                AND WK-PARAM-VALOR-ENV IS NUMERIC
           THEN MOVE WK-PARAM-VALOR-ENV      TO WK-PARAM-VALOR
           END-IF.

       FIN-LEER-PARAMETRO.
           EXIT.

      * Cargas (abonos PRE) de la tarjeta desde el día 1 del mes.
       CALCULAR-CARGADO-MES.
      *---------------------
           MOVE WK-FECHA-HOY                  TO WK-FEC-MES.
           MOVE '01'                          TO WK-FEC-MES(7:2).
           MOVE ZERO                          TO WK-CARGADO-MES.

           EXEC SQL
                SELECT COALESCE(SUM(importe_mov), 0)
                INTO   :WK-CARGADO-MES
                FROM   banco.movimiento
                WHERE  id_medio     = :WK-ID-TAR
                AND    cod_cnpt_mov = 'PRE'
                AND    importe_mov  > 0
                AND    fec_mov     >= STR_TO_DATE(:WK-FEC-MES,
                                                  '%Y%m%d')
           END-EXEC.

           MOVE SQLCODE                        TO PREPAGO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PREPAGO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PREPAGO CALCULAR-CARGADO-MES:'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-CALCULAR-CARGADO-MES.
           EXIT.

      * Apunte en una cuenta por el camino de siempre (INSMOV/ACTCTA).
       APUNTAR-CUENTA.
      *---------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE WK-APUNTE-ID                   TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE WK-APUNTE-CPT                  TO INSMOV-E-CPT.
           MOVE 'PRE'                          TO INSMOV-E-COD-CPT.
           MOVE WK-APUNTE-IMPT                 TO INSMOV-E-IMPT.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET PREPAGO-STAT-ERR-POSTEO    TO TRUE
                MOVE INSMOV-S-SQLCODE          TO PREPAGO-SQLCODE
                GO TO FIN-APUNTAR-CUENTA
           END-IF.

           MOVE INSMOV-S-REF                   TO WK-APUNTE-REF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE WK-APUNTE-ID                   TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET PREPAGO-STAT-ERR-POSTEO    TO TRUE
                MOVE ACTCTA-SQLCODE            TO PREPAGO-SQLCODE
           END-IF.

       FIN-APUNTAR-CUENTA.
           EXIT.

      * Apunte en la tarjeta (INSMOV/ACTTAR): ACTTAR no deja el saldo
      * por debajo de cero.
       APUNTAR-TARJETA.
      *----------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE WK-APUNTE-ID                   TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE WK-APUNTE-CPT                  TO INSMOV-E-CPT.
           MOVE 'PRE'                          TO INSMOV-E-COD-CPT.
           MOVE WK-APUNTE-IMPT                 TO INSMOV-E-IMPT.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET PREPAGO-STAT-ERR-POSTEO    TO TRUE
                MOVE INSMOV-S-SQLCODE          TO PREPAGO-SQLCODE
                GO TO FIN-APUNTAR-TARJETA
           END-IF.

           MOVE INSMOV-S-REF                   TO WK-APUNTE-REF.

           INITIALIZE                          AREA-ACTTAR-ENTRADA.
           MOVE WK-APUNTE-ID                   TO ACTTAR-E-ID-TAR.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTTAR-E-IMPORTE.

           CALL "ACTTAR"                       USING AREA-ACTTAR.

           IF   NOT ACTTAR-STAT-OK
           THEN SET PREPAGO-STAT-ERR-POSTEO    TO TRUE
                MOVE ACTTAR-SQLCODE            TO PREPAGO-SQLCODE
           END-IF.

       FIN-APUNTAR-TARJETA.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET PREPAGO-STAT-ERR-SQL         TO TRUE
                MOVE SQLCODE                     TO PREPAGO-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO PREPAGO-SQLCODE
                MOVE 'PREPAGO'                   TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE PREPAGO-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
