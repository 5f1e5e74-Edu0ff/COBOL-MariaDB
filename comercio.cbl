       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. COMERCIO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de comercios con TPV del banco. Cada comercio es de
      * un cliente, con el código que le da el procesador de
      * adquirencia, su actividad (MCC), la cuenta de liquidación de
      * la que el cliente es titular y la tasa de descuento por tipo
      * de tarjeta, y tiene sus terminales. Aquí se dan de alta y de
      * baja comercios y terminales, se cambian las condiciones y se
      * consultan. LIQTPV carga con ellos el fichero diario de ventas
      * del procesador y EXTRTPV saca la liquidación mensual. Como
      * CONSTPP, confirma sus propios cambios.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE comercio          END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-NUM-CUENTA                     PIC X(20).
       01  WK-ID-MEDIO                       PIC 9(10).
       01  WK-PENDIENTES                     PIC 9(09).
       01  WK-EXISTE                         PIC 9(05).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

      * Tasa de descuento más alta que se admite (10%).
       01  WK-TASA-MAXIMA                    PIC 9(01)V9(04)
                                             VALUE 0.1000.

       01  SW-FIN-TERMINALES                 PIC 9(01) VALUE 0.
           88  FIN-TERMINALES                VALUE 1.
           88  NO-FIN-TERMINALES             VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'comercio.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-COMERCIO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN COMERCIO-E-ID = SPACES
                SET COMERCIO-STAT-ERR-DATOS    TO TRUE

           WHEN COMERCIO-E-ACC-ALTA
                PERFORM ALTA-COMERCIO          THRU
                        FIN-ALTA-COMERCIO

           WHEN COMERCIO-E-ACC-MODIFICAR
                PERFORM MODIFICAR-COMERCIO     THRU
                        FIN-MODIFICAR-COMERCIO

           WHEN COMERCIO-E-ACC-BAJA
                PERFORM BAJA-COMERCIO          THRU
                        FIN-BAJA-COMERCIO

           WHEN COMERCIO-E-ACC-ALTA-TPV
                PERFORM ALTA-TERMINAL          THRU
                        FIN-ALTA-TERMINAL

           WHEN COMERCIO-E-ACC-BAJA-TPV
                PERFORM BAJA-TERMINAL          THRU
                        FIN-BAJA-TERMINAL

           WHEN COMERCIO-E-ACC-CONSULTAR
                PERFORM LEER-COMERCIO          THRU FIN-LEER-COMERCIO
                IF   COMERCIO-STAT-OK
                THEN PERFORM CONSULTAR-TERMINALES
                     THRU    FIN-CONSULTAR-TERMINALES
                END-IF

           WHEN OTHER
                SET COMERCIO-STAT-ERR-ACC      TO TRUE
           END-EVALUATE.

      *    Lo que termina bien devuelve el comercio como queda.
           IF   COMERCIO-STAT-OK
                AND NOT COMERCIO-E-ACC-CONSULTAR
           THEN PERFORM LEER-COMERCIO          THRU FIN-LEER-COMERCIO
           END-IF.

           IF   NOT COMERCIO-E-ACC-CONSULTAR
           THEN IF   COMERCIO-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-COMERCIO-SALIDA
                                              REG-COMERCIO
                                              REG-COMTPV.

           MOVE COMERCIO-E-ID                 TO COMERCIO-ID.

           IF   COMERCIO-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO COMERCIO-USUARIO
           ELSE MOVE COMERCIO-E-USUARIO       TO COMERCIO-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * El cliente por su NIF.
       BUSCAR-CLIENTE.
      *---------------
           MOVE COMERCIO-E-NIF                 TO WK-NIF.

           EXEC SQL
                SELECT id_cliente
                INTO   :COMERCIO-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET COMERCIO-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET COMERCIO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** COMERCIO BUSCAR-CLIENTE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

      * La cuenta de liquidación tiene que estar abierta y ser del
      * cliente dueño del comercio, como titular o cotitular.
       BUSCAR-CUENTA.
      *--------------
           MOVE COMERCIO-E-CUENTA              TO WK-NUM-CUENTA.

           EXEC SQL
                SELECT C.id_medio
                INTO   :WK-ID-MEDIO
                FROM   banco.cuenta             C,
                       banco.cliente_rln_cuenta R
                WHERE  C.num_cuenta     = :WK-NUM-CUENTA
                AND    C.estado_cuenta <> 'B'
                AND    R.id_medio       = C.id_medio
                AND    R.id_cliente     = :COMERCIO-ID-CLIENTE
                AND    R.tip_rln       IN ('T', 'C')
                LIMIT  1
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE WK-ID-MEDIO                TO COMERCIO-ID-CTA
           WHEN SQL-NODATA
                SET COMERCIO-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET COMERCIO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** COMERCIO BUSCAR-CUENTA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CUENTA.
           EXIT.

      * El comercio con su cliente y el número de su cuenta.
       LEER-COMERCIO.
      *--------------
           EXEC SQL
                SELECT M.id_cliente, C.nif_cliente, M.nombre_comercio,
                       M.cod_actividad_comercio,
                       M.id_medio_liquidacion, T.num_cuenta,
                       M.tasa_debito_comercio,
                       M.tasa_credito_comercio,
                       M.tasa_otras_comercio,
                       M.estado_comercio,
                       DATE_FORMAT(M.fec_alta_comercio, '%Y%m%d')
                INTO   :COMERCIO-ID-CLIENTE, :WK-NIF,
                       :COMERCIO-NOMBRE, :COMERCIO-ACTIVIDAD,
                       :COMERCIO-ID-CTA, :WK-NUM-CUENTA,
                       :COMERCIO-TASA-DEBITO,
                       :COMERCIO-TASA-CREDITO,
                       :COMERCIO-TASA-OTRAS,
                       :COMERCIO-ESTADO, :COMERCIO-FEC-ALTA
                FROM   banco.comercio M,
                       banco.cliente  C,
                       banco.cuenta   T
                WHERE  M.id_comercio = :COMERCIO-ID
                AND    C.id_cliente  = M.id_cliente
                AND    T.id_medio    = M.id_medio_liquidacion
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE WK-NIF                     TO COMERCIO-S-NIF
                MOVE COMERCIO-NOMBRE            TO COMERCIO-S-NOMBRE
                MOVE COMERCIO-ACTIVIDAD         TO
                     COMERCIO-S-ACTIVIDAD
                MOVE WK-NUM-CUENTA              TO COMERCIO-S-CUENTA
                MOVE COMERCIO-TASA-DEBITO       TO
                     COMERCIO-S-TASA-DEBITO
                MOVE COMERCIO-TASA-CREDITO      TO
                     COMERCIO-S-TASA-CREDITO
                MOVE COMERCIO-TASA-OTRAS        TO
                     COMERCIO-S-TASA-OTRAS
                MOVE COMERCIO-ESTADO            TO COMERCIO-S-ESTADO
                MOVE COMERCIO-FEC-ALTA          TO
                     COMERCIO-S-FEC-ALTA
           WHEN SQL-NODATA
                SET COMERCIO-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET COMERCIO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** COMERCIO LEER-COMERCIO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-COMERCIO.
           EXIT.

      * Actividad de cuatro cifras y tasas por debajo de la máxima.
       VALIDAR-CONDICIONES.
      *--------------------
           IF   (COMERCIO-E-ACTIVIDAD NOT = SPACES
                 AND COMERCIO-E-ACTIVIDAD IS NOT NUMERIC)
                OR COMERCIO-E-TASA-DEBITO  > WK-TASA-MAXIMA
                OR COMERCIO-E-TASA-CREDITO > WK-TASA-MAXIMA
                OR COMERCIO-E-TASA-OTRAS   > WK-TASA-MAXIMA
           THEN SET COMERCIO-STAT-ERR-DATOS    TO TRUE
           END-IF.

       FIN-VALIDAR-CONDICIONES.
           EXIT.

      * Alta del comercio, sin terminales: se añaden después.
       ALTA-COMERCIO.
      *--------------
           IF   COMERCIO-E-NIF = SPACES
                OR COMERCIO-E-NOMBRE = SPACES
                OR COMERCIO-E-ACTIVIDAD = SPACES
                OR COMERCIO-E-CUENTA = SPACES
           THEN SET COMERCIO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-ALTA-COMERCIO
           END-IF.

           PERFORM VALIDAR-CONDICIONES         THRU
                   FIN-VALIDAR-CONDICIONES.

           IF   NOT COMERCIO-STAT-OK
           THEN GO TO FIN-ALTA-COMERCIO
           END-IF.

           PERFORM LEER-COMERCIO               THRU FIN-LEER-COMERCIO.

           EVALUATE TRUE
           WHEN COMERCIO-STAT-OK
                SET COMERCIO-STAT-DUPLICADO     TO TRUE
                GO TO FIN-ALTA-COMERCIO
           WHEN COMERCIO-STAT-ENC-NO
                SET COMERCIO-STAT-OK            TO TRUE
           WHEN OTHER
                GO TO FIN-ALTA-COMERCIO
           END-EVALUATE.

           PERFORM BUSCAR-CLIENTE              THRU FIN-BUSCAR-CLIENTE.

           IF   COMERCIO-STAT-OK
           THEN PERFORM BUSCAR-CUENTA          THRU FIN-BUSCAR-CUENTA
           END-IF.

           IF   NOT COMERCIO-STAT-OK
           THEN GO TO FIN-ALTA-COMERCIO
           END-IF.

           MOVE COMERCIO-E-NOMBRE              TO COMERCIO-NOMBRE.
           MOVE COMERCIO-E-ACTIVIDAD           TO COMERCIO-ACTIVIDAD.
           MOVE COMERCIO-E-TASA-DEBITO         TO COMERCIO-TASA-DEBITO.
           MOVE COMERCIO-E-TASA-CREDITO        TO
                COMERCIO-TASA-CREDITO.
           MOVE COMERCIO-E-TASA-OTRAS          TO COMERCIO-TASA-OTRAS.
           SET  COMERCIO-ESTADO-ALTA           TO TRUE.

           EXEC SQL
                INSERT INTO banco.comercio(
                    id_comercio,
                    id_cliente,
                    nombre_comercio,
                    cod_actividad_comercio,
                    id_medio_liquidacion,
                    tasa_debito_comercio,
                    tasa_credito_comercio,
                    tasa_otras_comercio,
                    estado_comercio,
                    fec_alta_comercio,
                    usuario_alta_comercio
                )
                VALUES(
                    :COMERCIO-ID,
                    :COMERCIO-ID-CLIENTE,
                    :COMERCIO-NOMBRE,
                    :COMERCIO-ACTIVIDAD,
                    :COMERCIO-ID-CTA,
                    :COMERCIO-TASA-DEBITO,
                    :COMERCIO-TASA-CREDITO,
                    :COMERCIO-TASA-OTRAS,
                    :COMERCIO-ESTADO,
                    now(),
                    :COMERCIO-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET COMERCIO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** COMERCIO ALTA-COMERCIO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ALTA-COMERCIO.
           EXIT.

      * Cambio de condiciones de un comercio de alta. Las tasas nuevas
      * valen para las operaciones que se carguen desde ahora; lo ya
      * cargado conserva el descuento con el que entró.
       MODIFICAR-COMERCIO.
      *-------------------
           PERFORM VALIDAR-CONDICIONES         THRU
                   FIN-VALIDAR-CONDICIONES.

           IF   NOT COMERCIO-STAT-OK
           THEN GO TO FIN-MODIFICAR-COMERCIO
           END-IF.

           PERFORM LEER-COMERCIO               THRU FIN-LEER-COMERCIO.

           IF   NOT COMERCIO-STAT-OK
           THEN GO TO FIN-MODIFICAR-COMERCIO
           END-IF.

           IF   NOT COMERCIO-ESTADO-ALTA
           THEN SET COMERCIO-STAT-ENC-NO       TO TRUE
                GO TO FIN-MODIFICAR-COMERCIO
           END-IF.

           IF   COMERCIO-E-CUENTA NOT = SPACES
           THEN PERFORM BUSCAR-CUENTA          THRU FIN-BUSCAR-CUENTA
                IF   NOT COMERCIO-STAT-OK
                THEN GO TO FIN-MODIFICAR-COMERCIO
                END-IF
           END-IF.

           IF   COMERCIO-E-ACTIVIDAD NOT = SPACES
           THEN MOVE COMERCIO-E-ACTIVIDAD      TO COMERCIO-ACTIVIDAD
           END-IF.
           IF   COMERCIO-E-TASA-DEBITO > ZERO
           THEN MOVE COMERCIO-E-TASA-DEBITO    TO COMERCIO-TASA-DEBITO
           END-IF.
           IF   COMERCIO-E-TASA-CREDITO > ZERO
           THEN MOVE COMERCIO-E-TASA-CREDITO   TO
                     COMERCIO-TASA-CREDITO
           END-IF.
           IF   COMERCIO-E-TASA-OTRAS > ZERO
           THEN MOVE COMERCIO-E-TASA-OTRAS     TO COMERCIO-TASA-OTRAS
           END-IF.

           EXEC SQL
                UPDATE banco.comercio
                SET    cod_actividad_comercio = :COMERCIO-ACTIVIDAD,
                       id_medio_liquidacion   = :COMERCIO-ID-CTA,
                       tasa_debito_comercio   = :COMERCIO-TASA-DEBITO,
                       tasa_credito_comercio  = :COMERCIO-TASA-CREDITO,
                       tasa_otras_comercio    = :COMERCIO-TASA-OTRAS,
                       fec_modif_comercio     = now(),
                       usuario_modif_comercio = :COMERCIO-USUARIO
                WHERE  id_comercio            = :COMERCIO-ID
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET COMERCIO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** COMERCIO MODIFICAR-COMERCIO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-MODIFICAR-COMERCIO.
           EXIT.

      * Baja del comercio y de todos sus terminales. No se da de baja
      * con operaciones cargadas y aún sin liquidar: se espera a que
      * LIQTPV las abone.
       BAJA-COMERCIO.
      *--------------
           PERFORM LEER-COMERCIO               THRU FIN-LEER-COMERCIO.

           IF   NOT COMERCIO-STAT-OK
           THEN GO TO FIN-BAJA-COMERCIO
           END-IF.

           IF   NOT COMERCIO-ESTADO-ALTA
           THEN SET COMERCIO-STAT-ENC-NO       TO TRUE
                GO TO FIN-BAJA-COMERCIO
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-PENDIENTES
                FROM   banco.operacion_tpv
                WHERE  id_comercio        = :COMERCIO-ID
                AND    id_liquidacion_tpv IS NULL
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET COMERCIO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** COMERCIO BAJA-COMERCIO: PEND.'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-BAJA-COMERCIO
           END-IF.

           IF   WK-PENDIENTES > ZERO
           THEN SET COMERCIO-STAT-PENDIENTE    TO TRUE
                GO TO FIN-BAJA-COMERCIO
           END-IF.

           EXEC SQL
                UPDATE banco.comercio
                SET    estado_comercio       = 'B',
                       fec_baja_comercio     = now(),
                       usuario_baja_comercio = :COMERCIO-USUARIO
                WHERE  id_comercio           = :COMERCIO-ID
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET COMERCIO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** COMERCIO BAJA-COMERCIO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-BAJA-COMERCIO
           END-IF.

           EXEC SQL
                UPDATE banco.comercio_tpv
                SET    estado_tpv   = 'B',
                       fec_baja_tpv = now()
                WHERE  id_comercio  = :COMERCIO-ID
                AND    estado_tpv   = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           IF   NOT SQL-SUCCESS AND NOT SQL-NODATA
           THEN SET COMERCIO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** COMERCIO BAJA-COMERCIO: TPV'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-COMERCIO.
           EXIT.

      * Un terminal nuevo para un comercio de alta. El código del
      * terminal es único: uno que ya existe, aunque esté de baja o
      * sea de otro comercio, no se reutiliza.
       ALTA-TERMINAL.
      *--------------
           IF   COMERCIO-E-ID-TPV = SPACES
           THEN SET COMERCIO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-ALTA-TERMINAL
           END-IF.

           PERFORM LEER-COMERCIO               THRU FIN-LEER-COMERCIO.

           IF   NOT COMERCIO-STAT-OK
           THEN GO TO FIN-ALTA-TERMINAL
           END-IF.

           IF   NOT COMERCIO-ESTADO-ALTA
           THEN SET COMERCIO-STAT-ENC-NO       TO TRUE
                GO TO FIN-ALTA-TERMINAL
           END-IF.

           MOVE COMERCIO-E-ID-TPV              TO COMTPV-ID.
           MOVE COMERCIO-ID                    TO COMTPV-ID-COMERCIO.
           SET  COMTPV-ESTADO-ALTA             TO TRUE.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTE
                FROM   banco.comercio_tpv
                WHERE  id_tpv = :COMTPV-ID
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET COMERCIO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** COMERCIO ALTA-TERMINAL: BUSCAR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-TERMINAL
           END-IF.

           IF   WK-EXISTE > ZERO
           THEN SET COMERCIO-STAT-DUPLICADO    TO TRUE
                GO TO FIN-ALTA-TERMINAL
           END-IF.

           EXEC SQL
                INSERT INTO banco.comercio_tpv(
                    id_tpv,
                    id_comercio,
                    estado_tpv,
                    fec_alta_tpv
                )
                VALUES(
                    :COMTPV-ID,
                    :COMTPV-ID-COMERCIO,
                    :COMTPV-ESTADO,
                    now()
                )
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET COMERCIO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** COMERCIO ALTA-TERMINAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ALTA-TERMINAL.
           EXIT.

      * Baja de un terminal de alta del comercio.
       BAJA-TERMINAL.
      *--------------
           IF   COMERCIO-E-ID-TPV = SPACES
           THEN SET COMERCIO-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-BAJA-TERMINAL
           END-IF.

           MOVE COMERCIO-E-ID-TPV              TO COMTPV-ID.

           EXEC SQL
                UPDATE banco.comercio_tpv
                SET    estado_tpv   = 'B',
                       fec_baja_tpv = now()
                WHERE  id_tpv       = :COMTPV-ID
                AND    id_comercio  = :COMERCIO-ID
                AND    estado_tpv   = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET COMERCIO-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET COMERCIO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** COMERCIO BAJA-TERMINAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BAJA-TERMINAL.
           EXIT.

      * Los terminales del comercio, los de alta primero.
       CONSULTAR-TERMINALES.
      *---------------------
           EXEC SQL
                DECLARE CUR-COMTPV CURSOR FOR
                SELECT id_tpv, estado_tpv,
                       DATE_FORMAT(fec_alta_tpv, '%Y%m%d')
                FROM   banco.comercio_tpv
                WHERE  id_comercio = :COMERCIO-ID
                ORDER BY estado_tpv, id_tpv
           END-EXEC.

           EXEC SQL OPEN CUR-COMTPV END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET COMERCIO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** COMERCIO CONSULTAR-TERMINALES'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-TERMINALES
           END-IF.

           SET  NO-FIN-TERMINALES              TO TRUE.

           PERFORM LEER-TERMINAL               THRU FIN-LEER-TERMINAL
           UNTIL  FIN-TERMINALES
           OR     COMERCIO-S-TPV-CONTADOR = 30
           OR     NOT COMERCIO-STAT-OK.

           EXEC SQL CLOSE CUR-COMTPV END-EXEC.

       FIN-CONSULTAR-TERMINALES.
           EXIT.

       LEER-TERMINAL.
      *--------------
           EXEC SQL
                FETCH CUR-COMTPV
                INTO  :COMTPV-ID, :COMTPV-ESTADO, :COMTPV-FEC-ALTA
           END-EXEC.

           MOVE SQLCODE                        TO COMERCIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-TERMINALES             TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     COMERCIO-S-TPV-CONTADOR
                MOVE COMTPV-ID                  TO
                     COMERCIO-S-TPV-ID(COMERCIO-S-TPV-CONTADOR)
                MOVE COMTPV-ESTADO              TO
                     COMERCIO-S-TPV-ESTADO(COMERCIO-S-TPV-CONTADOR)
                MOVE COMTPV-FEC-ALTA            TO
                     COMERCIO-S-TPV-FEC-ALTA(COMERCIO-S-TPV-CONTADOR)
           WHEN OTHER
                SET COMERCIO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** COMERCIO LEER-TERMINAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-TERMINAL.
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
