       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. FONDO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Órdenes de fondos de inversión del grupo. Suscripción contra
      * una cuenta de la que el cliente es titular o cotitular,
      * cargando el importe en el momento por INSMOV/ACTCTA; reembolso
      * de todas o parte de las participaciones que no estén ya
      * comprometidas en otro reembolso; anulación de una orden que
      * aún no se ha enviado a la gestora (la suscripción anulada
      * devuelve el importe a la cuenta); y consulta de las
      * posiciones del cliente al último valor liquidativo. El envío
      * de las órdenes lo hace ENVFONDOS y la confirmación, con el
      * abono de los reembolsos y el cálculo de la ganancia,
      * CONFFONDOS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE fondo             END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-ID-CLIENTE                     PIC 9(10).
      * Cuenta de cargo o abono: estado.
       01  WK-ESTADO-CUENTA                  PIC X(01).
       01  WK-EXISTENTES                     PIC 9(05).
      * Participaciones de la posición ya comprometidas en reembolsos
      * sin confirmar.
       01  WK-PART-PENDIENTES                PIC S9(09)V9(06)
                                             LEADING SEPARATE.
       01  WK-TOTALES-PENDIENTES             PIC 9(05).
      * Posición que devuelve el cursor de la consulta.
       01  WK-POS-ISIN                       PIC X(12).
       01  WK-POS-NOM                        PIC X(40).
       01  WK-POS-DIVISA                     PIC X(03).
       01  WK-POS-ID-CTA                     PIC 9(10).
       01  WK-POS-PARTICIPACIONES            PIC S9(09)V9(06)
                                             LEADING SEPARATE.
       01  WK-POS-VL                         PIC S9(06)V9(06)
                                             LEADING SEPARATE.
       01  WK-POS-FEC-VL                     PIC X(08).
       01  WK-POS-COSTE                      PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-POS-PART-PEND                  PIC S9(09)V9(06)
                                             LEADING SEPARATE.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.
           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).
       01  WK-PART-DISPONIBLES               PIC S9(09)V9(06)
                                             LEADING SEPARATE.
       01  WK-I                              PIC 9(02).

       LINKAGE SECTION.
      *----------------
           COPY 'fondo.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-FONDO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN FONDO-E-ACC-SUSCRIBIR
                PERFORM SUSCRIBIR-FONDO        THRU FIN-SUSCRIBIR-FONDO

           WHEN FONDO-E-ACC-REEMBOLSAR
                PERFORM REEMBOLSAR-FONDO       THRU
                        FIN-REEMBOLSAR-FONDO

           WHEN FONDO-E-ACC-ANULAR
                PERFORM ANULAR-ORDEN           THRU FIN-ANULAR-ORDEN

           WHEN FONDO-E-ACC-CONSULTAR
                PERFORM CONSULTAR-POSICIONES   THRU
                        FIN-CONSULTAR-POSICIONES

           WHEN OTHER
                SET FONDO-STAT-ERR-ACC         TO TRUE
           END-EVALUATE.

      *    La orden y su apunte van juntos o no van.
           IF   FONDO-STAT-OK
                AND NOT FONDO-E-ACC-CONSULTAR
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE IF   FONDO-STAT-ERR-SQL
                     OR FONDO-STAT-ERR-APUNTE
                THEN PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-FONDO-SALIDA
                                              REG-FONDO
                                              REG-FONDO-NULL
                                              REG-FONDOPOS
                                              REG-FONDOORD
                                              REG-FONDOORD-NULL.

           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.
       FIN-INICIALIZAR.
           EXIT.

      * Suscripción: el importe se carga en la cuenta al dar la
      * orden, en la divisa del fondo, y queda a la espera de que la
      * gestora confirme las participaciones.
       SUSCRIBIR-FONDO.
      *----------------
           IF   FONDO-E-NIF = SPACES
                OR FONDO-E-ISIN = SPACES
                OR FONDO-E-ID-CTA IS NOT NUMERIC
                OR FONDO-E-ID-CTA = ZERO
                OR FONDO-E-IMPORTE IS NOT NUMERIC
                OR FONDO-E-IMPORTE NOT > ZERO
           THEN SET FONDO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-SUSCRIBIR-FONDO
           END-IF.

           PERFORM LEER-FONDO                 THRU FIN-LEER-FONDO.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-SUSCRIBIR-FONDO
           END-IF.

           IF   NOT FONDO-ESTADO-ABIERTO
           THEN SET FONDO-STAT-ERR-ESTADO     TO TRUE
                GO TO FIN-SUSCRIBIR-FONDO
           END-IF.

           IF   FONDO-E-IMPORTE < FONDO-IMPORTE-MINIMO
           THEN SET FONDO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-SUSCRIBIR-FONDO
           END-IF.

           MOVE FONDO-E-NIF                   TO WK-NIF.

           PERFORM LEER-CLIENTE               THRU FIN-LEER-CLIENTE.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-SUSCRIBIR-FONDO
           END-IF.

           MOVE FONDO-E-ID-CTA                TO FONDOORD-ID-CTA.

           PERFORM COMPROBAR-TITULAR          THRU
                   FIN-COMPROBAR-TITULAR.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-SUSCRIBIR-FONDO
           END-IF.

           SET  FONDOORD-TIPO-SUSCRIPCION     TO TRUE.
           MOVE FONDO-E-IMPORTE               TO FONDOORD-IMPORTE.
           MOVE ZERO                          TO
                FONDOORD-PARTICIPACIONES.
           MOVE 'N'                           TO FONDOORD-TOTAL.

           PERFORM GRABAR-ORDEN               THRU FIN-GRABAR-ORDEN.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-SUSCRIBIR-FONDO
           END-IF.

           INITIALIZE                          AREA-INSMOV-ENTRADA.
           STRING 'SUSCRIPCION FONDO [' FONDO-ISIN '] ORDEN ['
                  FONDOORD-ID ']'
                  DELIMITED BY SIZE            INTO INSMOV-E-CPT.
           COMPUTE INSMOV-E-IMPT = 0 - FONDOORD-IMPORTE.

           PERFORM APUNTAR-CUENTA             THRU FIN-APUNTAR-CUENTA.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-SUSCRIBIR-FONDO
           END-IF.

           PERFORM MOVER-SALIDA               THRU FIN-MOVER-SALIDA.

       FIN-SUSCRIBIR-FONDO.
           EXIT.

      * Reembolso: no mueve la cuenta hasta que la gestora lo
      * confirma con el VL del día. Sólo se pueden pedir las
      * participaciones que no estén ya en otro reembolso pendiente;
      * a cero se piden todas las disponibles, y si no hay otro
      * reembolso en curso la orden se marca como total para que la
      * gestora liquide la posición entera.
       REEMBOLSAR-FONDO.
      *-----------------
           IF   FONDO-E-NIF = SPACES
                OR FONDO-E-ISIN = SPACES
                OR FONDO-E-ID-CTA IS NOT NUMERIC
                OR FONDO-E-PARTICIPACIONES IS NOT NUMERIC
                OR FONDO-E-PARTICIPACIONES < ZERO
           THEN SET FONDO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-REEMBOLSAR-FONDO
           END-IF.

           PERFORM LEER-FONDO                 THRU FIN-LEER-FONDO.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-REEMBOLSAR-FONDO
           END-IF.

           MOVE FONDO-E-NIF                   TO WK-NIF.

           PERFORM LEER-CLIENTE               THRU FIN-LEER-CLIENTE.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-REEMBOLSAR-FONDO
           END-IF.

           PERFORM LEER-POSICION              THRU FIN-LEER-POSICION.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-REEMBOLSAR-FONDO
           END-IF.

           COMPUTE WK-PART-DISPONIBLES = FONDOPOS-PARTICIPACIONES
                                       - WK-PART-PENDIENTES.

           IF   WK-PART-DISPONIBLES NOT > ZERO
                OR FONDO-E-PARTICIPACIONES > WK-PART-DISPONIBLES
           THEN SET FONDO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-REEMBOLSAR-FONDO
           END-IF.

           IF   FONDO-E-ID-CTA = ZERO
           THEN MOVE FONDOPOS-ID-CTA          TO FONDOORD-ID-CTA
           ELSE MOVE FONDO-E-ID-CTA           TO FONDOORD-ID-CTA
           END-IF.

           PERFORM COMPROBAR-TITULAR          THRU
                   FIN-COMPROBAR-TITULAR.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-REEMBOLSAR-FONDO
           END-IF.

           SET  FONDOORD-TIPO-REEMBOLSO       TO TRUE.
           MOVE ZERO                          TO FONDOORD-IMPORTE.
           MOVE 'N'                           TO FONDOORD-TOTAL.

           IF   FONDO-E-PARTICIPACIONES = ZERO
           THEN MOVE WK-PART-DISPONIBLES      TO
                     FONDOORD-PARTICIPACIONES
                IF   WK-TOTALES-PENDIENTES = ZERO
                     AND WK-PART-PENDIENTES = ZERO
                THEN SET FONDOORD-TOTAL-SI    TO TRUE
                END-IF
           ELSE MOVE FONDO-E-PARTICIPACIONES  TO
                     FONDOORD-PARTICIPACIONES
           END-IF.

           PERFORM GRABAR-ORDEN               THRU FIN-GRABAR-ORDEN.

           IF   FONDO-STAT-OK
           THEN PERFORM MOVER-SALIDA          THRU FIN-MOVER-SALIDA
           END-IF.

       FIN-REEMBOLSAR-FONDO.
           EXIT.

      * Anulación de una orden que aún no ha salido hacia la gestora.
      * Si es una suscripción, se devuelve a la cuenta lo cargado.
       ANULAR-ORDEN.
      *-------------
           IF   FONDO-E-ID-ORDEN IS NOT NUMERIC
                OR FONDO-E-ID-ORDEN = ZERO
           THEN SET FONDO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-ANULAR-ORDEN
           END-IF.

           PERFORM LEER-ORDEN                 THRU FIN-LEER-ORDEN.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-ANULAR-ORDEN
           END-IF.

           IF   NOT FONDOORD-ESTADO-PENDIENTE
           THEN SET FONDO-STAT-ERR-ESTADO     TO TRUE
                GO TO FIN-ANULAR-ORDEN
           END-IF.

           EXEC SQL
                UPDATE banco.fondo_orden
                SET    estado_orden = 'A'
                WHERE  id_orden     = :FONDOORD-ID
                AND    estado_orden = 'P'
           END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET FONDOORD-ESTADO-ANULADA    TO TRUE
           WHEN SQL-NODATA
                SET FONDO-STAT-ERR-ESTADO      TO TRUE
                GO TO FIN-ANULAR-ORDEN
           WHEN OTHER
                SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO ANULAR-ORDEN: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ANULAR-ORDEN
           END-EVALUATE.

           IF   FONDOORD-TIPO-SUSCRIPCION
           THEN INITIALIZE                     AREA-INSMOV-ENTRADA
                STRING 'ANULACION SUSCRIPCION FONDO [' FONDO-ISIN
                       '] ORDEN [' FONDOORD-ID ']'
                       DELIMITED BY SIZE       INTO INSMOV-E-CPT
                MOVE FONDOORD-IMPORTE          TO INSMOV-E-IMPT
                PERFORM APUNTAR-CUENTA         THRU FIN-APUNTAR-CUENTA
           END-IF.

           IF   FONDO-STAT-OK
           THEN PERFORM MOVER-SALIDA          THRU FIN-MOVER-SALIDA
           END-IF.

       FIN-ANULAR-ORDEN.
           EXIT.

      * Posiciones vivas del cliente valoradas al último VL, con lo
      * que tengan comprometido en reembolsos sin confirmar.
       CONSULTAR-POSICIONES.
      *---------------------
           IF   FONDO-E-NIF = SPACES
           THEN SET FONDO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-CONSULTAR-POSICIONES
           END-IF.

           MOVE FONDO-E-NIF                   TO WK-NIF.

           PERFORM LEER-CLIENTE               THRU FIN-LEER-CLIENTE.

           IF   NOT FONDO-STAT-OK
           THEN GO TO FIN-CONSULTAR-POSICIONES
           END-IF.

           EXEC SQL
                DECLARE CUR-POSICIONES CURSOR FOR
                SELECT F.isin_fondo, F.nom_fondo, F.divisa_fondo,
                       P.id_medio_cuenta, P.participaciones,
                       F.vl_fondo,
                       DATE_FORMAT(F.fec_vl_fondo, '%Y%m%d'),
                       P.coste_posicion,
                      (SELECT COALESCE(SUM(O.participaciones_orden), 0)
                       FROM   banco.fondo_orden O
                       WHERE  O.id_cliente   = P.id_cliente
                       AND    O.id_fondo     = P.id_fondo
                       AND    O.tipo_orden   = 'R'
                       AND    O.estado_orden IN ('P', 'E'))
                FROM   banco.fondo_posicion P,
                       banco.fondo_inversion F
                WHERE  P.id_cliente      = :WK-ID-CLIENTE
                AND    P.participaciones > 0
                AND    F.id_fondo        = P.id_fondo
                ORDER BY F.isin_fondo
           END-EXEC.

           EXEC SQL OPEN CUR-POSICIONES END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO CONSULTAR-POSICIONES: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-POSICIONES
           END-IF.

           PERFORM LEER-POSICIONES            THRU FIN-LEER-POSICIONES
           UNTIL  SQL-NODATA
           OR     NOT FONDO-STAT-OK
           OR     FONDO-S-NUM-POSICIONES >= 10.

           EXEC SQL CLOSE CUR-POSICIONES END-EXEC.

       FIN-CONSULTAR-POSICIONES.
           EXIT.

       LEER-POSICIONES.
      *----------------
           EXEC SQL
                FETCH CUR-POSICIONES
                INTO  :WK-POS-ISIN, :WK-POS-NOM, :WK-POS-DIVISA,
                      :WK-POS-ID-CTA, :WK-POS-PARTICIPACIONES,
                      :WK-POS-VL,
                      :WK-POS-FEC-VL,
                      :WK-POS-COSTE,
                      :WK-POS-PART-PEND
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                         TO
                     FONDO-S-NUM-POSICIONES
                MOVE FONDO-S-NUM-POSICIONES    TO WK-I
                MOVE WK-POS-ISIN               TO
                     FONDO-S-POS-ISIN (WK-I)
                MOVE WK-POS-NOM                TO
                     FONDO-S-POS-NOM (WK-I)
                MOVE WK-POS-DIVISA             TO
                     FONDO-S-POS-DIVISA (WK-I)
                MOVE WK-POS-ID-CTA             TO
                     FONDO-S-POS-ID-CTA (WK-I)
                MOVE WK-POS-PARTICIPACIONES    TO
                     FONDO-S-POS-PARTICIPACIONES (WK-I)
                MOVE WK-POS-VL                 TO
                     FONDO-S-POS-VL (WK-I)
                MOVE WK-POS-FEC-VL             TO
                     FONDO-S-POS-FEC-VL (WK-I)
                COMPUTE FONDO-S-POS-VALOR (WK-I) ROUNDED =
                        WK-POS-PARTICIPACIONES * WK-POS-VL
                MOVE WK-POS-COSTE              TO
                     FONDO-S-POS-COSTE (WK-I)
                MOVE WK-POS-PART-PEND          TO
                     FONDO-S-POS-PART-PEND (WK-I)
           WHEN OTHER
                SET FONDO-STAT-ERR-SQL         TO TRUE
                MOVE SQLCODE                   TO FONDO-SQLCODE
                DISPLAY '*** FATAL *** FONDO LEER-POSICIONES: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-POSICIONES.
           EXIT.

       LEER-FONDO.
      *-----------
           MOVE FONDO-E-ISIN                   TO FONDO-ISIN.

           EXEC SQL
                SELECT id_fondo, nom_fondo, gestora_fondo,
                       divisa_fondo, importe_minimo_fondo,
                       vl_fondo,
                       DATE_FORMAT(fec_vl_fondo, '%Y%m%d'),
                       estado_fondo
                INTO   :FONDO-ID, :FONDO-NOM, :FONDO-GESTORA,
                       :FONDO-DIVISA, :FONDO-IMPORTE-MINIMO,
                       :FONDO-VL :FONDO-VL-NULL,
                       :FONDO-FEC-VL :FONDO-FEC-VL-NULL,
                       :FONDO-ESTADO
                FROM   banco.fondo_inversion
                WHERE  isin_fondo = :FONDO-ISIN
           END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE FONDO-ID                  TO FONDOORD-ID-FONDO
           WHEN SQL-NODATA
                SET FONDO-STAT-ENC-NO          TO TRUE
           WHEN OTHER
                SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO LEER-FONDO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-FONDO.
           EXIT.

       LEER-CLIENTE.
      *-------------
           EXEC SQL
                SELECT id_cliente
                INTO   :WK-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE WK-ID-CLIENTE             TO FONDOORD-ID-CLIENTE
           WHEN SQL-NODATA
                SET FONDO-STAT-ENC-NO          TO TRUE
           WHEN OTHER
                SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO LEER-CLIENTE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-CLIENTE.
           EXIT.

      * Posición del cliente en el fondo y las participaciones que
      * ya tiene pedidas en reembolsos sin confirmar.
       LEER-POSICION.
      *--------------
           EXEC SQL
                SELECT id_medio_cuenta, participaciones,
                       coste_posicion
                INTO   :FONDOPOS-ID-CTA, :FONDOPOS-PARTICIPACIONES,
                       :FONDOPOS-COSTE
                FROM   banco.fondo_posicion
                WHERE  id_cliente = :WK-ID-CLIENTE
                AND    id_fondo   = :FONDO-ID
           END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET FONDO-STAT-ENC-NO          TO TRUE
                GO TO FIN-LEER-POSICION
           WHEN OTHER
                SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO LEER-POSICION: POS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-POSICION
           END-EVALUATE.

           MOVE ZERO                           TO WK-PART-PENDIENTES
                                                  WK-TOTALES-PENDIENTES.

           EXEC SQL
                SELECT COALESCE(SUM(participaciones_orden), 0),
                       COALESCE(SUM(CASE WHEN total_orden = 'S'
                                         THEN 1 ELSE 0 END), 0)
                INTO   :WK-PART-PENDIENTES, :WK-TOTALES-PENDIENTES
                FROM   banco.fondo_orden
                WHERE  id_cliente   = :WK-ID-CLIENTE
                AND    id_fondo     = :FONDO-ID
                AND    tipo_orden   = 'R'
                AND    estado_orden IN ('P', 'E')
           END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO LEER-POSICION: PDTE'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-POSICION
           END-IF.

      *    Un reembolso total en curso se lleva todo lo que haya.
           IF   WK-TOTALES-PENDIENTES > ZERO
           THEN MOVE FONDOPOS-PARTICIPACIONES  TO WK-PART-PENDIENTES
           END-IF.

       FIN-LEER-POSICION.
           EXIT.

      * El cliente tiene que ser titular o cotitular de la cuenta de
      * cargo o abono, que tiene que estar de alta.
       COMPROBAR-TITULAR.
      *------------------
           EXEC SQL
                SELECT estado_cuenta
                INTO   :WK-ESTADO-CUENTA
                FROM   banco.cuenta
                WHERE  id_medio = :FONDOORD-ID-CTA
           END-EXEC.

           MOVE SQLCODE                       TO FONDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET FONDO-STAT-ENC-NO         TO TRUE
                GO TO FIN-COMPROBAR-TITULAR
           WHEN OTHER
                SET FONDO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** FONDO COMPROBAR-TITULAR: CTA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-EVALUATE.

           IF   WK-ESTADO-CUENTA NOT = 'A'
           THEN SET FONDO-STAT-ERR-ESTADO     TO TRUE
                GO TO FIN-COMPROBAR-TITULAR
           END-IF.

           MOVE ZERO                          TO WK-EXISTENTES.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTENTES
                FROM   banco.cliente_rln_cuenta
                WHERE  id_medio   = :FONDOORD-ID-CTA
                AND    id_cliente = :WK-ID-CLIENTE
                AND    tip_rln    IN ('T', 'C')
           END-EXEC.

           MOVE SQLCODE                       TO FONDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FONDO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** FONDO COMPROBAR-TITULAR: RLN'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-IF.

           IF   WK-EXISTENTES = ZERO
           THEN SET FONDO-STAT-ERR-TITULAR    TO TRUE
           END-IF.

       FIN-COMPROBAR-TITULAR.
           EXIT.

       GRABAR-ORDEN.
      *-------------
           EXEC SQL
                SELECT NEXT VALUE FOR banco.fondo_orden_id_orden_seq
                INTO :FONDOORD-ID
           END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO GRABAR-ORDEN: SEQ'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GRABAR-ORDEN
           END-IF.

           SET  FONDOORD-ESTADO-PENDIENTE      TO TRUE.
           MOVE WK-FECHA-ACTUAL-8              TO FONDOORD-FEC-ORDEN.
           MOVE FONDO-E-USUARIO                TO FONDOORD-USUARIO.

           EXEC SQL
                INSERT INTO banco.fondo_orden(
                    id_orden,
                    tipo_orden,
                    id_cliente,
                    id_fondo,
                    id_medio_cuenta,
                    importe_orden,
                    participaciones_orden,
                    total_orden,
                    estado_orden,
                    fec_orden,
                    usuario_orden
                )
                VALUES(
                    :FONDOORD-ID,
                    :FONDOORD-TIPO,
                    :FONDOORD-ID-CLIENTE,
                    :FONDOORD-ID-FONDO,
                    :FONDOORD-ID-CTA,
                    :FONDOORD-IMPORTE,
                    :FONDOORD-PARTICIPACIONES,
                    :FONDOORD-TOTAL,
                    'P',
                    CURDATE(),
                    :FONDOORD-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO GRABAR-ORDEN: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-ORDEN.
           EXIT.

       LEER-ORDEN.
      *-----------
           MOVE FONDO-E-ID-ORDEN               TO FONDOORD-ID.

           EXEC SQL
                SELECT O.tipo_orden, O.id_cliente, O.id_fondo,
                       O.id_medio_cuenta, O.importe_orden,
                       O.participaciones_orden, O.total_orden,
                       O.estado_orden,
                       DATE_FORMAT(O.fec_orden, '%Y%m%d'),
                       F.isin_fondo, F.nom_fondo, F.divisa_fondo
                INTO   :FONDOORD-TIPO, :FONDOORD-ID-CLIENTE,
                       :FONDOORD-ID-FONDO,
                       :FONDOORD-ID-CTA, :FONDOORD-IMPORTE,
                       :FONDOORD-PARTICIPACIONES, :FONDOORD-TOTAL,
                       :FONDOORD-ESTADO,
                       :FONDOORD-FEC-ORDEN,
                       :FONDO-ISIN, :FONDO-NOM, :FONDO-DIVISA
                FROM   banco.fondo_orden O, banco.fondo_inversion F
                WHERE  O.id_orden = :FONDOORD-ID
                AND    F.id_fondo = O.id_fondo
           END-EXEC.

           MOVE SQLCODE                        TO FONDO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET FONDO-STAT-ENC-NO          TO TRUE
           WHEN OTHER
                SET FONDO-STAT-ERR-SQL         TO TRUE
                DISPLAY '*** FATAL *** FONDO LEER-ORDEN: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-ORDEN.
           EXIT.

      * Cargo de la suscripción o abono de su anulación en la cuenta
      * de la orden, en la divisa del fondo. El concepto y el importe
      * con su signo los deja preparados quien llama.
       APUNTAR-CUENTA.
      *---------------
           MOVE FONDOORD-ID-CTA                TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE 'TRF'                          TO INSMOV-E-COD-CPT.
           MOVE FONDO-DIVISA                   TO INSMOV-E-DIVISA.

           CALL "INSMOV"                       USING AREA-INSMOV.

           IF   NOT INSMOV-STAT-OK
           THEN SET FONDO-STAT-ERR-APUNTE      TO TRUE
                MOVE INSMOV-S-SQLCODE          TO FONDO-SQLCODE
                GO TO FIN-APUNTAR-CUENTA
           END-IF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE FONDOORD-ID-CTA                TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET FONDO-STAT-ERR-APUNTE      TO TRUE
                MOVE ACTCTA-SQLCODE            TO FONDO-SQLCODE
           END-IF.

       FIN-APUNTAR-CUENTA.
           EXIT.

       MOVER-SALIDA.
      *-------------
           MOVE FONDOORD-ID                    TO FONDO-S-ID-ORDEN.
           MOVE FONDOORD-TIPO                  TO FONDO-S-TIPO.
           MOVE FONDO-ISIN                     TO FONDO-S-ISIN.
           MOVE FONDO-NOM                      TO FONDO-S-NOM-FONDO.
           MOVE FONDOORD-ID-CTA                TO FONDO-S-ID-CTA.
           MOVE FONDOORD-IMPORTE               TO FONDO-S-IMPORTE.
           MOVE FONDOORD-PARTICIPACIONES       TO
                FONDO-S-PARTICIPACIONES.
           MOVE FONDOORD-ESTADO                TO FONDO-S-ESTADO.

       FIN-MOVER-SALIDA.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET FONDO-STAT-ERR-SQL           TO TRUE
                MOVE SQLCODE                     TO FONDO-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO FONDO-SQLCODE
                MOVE 'FONDO'                     TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE FONDO-SQLCODE               TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
