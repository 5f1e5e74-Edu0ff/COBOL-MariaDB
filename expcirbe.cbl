       FILE SECTION.
      *-------------
      * Registro de posición deudora por NIF, de ancho fijo.
       FD FICHCIRBE RECORD CONTAINS 116 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCIRBE.
           05  FICHCIRBE-NIF                 PIC X(10).
      *    terceros que el NIF garantiza como avalista, que la
      *    declaracion debe informar igual que el riesgo directo.
           05  FICHCIRBE-DEUDA-AVALADA       PIC 9(10)V99.
           05  FILLER                        PIC X(01).
      *    Pólizas de crédito activas: riesgo dispuesto (el negativo
      *    de la cuenta hasta el límite de la póliza, que ya no se
      *    informa en FICHCIRBE-DEUDA-CTA) y riesgo disponible (lo que
      *    queda del límite sin disponer).
           05  FICHCIRBE-RIESGO-DISPUESTO    PIC 9(10)V99.
           05  FILLER                        PIC X(01).
           05  FICHCIRBE-RIESGO-DISPONIBLE   PIC 9(10)V99.
           05  FILLER                        PIC X(01).
      *    Avales bancarios emitidos por cuenta del NIF: importe de
      *    los vivos, que son riesgo de firma, y lo que aún debe de
      *    los que el beneficiario ha ejecutado, con su demora.
           05  FICHCIRBE-RIESGO-AVALES       PIC 9(10)V99.
           05  FILLER                        PIC X(01).
           05  FICHCIRBE-DEUDA-AVALES-EJEC   PIC 9(10)V99.

       WORKING-STORAGE SECTION.
      *------------------------
       01  WK-DEUDA-TAR                    PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-NUM-TAR                      PIC 9(03).
       01  WK-RIESGO-DISPUESTO             PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-RIESGO-DISPONIBLE            PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-RIESGO-AVALES                PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-DEUDA-AVALES-EJEC            PIC S9(10)V99 LEADING
                                            SEPARATE.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-ENVIO         THRU
                        FIN-REGISTRAR-ENVIO
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'EXPCIRBE'                      TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCIRBE-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXPCIRBE REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCIRBE-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    Registra el fichero en el control de envíos (ENVIO), que
      *    guarda una copia para poder reenviarlo y lo deja en la
      *    ruta de envío de su interfaz. Un fallo aquí no para el
      *    lote: el fichero ya está generado y catalogado.
       REGISTRAR-ENVIO.
      *----------------
           INITIALIZE                           AREA-ENVIO-ENTRADA.

           SET  ENVIO-E-ACC-REGISTRAR           TO TRUE.
           MOVE 'CIRBE'                         TO ENVIO-E-INTERFAZ.
           MOVE 'EXPCIRBE'                      TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHCIRBE-NOMBRE             TO ENVIO-E-FICHERO.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** EXPCIRBE REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHCIRBE-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** EXPCIRBE REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ CIRBE SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** EXPCIRBE REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHCIRBE-NOMBRE '] ENVIO-STAT ['
                        ENVIO-STAT ']'
           END-EVALUATE.

       FIN-REGISTRAR-ENVIO.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
                       (SELECT 1
                        FROM   banco.prestamo_avalista AV
                        WHERE  AV.id_cliente = C.id_cliente)
                OR     EXISTS
                       (SELECT 1
                        FROM   banco.aval_bancario AB
                        WHERE  AB.id_cliente_ordenante = C.id_cliente
                        AND    AB.estado_aval IN ('A', 'M'))
                ORDER BY C.nif_cliente
           END-EXEC.

                        FIN-CALCULAR-DEUDA-AVALADA
           END-IF.

           IF   STAT-OK
           THEN PERFORM CALCULAR-RIESGO-POLIZAS  THRU
                        FIN-CALCULAR-RIESGO-POLIZAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM CALCULAR-RIESGO-AVALES   THRU
                        FIN-CALCULAR-RIESGO-AVALES
           END-IF.

           IF   STAT-OK
           THEN PERFORM ESCRIBIR-POSICION        THRU
                        FIN-ESCRIBIR-POSICION
      * La deuda en cuenta es la suma, en valor absoluto, de los
      * saldos deudores (negativos) de sus cuentas en alta, y se
      * cuenta aparte cuántas de ellas rebasan su propio límite
      * autorizado, ampliado con el de su póliza de crédito vigente
      * si la tienen.
       CALCULAR-DEUDA-CUENTAS.
      *------------------------
           EXEC SQL
                AND    R.tip_rln        IN ('T', 'C')
                AND    R.id_medio       = CT.id_medio
                AND    CT.estado_cuenta = 'A'
                AND    CT.saldo_cuenta  < (0 - CT.limite_cuenta
                       - COALESCE((SELECT SUM(PC.limite_poliza)
                                   FROM   banco.poliza_credito PC
                                   WHERE  PC.id_medio_cuenta =
                                          CT.id_medio
                                   AND    PC.estado_poliza   = 'A'
                                   AND    PC.fec_vencimiento >=
                                          CURDATE()), 0))
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
       FIN-CALCULAR-DEUDA-AVALADA.
           EXIT.

      * Riesgo de las pólizas de crédito vigentes de sus cuentas: lo
      * dispuesto es el negativo de la cuenta sin pasar del límite de
      * la póliza, y lo disponible el resto del límite. Lo dispuesto
      * se descuenta de la deuda en cuenta, que queda sólo con lo que
      * no cubre ninguna póliza.
       CALCULAR-RIESGO-POLIZAS.
      *-------------------------
           EXEC SQL
                SELECT COALESCE(SUM(LEAST(GREATEST(0 - CT.saldo_cuenta,
                                                   0),
                                          PC.limite_poliza)), 0),
                       COALESCE(SUM(PC.limite_poliza -
                                    LEAST(GREATEST(0 - CT.saldo_cuenta,
                                                   0),
                                          PC.limite_poliza)), 0)
                INTO   :WK-RIESGO-DISPUESTO, :WK-RIESGO-DISPONIBLE
                FROM   banco.cliente_rln_cuenta R, banco.cuenta CT,
                       banco.poliza_credito PC
                WHERE  R.id_cliente       = :WK-CLI-ID
                AND    R.tip_rln          IN ('T', 'C')
                AND    R.id_medio         = CT.id_medio
                AND    CT.estado_cuenta   = 'A'
                AND    PC.id_medio_cuenta = CT.id_medio
                AND    PC.estado_poliza   = 'A'
                AND    PC.fec_vencimiento >= CURDATE()
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                MOVE 0                           TO WK-RIESGO-DISPUESTO
                MOVE 0                           TO WK-RIESGO-DISPONIBLE
                DISPLAY '*** FATAL *** EXPCIRBE RIESGO-POLIZAS: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                MOVE 'EXPCIRBE'                   TO LOGERR-E-PROGRAMA
                MOVE 'CALCULAR-RIESGO-POLIZAS'    TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-CALCULAR-RIESGO-POLIZAS
           END-IF.

           SUBTRACT WK-RIESGO-DISPUESTO          FROM WK-DEUDA-CTA.

       FIN-CALCULAR-RIESGO-POLIZAS.
           EXIT.

      * Avales bancarios que el cliente ha pedido como ordenante: el
      * importe de los vivos y, de los ejecutados que no ha podido
      * pagar, lo pendiente más la demora.
       CALCULAR-RIESGO-AVALES.
      *------------------------
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN AB.estado_aval = 'A'
                                         THEN AB.importe_aval
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN AB.estado_aval = 'M'
                                         THEN AB.importe_pendiente
                                            + AB.importe_mora
                                         ELSE 0 END), 0)
                INTO   :WK-RIESGO-AVALES, :WK-DEUDA-AVALES-EJEC
                FROM   banco.aval_bancario AB
                WHERE  AB.id_cliente_ordenante = :WK-CLI-ID
                AND    AB.estado_aval          IN ('A', 'M')
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                MOVE 0                           TO WK-RIESGO-AVALES
                MOVE 0                           TO WK-DEUDA-AVALES-EJEC
                DISPLAY '*** FATAL *** EXPCIRBE RIESGO-AVALES: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                MOVE 'EXPCIRBE'                   TO LOGERR-E-PROGRAMA
                MOVE 'CALCULAR-RIESGO-AVALES'     TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                   TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CALCULAR-RIESGO-AVALES.
           EXIT.

       ESCRIBIR-POSICION.
      *-------------------
           MOVE SPACES                           TO REG-FICHCIRBE.
           MOVE WK-DEUDA-TAR                     TO FICHCIRBE-DEUDA-TAR.
           MOVE WK-DEUDA-AVALADA                 TO
                FICHCIRBE-DEUDA-AVALADA.
           MOVE WK-RIESGO-DISPUESTO              TO
                FICHCIRBE-RIESGO-DISPUESTO.
           MOVE WK-RIESGO-DISPONIBLE             TO
                FICHCIRBE-RIESGO-DISPONIBLE.
           MOVE WK-RIESGO-AVALES                 TO
                FICHCIRBE-RIESGO-AVALES.
           MOVE WK-DEUDA-AVALES-EJEC             TO
                FICHCIRBE-DEUDA-AVALES-EJEC.

           IF   WK-NUM-EXCEDIDAS > 0
           THEN MOVE 'S'                         TO FICHCIRBE-EXCEDIDO
