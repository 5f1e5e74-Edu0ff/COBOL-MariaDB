      *---------------------
       FILE-CONTROL.
      *    Fichero de salida del informe: la posición de caja de cada
      *    oficina desglosada por producto, una línea por cada
      *    producto de cuenta y otra por cada producto de tarjeta. Su
      *    nombre lleva la fecha de la ejecución para no pisar el de
      *    ejecuciones anteriores.
           SELECT FICHOFICINA ASSIGN TO WK-FICHOFICINA-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
      ******************************************************************
       FILE SECTION.
      *-------------
      * Una línea por cada oficina y producto agregado.
       FD FICHOFICINA RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHOFICINA                  PIC X(160).

      * Fila del agregado por oficina que devuelve cada cursor.
       01  WK-OFICINA                       PIC X(04).
       01  WK-PRODUCTO                      PIC X(06).
       01  WK-NUM-PRODUCTOS                 PIC 9(06).
       01  WK-IMPORTE-TOTAL                 PIC S9(10)V99 LEADING
                                             SEPARATE.
           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  FS-FICHOFICINA                    PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Cuántas líneas (oficina y producto) llevamos incluidas en
      * cada sección.
       01  WK-CONTADOR-OF-CTA                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-OF-TAR                PIC 9(06) VALUE 0.

           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
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
           MOVE 'RPTOFICINA'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHOFICINA-NOMBRE           TO RPTCATAL-E-FICHERO.
           MOVE 1                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTOFICINA REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHOFICINA-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
           EXIT.

      * El cursor agrupa las cuentas en alta por la oficina del
      * cliente titular o cotitular (oficina_cliente) y por el
      * producto del catálogo de la cuenta, sumando el saldo_cuenta
      * de cada par en un único importe. Las cuentas anteriores al
      * catálogo, sin producto, salen juntas bajo SINPRD.
       CONSOLIDAR-CUENTAS.
      *--------------------
           EXEC SQL
                DECLARE CUR-OFICTA CURSOR FOR
                SELECT C.oficina_cliente,
                       COALESCE(CT.cod_producto, 'SINPRD'),
                       COUNT(*),          SUM(CT.saldo_cuenta)
                FROM   banco.cliente C, banco.cliente_rln_cuenta R,
                       banco.cuenta  CT
                AND    R.id_medio       = CT.id_medio
                AND    R.tip_rln        IN ('T', 'C')
                AND    CT.estado_cuenta = 'A'
                GROUP BY C.oficina_cliente,
                         COALESCE(CT.cod_producto, 'SINPRD')
                ORDER BY 1, 2
           END-EXEC.

           EXEC SQL OPEN CUR-OFICTA END-EXEC.
      *-------------------
           EXEC SQL
                FETCH CUR-OFICTA
                INTO  :WK-OFICINA, :WK-PRODUCTO, :WK-NUM-PRODUCTOS,
                      :WK-IMPORTE-TOTAL
           END-EXEC.

       ESCRIBIR-OFICINA-CTA.
      *-----------------------
           MOVE SPACES                           TO REG-FICHOFICINA.
           STRING 'OFICINA [' WK-OFICINA '] PRODUCTO [' WK-PRODUCTO
                  '] CUENTAS [' WK-NUM-PRODUCTOS
                  '] SALDO TOTAL [' WK-IMPORTE-TOTAL ']'
                  DELIMITED BY SIZE              INTO REG-FICHOFICINA.

       FIN-ESCRIBIR-OFICINA-CTA.
           EXIT.

      * El mismo agregado por oficina y producto, esta vez sobre las
      * tarjetas en alta o bloqueadas (no dadas de baja) y su crédito
      * disponible actual, que es la única cifra de crédito que
      * guarda el esquema.
       CONSOLIDAR-TARJETAS.
      *----------------------
           EXEC SQL
                DECLARE CUR-OFITAR CURSOR FOR
                SELECT C.oficina_cliente,
                       COALESCE(T.cod_producto, 'SINPRD'),
                       COUNT(*),          SUM(T.cred_tarjeta)
                FROM   banco.cliente C, banco.cliente_rln_cuenta R,
                       banco.tarjeta  T
                AND    R.id_medio        = T.id_medio
                AND    R.tip_rln         IN ('T', 'C')
                AND    T.estado_tarjeta <> 'B'
                GROUP BY C.oficina_cliente,
                         COALESCE(T.cod_producto, 'SINPRD')
                ORDER BY 1, 2
           END-EXEC.

           EXEC SQL OPEN CUR-OFITAR END-EXEC.
      *-------------------
           EXEC SQL
                FETCH CUR-OFITAR
                INTO  :WK-OFICINA, :WK-PRODUCTO, :WK-NUM-PRODUCTOS,
                      :WK-IMPORTE-TOTAL
           END-EXEC.

       ESCRIBIR-OFICINA-TAR.
      *-----------------------
           MOVE SPACES                           TO REG-FICHOFICINA.
           STRING 'OFICINA [' WK-OFICINA '] PRODUCTO [' WK-PRODUCTO
                  '] TARJETAS [' WK-NUM-PRODUCTOS
                  '] CREDITO DISPONIBLE TOTAL [' WK-IMPORTE-TOTAL ']'
                  DELIMITED BY SIZE              INTO REG-FICHOFICINA.

           DISPLAY 'POSICION DE CAJA POR OFICINA'.
           DISPLAY 'FICHERO DE SALIDA       [' WK-FICHOFICINA-NOMBRE
                   ']'.
           DISPLAY 'LINEAS DE CUENTAS       [' WK-CONTADOR-OF-CTA ']'.
           DISPLAY 'LINEAS DE TARJETAS      [' WK-CONTADOR-OF-TAR ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
