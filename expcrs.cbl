      *    un registro por cada cuenta declarable de cada cliente con
      *    residencia fiscal fuera de España, con su saldo al cierre
      *    y el interés bruto abonado en el ejercicio, en el molde de
      *    EXPCIRBE, y otro por cada fondo de inversión en que tenga
      *    posición al cierre o del que haya reembolsado durante el
      *    ejercicio. Su nombre lleva el ejercicio y la fecha de la
      *    ejecución para no pisar el de ejecuciones anteriores.
           SELECT FICHCRS  ASSIGN TO WK-FICHCRS-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por cuenta o posición en fondo declarable.
       FD FICHCRS  RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHCRS                      PIC X(200).
       01  WK-INTERES-BRUTO                 PIC S9(10)V99 LEADING
                                            SEPARATE.

      * Posición declarable en un fondo de inversión: participaciones
      * al cierre del ejercicio y último VL del ejercicio, importe
      * bruto de los reembolsos confirmados en él y su ganancia o
      * pérdida.
       01  WK-FON-ISIN                      PIC X(12).
       01  WK-FON-DIVISA                    PIC X(03).
       01  WK-FON-PARTICIPACIONES           PIC S9(09)V9(06) LEADING
                                            SEPARATE.
       01  WK-FON-VL                        PIC S9(06)V9(06) LEADING
                                            SEPARATE.
       01  WK-FON-REEMBOLSOS                PIC S9(10)V99 LEADING
                                            SEPARATE.
       01  WK-FON-GANANCIA                  PIC S9(10)V99 LEADING
                                            SEPARATE.

      * Ejercicio fiscal que se está exportando.
       01  WK-ANIO-EJERCICIO               PIC 9(04).

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'envio.cpy'.

      * Identificador de la fila de banco.batch_log de esta ejecución,
      * devuelto por BATLOG al arrancar y reutilizado para cerrarla.
      * clientes sin autocertificación firmada.
       01  WK-CONTADOR-CUENTAS              PIC 9(06) VALUE 0.
       01  WK-CONTADOR-SIN-AUTOCERT         PIC 9(06) VALUE 0.
       01  WK-CONTADOR-FONDOS               PIC 9(06) VALUE 0.

       01  WK-FON-VALOR                     PIC S9(10)V99 LEADING
                                            SEPARATE.

       PROCEDURE DIVISION.
      ******************************************************************
                        FIN-EXPORTAR-CRS
           END-IF.

           IF   STAT-OK
           THEN PERFORM EXPORTAR-FONDOS-CRS     THRU
                        FIN-EXPORTAR-FONDOS-CRS
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
           MOVE 'EXPCRS'                        TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCRS-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.
           STRING WK-ANIO-EJERCICIO '0101'
                  DELIMITED BY SIZE        INTO
                  RPTCATAL-E-PERIODO-DESDE.
           STRING WK-ANIO-EJERCICIO '1231'
                  DELIMITED BY SIZE        INTO
                  RPTCATAL-E-PERIODO-HASTA.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXPCRS REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCRS-NOMBRE ']'
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
           MOVE 'CRS'                           TO ENVIO-E-INTERFAZ.
           MOVE 'EXPCRS'                        TO ENVIO-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO ENVIO-E-ID-EJEC.
           MOVE WK-FICHCRS-NOMBRE               TO ENVIO-E-FICHERO.

           CALL "ENVIO"                         USING AREA-ENVIO.

           EVALUATE TRUE
           WHEN ENVIO-STAT-OK
                AND ENVIO-S-ESTADO = 'F'
                DISPLAY '*** AVISO *** EXPCRS REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO DEJAR EN LA RUTA DE ENVIO ['
                        WK-FICHCRS-NOMBRE ']'
           WHEN ENVIO-STAT-OK
                CONTINUE
           WHEN ENVIO-STAT-ENC-NO
                DISPLAY '*** AVISO *** EXPCRS REGISTRAR-ENVIO'
                DISPLAY 'INTERFAZ CRS SIN CONTROL DE ENVIOS'
           WHEN OTHER
                DISPLAY '*** AVISO *** EXPCRS REGISTRAR-ENVIO'
                DISPLAY 'NO SE PUDO REGISTRAR EL ENVIO ['
                        WK-FICHCRS-NOMBRE '] ENVIO-STAT ['
                        ENVIO-STAT ']'
           END-EVALUATE.

       FIN-REGISTRAR-ENVIO.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
       FIN-LEER-DECLARABLE.
           EXIT.

      * Fondos de inversión de los mismos clientes no residentes:
      * las participaciones al cierre se reconstruyen con las órdenes
      * confirmadas con VL del ejercicio o anterior (suscripciones
      * menos reembolsos) y se valoran al último VL del ejercicio; a
      * su lado, el importe bruto de los reembolsos confirmados en el
      * ejercicio y la ganancia o pérdida que CONFFONDOS calculó en
      * cada uno. Salen los fondos con posición al cierre y también
      * los reembolsados del todo durante el ejercicio.
       EXPORTAR-FONDOS-CRS.
      *--------------------
           EXEC SQL
                DECLARE CUR-CRSFON CURSOR FOR
                SELECT C.nif_cliente,
                       C.pais_residencia_cliente,
                       COALESCE(C.tin_cliente, ' '),
                       COALESCE(C.autocert_fiscal_cliente, 'N'),
                       F.isin_fondo, F.divisa_fondo,
                       SUM(CASE WHEN O.tipo_orden = 'S'
                                THEN O.participaciones_conf
                                ELSE 0 - O.participaciones_conf
                           END) AS part_cierre,
                       COALESCE((SELECT V.vl
                                 FROM   banco.fondo_vl V
                                 WHERE  V.id_fondo = F.id_fondo
                                 AND    YEAR(V.fec_vl) <=
                                        :WK-ANIO-EJERCICIO
                                 ORDER BY V.fec_vl DESC
                                 LIMIT 1), 0),
                       SUM(CASE WHEN O.tipo_orden = 'R'
                                AND  YEAR(O.fec_vl_orden) =
                                     :WK-ANIO-EJERCICIO
                                THEN O.importe_conf
                                ELSE 0
                           END) AS reemb_ejercicio,
                       SUM(CASE WHEN O.tipo_orden = 'R'
                                AND  YEAR(O.fec_vl_orden) =
                                     :WK-ANIO-EJERCICIO
                                THEN COALESCE(O.plusvalia_orden, 0)
                                ELSE 0
                           END)
                FROM   banco.cliente C, banco.fondo_orden O,
                       banco.fondo_inversion F
                WHERE  C.pais_residencia_cliente IS NOT NULL
                AND    C.pais_residencia_cliente NOT IN ('', 'ES')
                AND    O.id_cliente   = C.id_cliente
                AND    O.estado_orden = 'C'
                AND    YEAR(O.fec_vl_orden) <= :WK-ANIO-EJERCICIO
                AND    F.id_fondo     = O.id_fondo
                GROUP BY C.id_cliente, C.nif_cliente,
                         C.pais_residencia_cliente, C.tin_cliente,
                         C.autocert_fiscal_cliente,
                         F.id_fondo, F.isin_fondo, F.divisa_fondo
                HAVING part_cierre > 0
                OR     reemb_ejercicio > 0
                ORDER BY C.pais_residencia_cliente, C.nif_cliente,
                         F.isin_fondo
           END-EXEC.

           EXEC SQL OPEN CUR-CRSFON END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** EXPCRS OPEN CUR-CRSFON: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'EXPCRS'                     TO LOGERR-E-PROGRAMA
                MOVE 'EXPORTAR-FONDOS-CRS'        TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-EXPORTAR-FONDOS-CRS
           END-IF.

           PERFORM LEER-FONDO-DECLARABLE         THRU
                   FIN-LEER-FONDO-DECLARABLE
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CRSFON END-EXEC.

       FIN-EXPORTAR-FONDOS-CRS.
           EXIT.

       LEER-FONDO-DECLARABLE.
      *----------------------
           EXEC SQL
                FETCH CUR-CRSFON
                INTO  :WK-CLI-NIF, :WK-CLI-PAIS,
                      :WK-CLI-TIN, :WK-CLI-AUTOCERT,
                      :WK-FON-ISIN, :WK-FON-DIVISA,
                      :WK-FON-PARTICIPACIONES, :WK-FON-VL,
                      :WK-FON-REEMBOLSOS, :WK-FON-GANANCIA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                IF   WK-CLI-AUTOCERT = 'S'
                THEN MOVE SPACES                  TO WK-MARCA-AUTOCERT
                ELSE MOVE '*SIN AUTOCERT'         TO WK-MARCA-AUTOCERT
                END-IF
                COMPUTE WK-FON-VALOR ROUNDED =
                        WK-FON-PARTICIPACIONES * WK-FON-VL
                MOVE SPACES                       TO REG-FICHCRS
                STRING 'PAIS [' WK-CLI-PAIS '] NIF [' WK-CLI-NIF
                       '] TIN [' WK-CLI-TIN '] FONDO ['
                       WK-FON-ISIN '] VALOR [' WK-FON-VALOR
                       ' ' WK-FON-DIVISA
                       '] REEMBOLSOS [' WK-FON-REEMBOLSOS
                       '] GANANCIA [' WK-FON-GANANCIA '] '
                       WK-MARCA-AUTOCERT
                       DELIMITED BY SIZE     INTO REG-FICHCRS
                WRITE REG-FICHCRS
                ADD  1                            TO
                     WK-CONTADOR-FONDOS
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** EXPCRS FETCH CUR-CRSFON: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'EXPCRS'                     TO LOGERR-E-PROGRAMA
                MOVE 'LEER-FONDO-DECLARABLE'      TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-FONDO-DECLARABLE.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'CUENTAS DECLARABLES   [' WK-CONTADOR-CUENTAS ']'.
           DISPLAY 'SIN AUTOCERTIFICACION ['
                   WK-CONTADOR-SIN-AUTOCERT ']'.
           DISPLAY 'POSICIONES EN FONDOS  [' WK-CONTADOR-FONDOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
