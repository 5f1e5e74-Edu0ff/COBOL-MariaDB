      *    la misma agrupación de RPTDOMHOG) con marcas de inicio y
      *    fin de sobre, una carátula que lista los documentos que
      *    van dentro, y a continuación los extractos de todas las
      *    cuentas del hogar, uno detrás de otro. Los estados anuales
      *    de comisiones e intereses que ESTANUAL deja pendientes de
      *    ensobrar van en el mismo sobre, delante de los extractos.
      *    Un único sobre por domicilio al mes en vez de uno por
      *    documento. Cada cliente cuenta en el hogar de su domicilio
      *    de envío (el principal, o el de trabajo u otro si Correos
      *    ha devuelto el principal, como en DOMENVIO), y cada sobre
      *    lleva una referencia (S, fecha del lote y domicilio) que
      *    la sala de correo lee en CORREODEV si vuelve devuelto. Los
      *    clientes sin ningún domicilio entregable van al final, un
      *    sobre por cliente, retenidos para su oficina. Su nombre
      *    lleva la fecha de la ejecución para no pisar el de
      *    ejecuciones anteriores.
           SELECT FICHSOBRE ASSIGN TO WK-FICHSOBRE-NOMBRE
       01  WK-CTA-NUM                       PIC X(20).
       01  WK-CLI-NOM                       PIC X(57).

      * Cliente sin domicilio entregable cuyo correo se retiene, y
      * su oficina. Con él en curso WK-DOM-ID va a cero.
       01  WK-RET-CLI-ID                    PIC 9(10).
       01  WK-RET-OFICINA                   PIC X(04).

      * Estado anual pendiente de ensobrar y cada renglón suyo.
       01  WK-EST-CLI-ID                    PIC 9(10).
       01  WK-EST-EJERCICIO                 PIC 9(04).
       01  WK-EST-TEXTO                     PIC X(200).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'extractocta.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Los extractos se piden a EXTRACTOCTA dentro de la sesión
      * del lote (EXTRACTOCTA-SESION-LLAMADOR), igual que EXTRLOTE:
      * los hogares se leen del cursor según se van ensobrando, sin
      * cargarlos antes en memoria ni tope de tamaño del lote.
       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

      * Cuentas del hogar en curso, con su titular para la carátula.
       01  WK-CTAS-MAX                       PIC 9(02) VALUE 50.
               10  WK-CTA-HOGAR-NUM          PIC X(20).
               10  WK-CTA-HOGAR-TITULAR      PIC X(57).

      * Estados anuales pendientes de los clientes del hogar en
      * curso, con su titular para la carátula.
       01  WK-ESTS-MAX                       PIC 9(02) VALUE 20.
       01  WK-ESTS-HOGAR.
           05  WK-ESTS-CONTADOR              PIC 9(02) VALUE 0.
           05  WK-EST-HOGAR                  OCCURS 20 TIMES.
               10  WK-EST-HOGAR-CLI          PIC 9(10).
               10  WK-EST-HOGAR-EJERCICIO    PIC 9(04).
               10  WK-EST-HOGAR-TITULAR      PIC X(57).

      * Documentos del sobre en curso y número de orden de cada uno
      * en la carátula: primero los estados anuales, después los
      * extractos.
       01  WK-DOCS-SOBRE                     PIC 9(02).
       01  WK-NUM-DOC                        PIC 9(02).

       01  WK-J                              PIC 9(02).
       01  WK-K                              PIC 9(02).

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).

      * Referencia impresa en el sobre para registrar la devolución:
      * S, fecha del lote y domicilio del hogar.
       01  WK-REF-SOBRE.
           05  FILLER                        PIC X(01) VALUE 'S'.
           05  WK-REF-SOBRE-FECHA            PIC 9(08).
           05  WK-REF-SOBRE-ID-DOM           PIC 9(10).

       01  WK-FICHSOBRE-NOMBRE               PIC X(30).
       01  FS-FICHSOBRE                      PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.
      * su carátula.
       01  WK-CONTADOR-SOBRES                PIC 9(06) VALUE 0.
       01  WK-CONTADOR-DOCUMENTOS            PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ESTADOS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDOS             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           END-IF.

           IF   STAT-OK
           THEN PERFORM GENERAR-SOBRES          THRU
                        FIN-GENERAR-SOBRES
           END-IF.

           IF   STAT-OK
           THEN PERFORM RETENER-CORREO          THRU
                        FIN-RETENER-CORREO
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM SONDEAR-CONEXION        THRU
                        FIN-SONDEAR-CONEXION
                IF   STAT-OK
                THEN PERFORM REGISTRAR-INFORME  THRU
                             FIN-REGISTRAR-INFORME
                END-IF
                PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           END-IF.
                  DELIMITED BY SIZE        INTO WK-FICHSOBRE-NOMBRE.

           ACCEPT WK-FECHA-ACTUAL-8             FROM DATE YYYYMMDD.
           MOVE WK-FECHA-ACTUAL-8               TO WK-REF-SOBRE-FECHA.

      *    Ventana del extracto: del primer dia del mes a hoy, en el
      *    formato AAAAMMDDHHMMSSNNNNNN de fec_mov.
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'ENSOBRADO'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHSOBRE-NOMBRE             TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ENSOBRADO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHSOBRE-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
       FIN-CERRAR-FICHERO.
           EXIT.

      * Recorre los domicilios de envío de los clientes con alguna
      * cuenta en alta, más los de los clientes con un estado anual
      * pendiente de ensobrar: cada uno es un sobre, que se genera
      * según sale del cursor. El domicilio de envío de un cliente
      * es el primero entregable de los suyos por tipo (principal,
      * trabajo, otro) y, dentro del tipo, por id_dom, el mismo
      * criterio de DOMENVIO; quien no tiene ninguno se queda
      * fuera y lo recoge RETENER-CORREO.
       GENERAR-SOBRES.
      *-----------------
           EXEC SQL
                DECLARE CUR-HOGARES CURSOR FOR
                SELECT H.id_dom
                FROM  (SELECT (SELECT RX.id_dom
                               FROM   banco.cliente_rln_dom RX,
                                      banco.domicilio DX
                               WHERE  RX.id_cliente = R.id_cliente
                               AND    DX.id_dom     = RX.id_dom
                               AND    COALESCE(DX.entregable_dom,
                                               'S') <> 'N'
                               ORDER BY FIELD(RX.tip_dom,
                                              'P', 'T', 'O'),
                                        RX.id_dom
                               LIMIT 1) AS id_dom
                       FROM   banco.cliente_rln_cuenta R,
                              banco.cuenta CT
                       WHERE  R.tip_rln        IN ('T', 'C')
                       AND    CT.id_medio      = R.id_medio
                       AND    CT.estado_cuenta = 'A'
                       UNION
                       SELECT (SELECT RX.id_dom
                               FROM   banco.cliente_rln_dom RX,
                                      banco.domicilio DX
                               WHERE  RX.id_cliente = E.id_cliente
                               AND    DX.id_dom     = RX.id_dom
                               AND    COALESCE(DX.entregable_dom,
                                               'S') <> 'N'
                               ORDER BY FIELD(RX.tip_dom,
                                              'P', 'T', 'O'),
                                        RX.id_dom
                               LIMIT 1) AS id_dom
                       FROM   banco.estado_anual E
                       WHERE  E.envio_estado   = 'P') H
                WHERE  H.id_dom IS NOT NULL
                ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CUR-HOGARES END-EXEC.
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'ENSOBRADO'                  TO LOGERR-E-PROGRAMA
                MOVE 'GENERAR-SOBRES'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GENERAR-SOBRES
           END-IF.

           SET  NO-FIN-CURSOR                    TO TRUE.

           PERFORM LEER-UN-HOGAR                 THRU
                   FIN-LEER-UN-HOGAR
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-HOGARES END-EXEC.

       FIN-GENERAR-SOBRES.
           EXIT.

       LEER-UN-HOGAR.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                   TO TRUE
           WHEN SQL-SUCCESS
                PERFORM GENERAR-UN-SOBRE          THRU
                        FIN-GENERAR-UN-SOBRE
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** ENSOBRADO FETCH CUR-HOGARES: '
       FIN-LEER-UN-HOGAR.
           EXIT.

      * Clientes con correo este mes (cuenta en alta o estado anual
      * pendiente) y domicilios en el banco, pero todos devueltos por
      * Correos: su sobre no se manda a ninguna dirección; sale al
      * final del spool, uno por cliente y ordenado por oficina,
      * marcado para que la sala de correo lo lleve a la oficina,
      * que además lo tiene en la lista de RPTDEVCOR.
       RETENER-CORREO.
      *----------------
           EXEC SQL
                DECLARE CUR-RETENIDOS CURSOR FOR
                SELECT C.id_cliente, COALESCE(C.oficina_cliente, ' ')
                FROM   banco.cliente C
                WHERE  EXISTS (
                           SELECT 1
                           FROM   banco.cliente_rln_dom RX
                           WHERE  RX.id_cliente = C.id_cliente
                       )
                AND    NOT EXISTS (
                           SELECT 1
                           FROM   banco.cliente_rln_dom RX,
                                  banco.domicilio DX
                           WHERE  RX.id_cliente = C.id_cliente
                           AND    DX.id_dom     = RX.id_dom
                           AND    COALESCE(DX.entregable_dom, 'S')
                                  <> 'N'
                       )
                AND   (EXISTS (
                           SELECT 1
                           FROM   banco.cliente_rln_cuenta R,
                                  banco.cuenta CT
                           WHERE  R.id_cliente     = C.id_cliente
                           AND    R.tip_rln        IN ('T', 'C')
                           AND    CT.id_medio      = R.id_medio
                           AND    CT.estado_cuenta = 'A'
                       )
                OR     EXISTS (
                           SELECT 1
                           FROM   banco.estado_anual E
                           WHERE  E.id_cliente   = C.id_cliente
                           AND    E.envio_estado = 'P'
                       ))
                ORDER BY 2, 1
           END-EXEC.

           EXEC SQL OPEN CUR-RETENIDOS END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** ENSOBRADO OPEN CUR-RETENIDOS: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'ENSOBRADO'                  TO LOGERR-E-PROGRAMA
                MOVE 'RETENER-CORREO'             TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-RETENER-CORREO
           END-IF.

           SET  NO-FIN-CURSOR                    TO TRUE.

           PERFORM LEER-UN-RETENIDO              THRU
                   FIN-LEER-UN-RETENIDO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-RETENIDOS END-EXEC.

       FIN-RETENER-CORREO.
           EXIT.

       LEER-UN-RETENIDO.
      *-------------------
           EXEC SQL
                FETCH CUR-RETENIDOS
                INTO  :WK-RET-CLI-ID, :WK-RET-OFICINA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                   TO TRUE
           WHEN SQL-SUCCESS
                MOVE ZERO                         TO WK-DOM-ID
                PERFORM GENERAR-UN-SOBRE          THRU
                        FIN-GENERAR-UN-SOBRE
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** ENSOBRADO FETCH CUR-RETENIDOS: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                MOVE 'ENSOBRADO'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-UN-RETENIDO'           TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-EVALUATE.

       FIN-LEER-UN-RETENIDO.
           EXIT.

      * Un sobre por hogar: marca de inicio para el buró, la
      * carátula con la dirección y la lista de documentos, los
      * estados anuales pendientes, los extractos de todas las
      * cuentas del hogar y la marca de fin con el recuento de
      * documentos del sobre. Los estados van antes que los
      * extractos. Las cuentas y los estados del hogar sí se cargan
      * en memoria, porque la carátula los lista antes de adjuntarlos.
       GENERAR-UN-SOBRE.
      *-------------------
           PERFORM CARGAR-CUENTAS-HOGAR          THRU
                   FIN-CARGAR-CUENTAS-HOGAR.
           IF   STAT-OK
           THEN PERFORM CARGAR-ESTADOS-HOGAR     THRU
                        FIN-CARGAR-ESTADOS-HOGAR
           END-IF.
           IF   NOT STAT-OK
           THEN GO TO FIN-GENERAR-UN-SOBRE
           END-IF.

           COMPUTE WK-DOCS-SOBRE = WK-ESTS-CONTADOR + WK-CTAS-CONTADOR.
           IF   WK-DOCS-SOBRE = ZERO
           THEN GO TO FIN-GENERAR-UN-SOBRE
           END-IF.

           ADD  1                                TO WK-CONTADOR-SOBRES.

           MOVE SPACES                           TO REG-FICHSOBRE.
           IF   WK-DOM-ID = ZERO
           THEN ADD  1                           TO
                     WK-CONTADOR-RETENIDOS
                STRING '*** INICIO SOBRE [' WK-CONTADOR-SOBRES
                       '] RETENIDO EN OFICINA [' WK-RET-OFICINA
                       '] CLIENTE [' WK-RET-CLI-ID ']'
                       DELIMITED BY SIZE    INTO REG-FICHSOBRE
           ELSE MOVE WK-DOM-ID                   TO
                     WK-REF-SOBRE-ID-DOM
                STRING '*** INICIO SOBRE [' WK-CONTADOR-SOBRES
                       '] REF [' WK-REF-SOBRE
                       '] DOMICILIO [' WK-DOM-CALLE ' ' WK-DOM-NUM
                       ' ' WK-DOM-COD-POS ' ' WK-DOM-POBL ']'
                       DELIMITED BY SIZE    INTO REG-FICHSOBRE
           END-IF.
           WRITE REG-FICHSOBRE.

           MOVE SPACES                           TO REG-FICHSOBRE.
           STRING 'CARATULA: ESTE SOBRE CONTIENE ['
                  WK-DOCS-SOBRE '] DOCUMENTOS'
                  DELIMITED BY SIZE         INTO REG-FICHSOBRE.
           WRITE REG-FICHSOBRE.

           PERFORM LISTAR-ESTADO-ANUAL           THRU
                   FIN-LISTAR-ESTADO-ANUAL
           VARYING WK-J FROM 1 BY 1
           UNTIL   WK-J > WK-ESTS-CONTADOR.

           PERFORM LISTAR-DOCUMENTO              THRU
                   FIN-LISTAR-DOCUMENTO
           VARYING WK-J FROM 1 BY 1
           UNTIL   WK-J > WK-CTAS-CONTADOR.

           PERFORM ADJUNTAR-ESTADO-ANUAL         THRU
                   FIN-ADJUNTAR-ESTADO-ANUAL
           VARYING WK-J FROM 1 BY 1
           UNTIL   WK-J > WK-ESTS-CONTADOR
           OR      NOT STAT-OK.
           IF   NOT STAT-OK
           THEN GO TO FIN-GENERAR-UN-SOBRE
           END-IF.

           PERFORM ADJUNTAR-EXTRACTO             THRU
                   FIN-ADJUNTAR-EXTRACTO
           VARYING WK-J FROM 1 BY 1
       FIN-GENERAR-UN-SOBRE.
           EXIT.

      * Cuentas en alta de todos los clientes del hogar (los que
      * tienen en él su domicilio de envío), con el titular de cada
      * una para la carátula. En el sobre retenido (WK-DOM-ID a
      * cero) no hay dirección y el hogar es sólo el cliente.
       CARGAR-CUENTAS-HOGAR.
      *-----------------------
           MOVE ZERO                             TO WK-CTAS-CONTADOR.

           IF   WK-DOM-ID NOT = ZERO
           THEN EXEC SQL
                     SELECT calle_dom, num_dom,
                            lpad(cod_post_dom,5,'0'), pobl_dom
                     INTO   :WK-DOM-CALLE, :WK-DOM-NUM,
                            :WK-DOM-COD-POS, :WK-DOM-POBL
                     FROM   banco.domicilio
                     WHERE  id_dom = :WK-DOM-ID
                END-EXEC
                IF   NOT SQL-SUCCESS
                THEN SET STAT-ERR-SQL            TO TRUE
                     DISPLAY '*** FATAL *** ENSOBRADO CARGAR-CUENTAS: '
                             'NO'
                     DISPLAY 'SE PUDO LEER EL DOMICILIO [' WK-DOM-ID
                             ']'
                     GO TO FIN-CARGAR-CUENTAS-HOGAR
                END-IF
           END-IF.

           EXEC SQL
                       C.nom_cliente
                FROM   banco.cliente_rln_dom RD, banco.cliente C,
                       banco.cliente_rln_cuenta R, banco.cuenta CT
                WHERE ((RD.id_dom       = :WK-DOM-ID
                AND     RD.id_dom       =
                       (SELECT RX.id_dom
                        FROM   banco.cliente_rln_dom RX,
                               banco.domicilio DX
                        WHERE  RX.id_cliente = RD.id_cliente
                        AND    DX.id_dom     = RX.id_dom
                        AND    COALESCE(DX.entregable_dom, 'S') <> 'N'
                        ORDER BY FIELD(RX.tip_dom, 'P', 'T', 'O'),
                                 RX.id_dom
                        LIMIT 1))
                OR     (:WK-DOM-ID      = 0
                AND     RD.id_cliente   = :WK-RET-CLI-ID))
                AND    C.id_cliente     = RD.id_cliente
                AND    R.id_cliente     = C.id_cliente
                AND    R.tip_rln        IN ('T', 'C')

       LISTAR-DOCUMENTO.
      *-------------------
           COMPUTE WK-NUM-DOC = WK-ESTS-CONTADOR + WK-J.

           MOVE SPACES                           TO REG-FICHSOBRE.
           STRING '  DOCUMENTO [' WK-NUM-DOC '] EXTRACTO CUENTA ['
                  WK-CTA-HOGAR-NUM(WK-J) '] TITULAR ['
                  WK-CTA-HOGAR-TITULAR(WK-J) ']'
                  DELIMITED BY SIZE         INTO REG-FICHSOBRE.
       FIN-LISTAR-DOCUMENTO.
           EXIT.

      * Estados anuales de comisiones e intereses que ESTANUAL dejó
      * pendientes de ensobrar para los clientes cuyo domicilio de
      * envío es el del hogar (o para el cliente del sobre retenido),
      * con su titular para la carátula.
       CARGAR-ESTADOS-HOGAR.
      *-----------------------
           MOVE ZERO                             TO WK-ESTS-CONTADOR.

           EXEC SQL
                DECLARE CUR-ESTHOG CURSOR FOR
                SELECT DISTINCT E.id_cliente, E.ejercicio_estado,
                       C.nom_cliente
                FROM   banco.estado_anual E, banco.cliente_rln_dom RD,
                       banco.cliente C
                WHERE ((RD.id_dom     = :WK-DOM-ID
                AND     RD.id_dom     =
                       (SELECT RX.id_dom
                        FROM   banco.cliente_rln_dom RX,
                               banco.domicilio DX
                        WHERE  RX.id_cliente = RD.id_cliente
                        AND    DX.id_dom     = RX.id_dom
                        AND    COALESCE(DX.entregable_dom, 'S') <> 'N'
                        ORDER BY FIELD(RX.tip_dom, 'P', 'T', 'O'),
                                 RX.id_dom
                        LIMIT 1))
                OR     (:WK-DOM-ID    = 0
                AND     RD.id_cliente = :WK-RET-CLI-ID))
                AND    E.id_cliente   = RD.id_cliente
                AND    E.envio_estado = 'P'
                AND    C.id_cliente   = E.id_cliente
                ORDER BY E.ejercicio_estado, E.id_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-ESTHOG END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** ENSOBRADO OPEN CUR-ESTHOG: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                GO TO FIN-CARGAR-ESTADOS-HOGAR
           END-IF.

           PERFORM LEER-ESTADO-HOGAR             THRU
                   FIN-LEER-ESTADO-HOGAR
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTHOG END-EXEC.

       FIN-CARGAR-ESTADOS-HOGAR.
           EXIT.

       LEER-ESTADO-HOGAR.
      *--------------------
           EXEC SQL
                FETCH CUR-ESTHOG
                INTO  :WK-EST-CLI-ID, :WK-EST-EJERCICIO, :WK-CLI-NOM
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                IF   WK-ESTS-CONTADOR < WK-ESTS-MAX
                THEN ADD  1                       TO WK-ESTS-CONTADOR
                     MOVE WK-EST-CLI-ID           TO
                          WK-EST-HOGAR-CLI(WK-ESTS-CONTADOR)
                     MOVE WK-EST-EJERCICIO        TO
                          WK-EST-HOGAR-EJERCICIO(WK-ESTS-CONTADOR)
                     MOVE WK-CLI-NOM              TO
                          WK-EST-HOGAR-TITULAR(WK-ESTS-CONTADOR)
                END-IF
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** ENSOBRADO FETCH CUR-ESTHOG: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
           END-EVALUATE.

       FIN-LEER-ESTADO-HOGAR.
           EXIT.

       LISTAR-ESTADO-ANUAL.
      *----------------------
           MOVE SPACES                           TO REG-FICHSOBRE.
           STRING '  DOCUMENTO [' WK-J '] ESTADO ANUAL COMISIONES E '
                  'INTERESES [' WK-EST-HOGAR-EJERCICIO(WK-J)
                  '] TITULAR [' WK-EST-HOGAR-TITULAR(WK-J) ']'
                  DELIMITED BY SIZE         INTO REG-FICHSOBRE.
           WRITE REG-FICHSOBRE.

       FIN-LISTAR-ESTADO-ANUAL.
           EXIT.

      * La carta del estado anual se vuelca tal como la grabó
      * ESTANUAL, renglón a renglón, y se marca ensobrada (E) para
      * que no vuelva a salir el mes siguiente.
       ADJUNTAR-ESTADO-ANUAL.
      *------------------------
           MOVE WK-EST-HOGAR-CLI(WK-J)           TO WK-EST-CLI-ID.
           MOVE WK-EST-HOGAR-EJERCICIO(WK-J)     TO WK-EST-EJERCICIO.

           EXEC SQL
                DECLARE CUR-ESTLIN CURSOR FOR
                SELECT texto_linea
                FROM   banco.estado_anual_linea
                WHERE  id_cliente       = :WK-EST-CLI-ID
                AND    ejercicio_estado = :WK-EST-EJERCICIO
                ORDER BY num_linea
           END-EXEC.

           EXEC SQL OPEN CUR-ESTLIN END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** ENSOBRADO OPEN CUR-ESTLIN: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                GO TO FIN-ADJUNTAR-ESTADO-ANUAL
           END-IF.

           MOVE SPACES                           TO REG-FICHSOBRE.
           STRING '===== ESTADO ANUAL [' WK-EST-EJERCICIO
                  '] TITULAR [' WK-EST-HOGAR-TITULAR(WK-J) '] ====='
                  DELIMITED BY SIZE              INTO REG-FICHSOBRE.
           WRITE REG-FICHSOBRE.

           PERFORM ESCRIBIR-LINEA-ESTADO         THRU
                   FIN-ESCRIBIR-LINEA-ESTADO
           UNTIL  SQL-NODATA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-ESTLIN END-EXEC.

           IF   NOT STAT-OK
           THEN GO TO FIN-ADJUNTAR-ESTADO-ANUAL
           END-IF.

           EXEC SQL
                UPDATE banco.estado_anual
                SET    envio_estado     = 'E',
                       fec_envio_estado = now()
                WHERE  id_cliente       = :WK-EST-CLI-ID
                AND    ejercicio_estado = :WK-EST-EJERCICIO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** ENSOBRADO ADJUNTAR-ESTADO: NO'
                DISPLAY 'SE PUDO MARCAR ENSOBRADO [' WK-EST-CLI-ID ']'
                MOVE 'ENSOBRADO'                  TO LOGERR-E-PROGRAMA
                MOVE 'ADJUNTAR-ESTADO-ANUAL'      TO LOGERR-E-PARRAFO
                MOVE WK-SQLCODE                    TO LOGERR-E-SQLCODE
                MOVE SPACES                        TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-ADJUNTAR-ESTADO-ANUAL
           END-IF.

           ADD  1                                TO
                WK-CONTADOR-DOCUMENTOS.
           ADD  1                                TO WK-CONTADOR-ESTADOS.

       FIN-ADJUNTAR-ESTADO-ANUAL.
           EXIT.

       ESCRIBIR-LINEA-ESTADO.
      *----------------------
           EXEC SQL
                FETCH CUR-ESTLIN
                INTO  :WK-EST-TEXTO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE WK-EST-TEXTO                 TO REG-FICHSOBRE
                WRITE REG-FICHSOBRE
           WHEN OTHER
                SET STAT-ERR-SQL                  TO TRUE
                DISPLAY '*** FATAL *** ENSOBRADO FETCH CUR-ESTLIN: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
           END-EVALUATE.

       FIN-ESCRIBIR-LINEA-ESTADO.
           EXIT.

      * El extracto de cada cuenta del hogar se pide a EXTRACTOCTA
      * exactamente igual que lo hace EXTRLOTE y se vuelca dentro
      * del sobre. Una cuenta que falle se anota y no tira el sobre.
           INITIALIZE                            AREA-EXTRACTOCTA.

           SET  EXTRACTOCTA-CRIT-CTA             TO TRUE.
           SET  EXTRACTOCTA-SESION-LLAMADOR      TO TRUE.
           MOVE WK-CTA-HOGAR-ID(WK-J)            TO
                EXTRACTOCTA-E-ID-CTA.
           MOVE WK-FEC-DESDE-20                  TO
           DISPLAY 'SOBRES GENERADOS       [' WK-CONTADOR-SOBRES ']'.
           DISPLAY 'DOCUMENTOS INCLUIDOS   ['
                   WK-CONTADOR-DOCUMENTOS ']'.
           DISPLAY 'DE ELLOS ESTADOS ANUALES ['
                   WK-CONTADOR-ESTADOS ']'.
           DISPLAY 'SOBRES RETENIDOS OFICINA ['
                   WK-CONTADOR-RETENIDOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.

      *    Tras un lote largo, antes de cerrar la ejecucion en
      *    banco.batch_log se sondea la conexion y se reconecta via
      *    CONEXMDB si se hubiera caido, que es exactamente para lo
      *    que existe su accion de sondeo.
       SONDEAR-CONEXION.
      *-----------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
