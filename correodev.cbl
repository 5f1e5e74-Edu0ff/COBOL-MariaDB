       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CORREODEV.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Correo devuelto. La sala de correo registra aquí cada envío
      * que vuelve "desconocido en esta dirección": el sobre del
      * lote mensual por la referencia que ENSOBRADO imprime en él,
      * y las cartas (AVISODOM, AVISOPLAZO) por el NIF del cliente y
      * el tipo de documento. La dirección queda no entregable, con
      * su cuenta de devoluciones, y desde el siguiente lote el
      * correo va a otro domicilio del cliente o se retiene para la
      * oficina (DOMENVIO); RPTDEVCOR da a cada oficina la lista de
      * clientes a los que pedir la dirección nueva. Cuando la
      * oficina confirma que una dirección vuelve a servir, se
      * rehabilita aquí. Como CONSTPP, confirma sus propios cambios.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE correodev         END-EXEC.
           EXEC SQL INCLUDE domicilio         END-EXEC.
           EXEC SQL INCLUDE reldom            END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-ID-CLIENTE                     PIC 9(10).
       01  WK-EXISTE                         PIC 9(05).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'domenvio.cpy'.

       01  SW-FIN-DOMICILIOS                 PIC 9(01) VALUE 0.
           88  FIN-DOMICILIOS                VALUE 1.
           88  NO-FIN-DOMICILIOS             VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'correodev.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-CORREODEV.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN CORREODEV-E-ACC-REGISTRAR-REF
                PERFORM VALIDAR-REFERENCIA     THRU
                        FIN-VALIDAR-REFERENCIA
                IF   CORREODEV-STAT-OK
                THEN PERFORM REGISTRAR-DEVOLUCION
                     THRU    FIN-REGISTRAR-DEVOLUCION
                END-IF

           WHEN CORREODEV-E-ACC-REGISTRAR-NIF
                IF   NOT CORREODEV-TIPO-OK
                THEN SET CORREODEV-STAT-ERR-DATOS TO TRUE
                ELSE PERFORM BUSCAR-CLIENTE    THRU FIN-BUSCAR-CLIENTE
                END-IF
                IF   CORREODEV-STAT-OK
                THEN PERFORM ELEGIR-DOMICILIO  THRU
                             FIN-ELEGIR-DOMICILIO
                END-IF
                IF   CORREODEV-STAT-OK
                THEN PERFORM REGISTRAR-DEVOLUCION
                     THRU    FIN-REGISTRAR-DEVOLUCION
                END-IF

           WHEN CORREODEV-E-ACC-REHABILITAR
                PERFORM REHABILITAR-DOMICILIO  THRU
                        FIN-REHABILITAR-DOMICILIO

           WHEN CORREODEV-E-ACC-CONSULTAR
                PERFORM BUSCAR-CLIENTE         THRU FIN-BUSCAR-CLIENTE
                IF   CORREODEV-STAT-OK
                THEN PERFORM CONSULTAR-DOMICILIOS
                     THRU    FIN-CONSULTAR-DOMICILIOS
                END-IF

           WHEN OTHER
                SET CORREODEV-STAT-ERR-ACC     TO TRUE
           END-EVALUATE.

           IF   NOT CORREODEV-E-ACC-CONSULTAR
           THEN IF   CORREODEV-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-CORREODEV-SALIDA
                                              REG-CORREODEV
                                              REG-DOMICILIO.

           MOVE CORREODEV-E-TIPO-DOC          TO CORREODEV-TIPO-DOC.

           IF   CORREODEV-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO CORREODEV-USUARIO
           ELSE MOVE CORREODEV-E-USUARIO      TO CORREODEV-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * La referencia es la que ENSOBRADO imprime en la marca de
      * inicio de cada sobre: S, la fecha del lote y el domicilio del
      * hogar. El sobre es de todo el hogar, así que la devolución no
      * se apunta a ningún cliente en concreto. Un sobre leído dos
      * veces no cuenta dos devoluciones.
       VALIDAR-REFERENCIA.
      *-------------------
           IF   CORREODEV-E-REF-MARCA NOT = 'S'
                OR CORREODEV-E-REF-FECHA IS NOT NUMERIC
                OR CORREODEV-E-REF-ID-DOM IS NOT NUMERIC
           THEN SET CORREODEV-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-VALIDAR-REFERENCIA
           END-IF.

           MOVE CORREODEV-E-REF               TO CORREODEV-REF-SOBRE.
           MOVE CORREODEV-E-REF-ID-DOM        TO CORREODEV-ID-DOM.
           MOVE ZERO                          TO CORREODEV-ID-CLIENTE.
           SET  CORREODEV-TIPO-SOBRE          TO TRUE.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTE
                FROM   banco.correo_devuelto
                WHERE  ref_sobre_devol = :CORREODEV-REF-SOBRE
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           EVALUATE TRUE
           WHEN NOT SQL-SUCCESS
                SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV VALIDAR-REFERENCIA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           WHEN WK-EXISTE > ZERO
                SET CORREODEV-STAT-DUPLICADO    TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       FIN-VALIDAR-REFERENCIA.
           EXIT.

      * El cliente por su NIF.
       BUSCAR-CLIENTE.
      *---------------
           MOVE CORREODEV-E-NIF                TO WK-NIF.

           EXEC SQL
                SELECT id_cliente
                INTO   :WK-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE WK-ID-CLIENTE             TO CORREODEV-ID-CLIENTE
           WHEN SQL-NODATA
                SET CORREODEV-STAT-ENC-NO       TO TRUE
           WHEN OTHER
                SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV BUSCAR-CLIENTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

      * Sin domicilio tecleado, la carta devuelta fue al domicilio al
      * que hoy se manda el correo del cliente, con el mismo criterio
      * que siguen los lotes. Con él tecleado, tiene que ser uno de
      * los domicilios del cliente.
       ELEGIR-DOMICILIO.
      *-----------------
           IF   CORREODEV-E-ID-DOM = ZERO
           THEN PERFORM TOMAR-DOMICILIO-ENVIO  THRU
                        FIN-TOMAR-DOMICILIO-ENVIO
           ELSE PERFORM COMPROBAR-DOMICILIO    THRU
                        FIN-COMPROBAR-DOMICILIO
           END-IF.

       FIN-ELEGIR-DOMICILIO.
           EXIT.

       TOMAR-DOMICILIO-ENVIO.
      *----------------------
           INITIALIZE                          AREA-DOMENVIO.
           MOVE WK-ID-CLIENTE                  TO DOMENVIO-E-ID-CLI.

           CALL "DOMENVIO"                     USING AREA-DOMENVIO.

           MOVE DOMENVIO-SQLCODE               TO CORREODEV-SQLCODE.

           EVALUATE TRUE
           WHEN DOMENVIO-STAT-OK
                MOVE DOMENVIO-S-ID-DOM         TO CORREODEV-ID-DOM
           WHEN DOMENVIO-STAT-RETENER
                SET CORREODEV-STAT-SIN-DOMICILIO TO TRUE
           WHEN DOMENVIO-STAT-ENC-NO
                SET CORREODEV-STAT-ENC-NO       TO TRUE
           WHEN OTHER
                SET CORREODEV-STAT-ERR-SQL      TO TRUE
           END-EVALUATE.

       FIN-TOMAR-DOMICILIO-ENVIO.
           EXIT.

       COMPROBAR-DOMICILIO.
      *--------------------
           MOVE CORREODEV-E-ID-DOM             TO RELDOM-DOM-ID.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTE
                FROM   banco.cliente_rln_dom
                WHERE  id_cliente = :WK-ID-CLIENTE
                AND    id_dom     = :RELDOM-DOM-ID
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           EVALUATE TRUE
           WHEN NOT SQL-SUCCESS
                SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV COMPROBAR-DOMICILIO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           WHEN WK-EXISTE = ZERO
                SET CORREODEV-STAT-ENC-NO       TO TRUE
           WHEN OTHER
                MOVE CORREODEV-E-ID-DOM        TO CORREODEV-ID-DOM
           END-EVALUATE.

       FIN-COMPROBAR-DOMICILIO.
           EXIT.

      * La dirección queda no entregable desde la primera devolución
      * y suma una más a su cuenta; la devolución queda en
      * banco.correo_devuelto con quién la registró.
       REGISTRAR-DEVOLUCION.
      *---------------------
           MOVE CORREODEV-ID-DOM               TO DOMICILIO-ID.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTE
                FROM   banco.domicilio
                WHERE  id_dom = :DOMICILIO-ID
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           EVALUATE TRUE
           WHEN NOT SQL-SUCCESS
                SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV REGISTRAR-DEVOLUCION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REGISTRAR-DEVOLUCION
           WHEN WK-EXISTE = ZERO
                SET CORREODEV-STAT-ENC-NO       TO TRUE
                GO TO FIN-REGISTRAR-DEVOLUCION
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           EXEC SQL
                UPDATE banco.domicilio
                SET    entregable_dom = 'N',
                       num_devol_dom  = COALESCE(num_devol_dom, 0) + 1,
                       fec_devol_dom  = CURDATE()
                WHERE  id_dom = :DOMICILIO-ID
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV REGISTRAR-DEVOLUCION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REGISTRAR-DEVOLUCION
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.correo_devuelto_id_devol_seq
                INTO :CORREODEV-ID
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV REGISTRAR-DEVOLUCION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REGISTRAR-DEVOLUCION
           END-IF.

           EXEC SQL
                INSERT INTO banco.correo_devuelto(
                    id_devol,
                    id_dom,
                    id_cliente,
                    tipo_doc_devol,
                    ref_sobre_devol,
                    fec_devol,
                    usuario_devol
                )
                VALUES(
                    :CORREODEV-ID,
                    :CORREODEV-ID-DOM,
                    NULLIF(:CORREODEV-ID-CLIENTE, 0),
                    :CORREODEV-TIPO-DOC,
                    NULLIF(:CORREODEV-REF-SOBRE, ' '),
                    CURDATE(),
                    :CORREODEV-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV REGISTRAR-DEVOLUCION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REGISTRAR-DEVOLUCION
           END-IF.

           EXEC SQL
                SELECT COALESCE(num_devol_dom, 0)
                INTO   :DOMICILIO-NUM-DEVOL
                FROM   banco.domicilio
                WHERE  id_dom = :DOMICILIO-ID
           END-EXEC.

           MOVE CORREODEV-ID                   TO CORREODEV-S-ID-DEVOL.
           MOVE CORREODEV-ID-DOM               TO CORREODEV-S-ID-DOM.
           MOVE DOMICILIO-NUM-DEVOL            TO CORREODEV-S-NUM-DEVOL.

       FIN-REGISTRAR-DEVOLUCION.
           EXIT.

      * La oficina ha confirmado con el cliente que la dirección es
      * buena: vuelve a ser entregable. La cuenta de devoluciones se
      * conserva como historia.
       REHABILITAR-DOMICILIO.
      *----------------------
           IF   CORREODEV-E-ID-DOM = ZERO
           THEN SET CORREODEV-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-REHABILITAR-DOMICILIO
           END-IF.

           MOVE CORREODEV-E-ID-DOM             TO DOMICILIO-ID.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTE
                FROM   banco.domicilio
                WHERE  id_dom = :DOMICILIO-ID
           END-EXEC.

           IF   SQL-SUCCESS
                AND WK-EXISTE = ZERO
           THEN SET CORREODEV-STAT-ENC-NO       TO TRUE
                GO TO FIN-REHABILITAR-DOMICILIO
           END-IF.

           EXEC SQL
                UPDATE banco.domicilio
                SET    entregable_dom = 'S'
                WHERE  id_dom = :DOMICILIO-ID
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE DOMICILIO-ID              TO CORREODEV-S-ID-DOM
           WHEN OTHER
                SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV REHABILITAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-REHABILITAR-DOMICILIO.
           EXIT.

      * Los domicilios del cliente en el orden en que los prueban los
      * lotes de correo (principal, trabajo, otro), con su marca.
       CONSULTAR-DOMICILIOS.
      *---------------------
           EXEC SQL
                DECLARE CUR-DOMDEV CURSOR FOR
                SELECT D.id_dom, R.tip_dom, D.calle_dom, D.num_dom,
                       lpad(D.cod_post_dom,5,'0'), D.pobl_dom,
                       COALESCE(D.entregable_dom, 'S'),
                       COALESCE(D.num_devol_dom, 0),
                       COALESCE(DATE_FORMAT(D.fec_devol_dom,
                                            '%Y%m%d'), ' ')
                FROM   banco.cliente_rln_dom R, banco.domicilio D
                WHERE  R.id_cliente = :WK-ID-CLIENTE
                AND    D.id_dom     = R.id_dom
                ORDER BY FIELD(R.tip_dom, 'P', 'T', 'O'), D.id_dom
           END-EXEC.

           EXEC SQL OPEN CUR-DOMDEV END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV CONSULTAR-DOMICILIOS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-DOMICILIOS
           END-IF.

           SET  NO-FIN-DOMICILIOS              TO TRUE.

           PERFORM LEER-DOMICILIO              THRU FIN-LEER-DOMICILIO
           UNTIL  FIN-DOMICILIOS
           OR     CORREODEV-S-DOM-CONTADOR = 10
           OR     NOT CORREODEV-STAT-OK.

           EXEC SQL CLOSE CUR-DOMDEV END-EXEC.

       FIN-CONSULTAR-DOMICILIOS.
           EXIT.

       LEER-DOMICILIO.
      *---------------
           EXEC SQL
                FETCH CUR-DOMDEV
                INTO  :DOMICILIO-ID, :RELDOM-TIPO,
                      :DOMICILIO-CALLE, :DOMICILIO-NUM,
                      :DOMICILIO-COD-POS, :DOMICILIO-POBL,
                      :DOMICILIO-ENTREGABLE, :DOMICILIO-NUM-DEVOL,
                      :DOMICILIO-FEC-DEVOL
           END-EXEC.

           MOVE SQLCODE                        TO CORREODEV-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-DOMICILIOS             TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                          TO
                     CORREODEV-S-DOM-CONTADOR
                MOVE DOMICILIO-ID              TO
                     CORREODEV-S-DOM-ID(CORREODEV-S-DOM-CONTADOR)
                MOVE RELDOM-TIPO               TO
                     CORREODEV-S-DOM-TIPO(CORREODEV-S-DOM-CONTADOR)
                MOVE DOMICILIO-CALLE           TO
                     CORREODEV-S-DOM-CALLE(CORREODEV-S-DOM-CONTADOR)
                MOVE DOMICILIO-NUM             TO
                     CORREODEV-S-DOM-NUM(CORREODEV-S-DOM-CONTADOR)
                MOVE DOMICILIO-COD-POS         TO
                     CORREODEV-S-DOM-COD-POS(CORREODEV-S-DOM-CONTADOR)
                MOVE DOMICILIO-POBL            TO
                     CORREODEV-S-DOM-POBL(CORREODEV-S-DOM-CONTADOR)
                MOVE DOMICILIO-ENTREGABLE      TO
                     CORREODEV-S-DOM-ENTREGABLE
                     (CORREODEV-S-DOM-CONTADOR)
                MOVE DOMICILIO-NUM-DEVOL       TO
                     CORREODEV-S-DOM-NUM-DEVOL
                     (CORREODEV-S-DOM-CONTADOR)
                MOVE DOMICILIO-FEC-DEVOL       TO
                     CORREODEV-S-DOM-FEC-DEVOL
                     (CORREODEV-S-DOM-CONTADOR)
           WHEN OTHER
                SET CORREODEV-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** CORREODEV LEER-DOMICILIO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-DOMICILIO.
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
