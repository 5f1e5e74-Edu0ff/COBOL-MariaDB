       01  WK-CTRL-EFECTIVO                   PIC X(01).
       01  WK-CTRL-COD-CPT                    PIC X(03).

      * Gestor vigente del cliente.
       01  WK-GES-CLI-ID                      PIC 9(10).
       01  WK-GES-COD                         PIC X(08).
       01  WK-GES-NOM                         PIC X(40).
       01  WK-GES-OFICINA                     PIC X(04).
       01  WK-GES-FEC-INI                     PIC X(08).

      * Documento vigente del cliente o de uno de sus productos que
      * devuelve el cursor de documentación.
       01  WK-DOC-CLI-ID                      PIC 9(10).
       01  WK-DOC-TIPO                        PIC X(03).
       01  WK-DOC-ENTIDAD                     PIC X(03).
       01  WK-DOC-ID-ENTIDAD                  PIC 9(10).
       01  WK-DOC-REF                         PIC X(40).
       01  WK-DOC-VERSION                     PIC X(10).
       01  WK-DOC-FEC-FIRMA                   PIC X(08).

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'busqctacli.cpy'.
           COPY 'busqcta.cpy'.
           COPY 'busqtar.cpy'.
           COPY 'fondo.cpy'.

       01  WK-DATASOURCE                      PIC X(50) VALUE
                                              'edu/banco@bancoDS'.
           THEN PERFORM BUSCAR-AVALES         THRU FIN-BUSCAR-AVALES
           END-IF.

      * El gestor comercial que lleva al cliente.
           IF   CONSULTACLI-STAT-OK
           THEN PERFORM BUSCAR-GESTOR         THRU FIN-BUSCAR-GESTOR
           END-IF.

      * Lo que hay en el archivo documental del cliente y de sus
      * productos.
           IF   CONSULTACLI-STAT-OK
           THEN PERFORM BUSCAR-DOCUMENTOS     THRU
                        FIN-BUSCAR-DOCUMENTOS
           END-IF.

      * Sus posiciones en fondos de inversión, a su último valor
      * liquidativo.
           IF   CONSULTACLI-STAT-OK
           THEN PERFORM BUSCAR-FONDOS         THRU FIN-BUSCAR-FONDOS
           END-IF.

       FIN-PROGRAMA.
      *-------------
           IF   CONEXMDB-STAT-OK

       FIN-LEER-AVAL.
           EXIT.

      * Asignación vigente del cliente en banco.cliente_gestor. Un
      * cliente sin gestor no es un error: el bloque va en blanco.
       BUSCAR-GESTOR.
      *----------------
           MOVE WK-ID-CLIENTE                TO WK-GES-CLI-ID.

           EXEC SQL
                SELECT A.cod_gestor, G.nom_gestor, G.oficina_gestor,
                       DATE_FORMAT(A.fec_ini_asig, '%Y%m%d')
                INTO   :WK-GES-COD, :WK-GES-NOM, :WK-GES-OFICINA,
                       :WK-GES-FEC-INI
                FROM   banco.cliente_gestor A, banco.gestor G
                WHERE  A.id_cliente   = :WK-GES-CLI-ID
                AND    A.fec_fin_asig IS NULL
                AND    G.cod_gestor   = A.cod_gestor
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                MOVE WK-GES-COD              TO CONSULTACLI-GES-COD
                MOVE WK-GES-NOM              TO CONSULTACLI-GES-NOM
                MOVE WK-GES-OFICINA          TO CONSULTACLI-GES-OFICINA
                MOVE WK-GES-FEC-INI          TO CONSULTACLI-GES-FEC-INI
           WHEN OTHER
                SET CONSULTACLI-STAT-ERR-SQL TO TRUE
                MOVE SQLCODE                 TO CONSULTACLI-SQLCODE
                DISPLAY '*** FATAL *** CONSULTACLI BUSCAR-GESTOR: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
           END-EVALUATE.

       FIN-BUSCAR-GESTOR.
           EXIT.

      * Documentos vigentes vinculados al cliente o a sus productos:
      * los del propio cliente; contratos de sus cuentas, de las
      * tarjetas suyas o sobre sus cuentas y órdenes de sus mandatos;
      * escrituras de préstamos y contratos de plazos fijos con cargo
      * en sus cuentas. Hasta el tope de la tabla de salida.
       BUSCAR-DOCUMENTOS.
      *--------------------
           MOVE WK-ID-CLIENTE                TO WK-DOC-CLI-ID.

           EXEC SQL
                DECLARE CUR-DOCUMENTOS CURSOR FOR
                SELECT D.tipo_documento, D.entidad_documento,
                       D.id_entidad_documento, D.ref_documento,
                       COALESCE(D.version_documento, ' '),
                       DATE_FORMAT(D.fec_firma_documento, '%Y%m%d')
                FROM   banco.documento D
                WHERE  D.estado_documento = 'A'
                AND  ((D.entidad_documento = 'CLI'
                       AND D.id_entidad_documento = :WK-DOC-CLI-ID)
                OR    (D.entidad_documento = 'CTA'
                       AND D.id_entidad_documento IN
                          (SELECT R.id_medio
                           FROM   banco.cliente_rln_cuenta R
                           WHERE  R.id_cliente = :WK-DOC-CLI-ID))
                OR    (D.entidad_documento = 'TAR'
                       AND D.id_entidad_documento IN
                          (SELECT T.id_medio
                           FROM   banco.tarjeta T
                           WHERE  T.id_cliente = :WK-DOC-CLI-ID
                           OR     T.id_medio_cta IN
                                 (SELECT R.id_medio
                                  FROM   banco.cliente_rln_cuenta R
                                  WHERE  R.id_cliente =
                                         :WK-DOC-CLI-ID)))
                OR    (D.entidad_documento = 'MAN'
                       AND D.id_entidad_documento IN
                          (SELECT M.id_medio
                           FROM   banco.mandato M,
                                  banco.cliente_rln_cuenta R
                           WHERE  R.id_cliente  = :WK-DOC-CLI-ID
                           AND    M.id_medio_cta = R.id_medio))
                OR    (D.entidad_documento = 'PRE'
                       AND D.id_entidad_documento IN
                          (SELECT P.id_prestamo
                           FROM   banco.prestamo P,
                                  banco.cliente_rln_cuenta R
                           WHERE  R.id_cliente      = :WK-DOC-CLI-ID
                           AND    P.id_medio_cuenta = R.id_medio))
                OR    (D.entidad_documento = 'PLZ'
                       AND D.id_entidad_documento IN
                          (SELECT Z.id_plazo
                           FROM   banco.plazo_fijo Z,
                                  banco.cliente_rln_cuenta R
                           WHERE  R.id_cliente      = :WK-DOC-CLI-ID
                           AND    Z.id_medio_cuenta = R.id_medio)))
                ORDER BY D.fec_firma_documento DESC,
                         D.id_documento DESC
           END-EXEC.

           EXEC SQL OPEN CUR-DOCUMENTOS END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN SET CONSULTACLI-STAT-ERR-SQL TO TRUE
                MOVE SQLCODE                 TO CONSULTACLI-SQLCODE
                DISPLAY '*** FATAL *** CONSULTACLI BUSCAR-DOCUMENTOS: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                GO TO FIN-BUSCAR-DOCUMENTOS
           END-IF.

           PERFORM LEER-DOCUMENTO            THRU FIN-LEER-DOCUMENTO
           UNTIL  SQL-NODATA
           OR     NOT CONSULTACLI-STAT-OK
           OR     CONSULTACLI-DOC-CONTADOR >= 10.

           EXEC SQL CLOSE CUR-DOCUMENTOS END-EXEC.

       FIN-BUSCAR-DOCUMENTOS.
           EXIT.

       LEER-DOCUMENTO.
      *-----------------
           EXEC SQL
                FETCH CUR-DOCUMENTOS
                INTO  :WK-DOC-TIPO, :WK-DOC-ENTIDAD,
                      :WK-DOC-ID-ENTIDAD, :WK-DOC-REF,
                      :WK-DOC-VERSION, :WK-DOC-FEC-FIRMA
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                       TO
                     CONSULTACLI-DOC-CONTADOR
                MOVE WK-DOC-TIPO             TO
                     CONSULTACLI-DOC-TIPO (CONSULTACLI-DOC-CONTADOR)
                MOVE WK-DOC-ENTIDAD          TO
                     CONSULTACLI-DOC-ENTIDAD (CONSULTACLI-DOC-CONTADOR)
                MOVE WK-DOC-ID-ENTIDAD       TO
                     CONSULTACLI-DOC-ID-ENTIDAD
                     (CONSULTACLI-DOC-CONTADOR)
                MOVE WK-DOC-REF              TO
                     CONSULTACLI-DOC-REF (CONSULTACLI-DOC-CONTADOR)
                MOVE WK-DOC-VERSION          TO
                     CONSULTACLI-DOC-VERSION (CONSULTACLI-DOC-CONTADOR)
                MOVE WK-DOC-FEC-FIRMA        TO
                     CONSULTACLI-DOC-FEC-FIRMA
                     (CONSULTACLI-DOC-CONTADOR)
           WHEN OTHER
                SET CONSULTACLI-STAT-ERR-SQL TO TRUE
                MOVE SQLCODE                 TO CONSULTACLI-SQLCODE
                DISPLAY '*** FATAL *** CONSULTACLI LEER-DOCUMENTO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
           END-EVALUATE.

       FIN-LEER-DOCUMENTO.
           EXIT.

      * Las posiciones las da FONDO en su consulta, que no confirma
      * ni deshace nada. Un cliente sin fondos no es un error: el
      * bloque va vacío.
       BUSCAR-FONDOS.
      *----------------
           INITIALIZE                        AREA-FONDO-ENTRADA.
           SET  FONDO-E-ACC-CONSULTAR        TO TRUE.
           MOVE CONSULTACLI-E-NIF            TO FONDO-E-NIF.

           CALL "FONDO"                      USING AREA-FONDO.

           IF   NOT FONDO-STAT-OK
           THEN SET CONSULTACLI-STAT-ERR-SQL TO TRUE
                MOVE FONDO-SQLCODE           TO CONSULTACLI-SQLCODE
                DISPLAY '*** FATAL *** CONSULTACLI BUSCAR-FONDOS: '
                DISPLAY 'FONDO-STAT [' FONDO-STAT ']'
                GO TO FIN-BUSCAR-FONDOS
           END-IF.

           PERFORM COPIAR-FONDO              THRU FIN-COPIAR-FONDO
           VARYING WK-I FROM 1 BY 1
           UNTIL  WK-I > FONDO-S-NUM-POSICIONES.

       FIN-BUSCAR-FONDOS.
           EXIT.

       COPIAR-FONDO.
      *---------------
           ADD  1                            TO
                CONSULTACLI-FON-CONTADOR.
           MOVE FONDO-S-POS-ISIN (WK-I)      TO
                CONSULTACLI-FON-ISIN (WK-I).
           MOVE FONDO-S-POS-NOM (WK-I)       TO
                CONSULTACLI-FON-NOM (WK-I).
           MOVE FONDO-S-POS-DIVISA (WK-I)    TO
                CONSULTACLI-FON-DIVISA (WK-I).
           MOVE FONDO-S-POS-PARTICIPACIONES (WK-I) TO
                CONSULTACLI-FON-PARTICIPACIONES (WK-I).
           MOVE FONDO-S-POS-VL (WK-I)        TO
                CONSULTACLI-FON-VL (WK-I).
           MOVE FONDO-S-POS-FEC-VL (WK-I)    TO
                CONSULTACLI-FON-FEC-VL (WK-I).
           MOVE FONDO-S-POS-VALOR (WK-I)     TO
                CONSULTACLI-FON-VALOR (WK-I).

       FIN-COPIAR-FONDO.
           EXIT.
