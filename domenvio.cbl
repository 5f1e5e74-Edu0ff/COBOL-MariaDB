       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DOMENVIO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Domicilio de envío del correo de un cliente. Las direcciones
      * que Correos ha devuelto (CORREODEV las marca no entregables)
      * se saltan: se usa la principal si sirve, y si no la de
      * trabajo o la otra del cliente en banco.cliente_rln_dom; sin
      * ninguna entregable el correo queda retenido para su oficina.
      * Es el criterio común de ENSOBRADO, AVISODOM y AVISOPLAZO
      * (ENSOBRADO lo aplica en sus propios cursores).

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION  END-EXEC.
           EXEC SQL INCLUDE domicilio       END-EXEC.
           EXEC SQL INCLUDE reldom          END-EXEC.
       01  WK-ID-CLI                       PIC 9(10).
       01  WK-OFICINA                      PIC X(04).
           EXEC SQL END DECLARE SECTION    END-EXEC.

       LINKAGE SECTION.
      *----------------
           COPY 'domenvio.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING AREA-DOMENVIO.
      ******************************************************************
           PERFORM INICIALIZAR              THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN DOMENVIO-E-ID-CLI-X IS NOT NUMERIC
                OR DOMENVIO-E-ID-CLI = ZERO
                SET DOMENVIO-STAT-ERR-ID-CLI TO TRUE

           WHEN OTHER
                PERFORM LEER-OFICINA        THRU FIN-LEER-OFICINA
                IF   DOMENVIO-STAT-OK
                THEN PERFORM BUSCAR-ENTREGABLE
                     THRU    FIN-BUSCAR-ENTREGABLE
                END-IF
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                       AREA-DOMENVIO-SALIDA
                                            REG-DOMICILIO
                                            REG-RELDOM.
           MOVE DOMENVIO-E-ID-CLI           TO WK-ID-CLI.
       FIN-INICIALIZAR.
           EXIT.

      * La oficina sale siempre, también cuando hay domicilio: el
      * llamador la imprime en el correo retenido.
       LEER-OFICINA.
      *-------------
           EXEC SQL
                SELECT COALESCE(oficina_cliente, ' ')
                INTO   :WK-OFICINA
                FROM   banco.cliente
                WHERE  id_cliente = :WK-ID-CLI
           END-EXEC.

           MOVE SQLCODE                     TO DOMENVIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE WK-OFICINA             TO DOMENVIO-S-OFICINA
           WHEN SQL-NODATA
                SET DOMENVIO-STAT-ENC-NO    TO TRUE
           WHEN OTHER
                SET DOMENVIO-STAT-ERR-SQL   TO TRUE
                DISPLAY '*** FATAL *** DOMENVIO LEER-OFICINA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.
       FIN-LEER-OFICINA.
           EXIT.

      * Primero el principal, luego el de trabajo y luego el otro;
      * entre dos del mismo tipo, el de menor id_dom. Un domicilio
      * sin marca (nula) cuenta como entregable.
       BUSCAR-ENTREGABLE.
      *------------------
           EXEC SQL
                SELECT D.id_dom, R.tip_dom,
                       D.calle_dom, D.num_dom,
                       lpad(D.cod_post_dom,5,'0'), D.pobl_dom
                INTO   :DOMICILIO-ID,  :RELDOM-TIPO,
                       :DOMICILIO-CALLE, :DOMICILIO-NUM,
                       :DOMICILIO-COD-POS, :DOMICILIO-POBL
                FROM   banco.cliente_rln_dom R, banco.domicilio D
                WHERE  R.id_cliente = :WK-ID-CLI
                AND    D.id_dom     = R.id_dom
                AND    COALESCE(D.entregable_dom, 'S') <> 'N'
                ORDER BY FIELD(R.tip_dom, 'P', 'T', 'O'), D.id_dom
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                     TO DOMENVIO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE DOMICILIO-ID           TO DOMENVIO-S-ID-DOM
                MOVE RELDOM-TIPO            TO DOMENVIO-S-TIPO
                MOVE DOMICILIO-CALLE        TO DOMENVIO-S-CALLE
                MOVE DOMICILIO-NUM          TO DOMENVIO-S-NUM
                MOVE DOMICILIO-COD-POS      TO DOMENVIO-S-COD-POS
                MOVE DOMICILIO-POBL         TO DOMENVIO-S-POBL

           WHEN SQL-NODATA
                SET DOMENVIO-STAT-RETENER   TO TRUE

           WHEN OTHER
                SET DOMENVIO-STAT-ERR-SQL   TO TRUE
                DISPLAY '*** FATAL *** DOMENVIO BUSCAR-ENTREGABLE: '
                        'ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.
       FIN-BUSCAR-ENTREGABLE.
           EXIT.
