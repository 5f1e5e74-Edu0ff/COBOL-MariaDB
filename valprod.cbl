       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. VALPROD.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Valida un código de producto del catálogo (banco.producto)
      * para el alta de una cuenta o de una tarjeta: que exista y sea
      * de la familia pedida, que esté vigente (lanzado y no
      * retirado), que el cliente cumpla la edad mínima y la clase
      * admitida y que el límite/crédito pedido no pase del máximo
      * del producto. No modifica nada en la base de datos.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE producto          END-EXEC.

       01  WK-VIGENTE                        PIC X(01).
           88  PRODUCTO-VIGENTE              VALUE 'S'.
       01  WK-EDAD-CLIENTE                   PIC S9(05).
       01  WK-CLASE-CLIENTE                  PIC X(01).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       LINKAGE SECTION.
      *----------------
           COPY 'valprod.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING AREA-VALPROD.
      ******************************************************************
           PERFORM INICIALIZAR              THRU FIN-INICIALIZAR.

           PERFORM BUSCAR-PRODUCTO          THRU FIN-BUSCAR-PRODUCTO.

           IF   VALPROD-STAT-OK
           AND  VALPROD-E-ID-CLI NOT = ZERO
           THEN PERFORM VALIDAR-CLIENTE     THRU FIN-VALIDAR-CLIENTE
           END-IF.

           IF   VALPROD-STAT-OK
           AND  PRODUCTO-MAX-IMPORTE > ZERO
           AND  VALPROD-E-IMPORTE > PRODUCTO-MAX-IMPORTE
           THEN SET VALPROD-STAT-ERR-IMPORTE TO TRUE
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                       AREA-VALPROD-SALIDA
                                            REG-PRODUCTO
                                            REG-PRODUCTO-NULL
                                            WK-VIGENTE.
       FIN-INICIALIZAR.
           EXIT.

       BUSCAR-PRODUCTO.
      *----------------
           MOVE VALPROD-E-COD               TO PRODUCTO-COD.

      *    La vigencia se resuelve contra la fecha del servidor: sin
      *    fecha de retirada el producto sigue a la venta.
           EXEC SQL
                SELECT familia_producto,
                       desc_producto,
                       COALESCE(edad_min_producto, 0),
                       COALESCE(clase_producto, ' '),
                       COALESCE(max_importe_producto, 0),
                       CASE WHEN fec_lanzamiento_producto <= CURDATE()
                            AND (fec_retirada_producto IS NULL
                             OR  fec_retirada_producto > CURDATE())
                            THEN 'S' ELSE 'N' END
                INTO   :PRODUCTO-FAMILIA     :PRODUCTO-FAMILIA-NULL,
                       :PRODUCTO-DESC        :PRODUCTO-DESC-NULL,
                       :PRODUCTO-EDAD-MIN,
                       :PRODUCTO-CLASE,
                       :PRODUCTO-MAX-IMPORTE,
                       :WK-VIGENTE
                FROM   banco.producto
                WHERE  cod_producto = :PRODUCTO-COD
           END-EXEC.

           MOVE SQLCODE                     TO VALPROD-S-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE PRODUCTO-DESC          TO VALPROD-S-DESC
           WHEN SQL-NODATA
                SET VALPROD-STAT-ERR-COD    TO TRUE
                GO TO FIN-BUSCAR-PRODUCTO
           WHEN OTHER
                SET VALPROD-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** VALPROD BUSCAR-PRODUCTO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-BUSCAR-PRODUCTO
           END-EVALUATE.

           EVALUATE TRUE
           WHEN PRODUCTO-FAMILIA NOT = VALPROD-E-FAMILIA
                SET VALPROD-STAT-ERR-COD    TO TRUE
           WHEN NOT PRODUCTO-VIGENTE
                SET VALPROD-STAT-ERR-RETIRADO TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
       FIN-BUSCAR-PRODUCTO.
           EXIT.

       VALIDAR-CLIENTE.
      *----------------
           IF   PRODUCTO-EDAD-MIN = ZERO
           AND  PRODUCTO-CLASE-TODAS
           THEN GO TO FIN-VALIDAR-CLIENTE
           END-IF.

      *    La fecha de nacimiento es nula en las personas juridicas:
      *    el COALESCE las trata como mayores de edad.
           EXEC SQL
                SELECT COALESCE(TIMESTAMPDIFF(YEAR,
                                fec_nac_cliente, CURDATE()), 99),
                       COALESCE(clase_cliente, 'F')
                INTO   :WK-EDAD-CLIENTE,
                       :WK-CLASE-CLIENTE
                FROM   banco.cliente
                WHERE  id_cliente = :VALPROD-E-ID-CLI
           END-EXEC.

           MOVE SQLCODE                     TO VALPROD-S-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
      *    Sin cliente en la base no hay reglas que aplicar: la
      *    existencia del cliente la controla el llamante.
           WHEN SQL-NODATA
                GO TO FIN-VALIDAR-CLIENTE
           WHEN OTHER
                SET VALPROD-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** VALPROD VALIDAR-CLIENTE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-VALIDAR-CLIENTE
           END-EVALUATE.

           EVALUATE TRUE
           WHEN WK-EDAD-CLIENTE < PRODUCTO-EDAD-MIN
                SET VALPROD-STAT-ERR-EDAD   TO TRUE
           WHEN NOT PRODUCTO-CLASE-TODAS
                AND WK-CLASE-CLIENTE NOT = PRODUCTO-CLASE
                SET VALPROD-STAT-ERR-CLASE  TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
       FIN-VALIDAR-CLIENTE.
           EXIT.
