       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. TITREAL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de titulares reales (banco.titular_real). De cada
      * persona jurídica hay que identificar a las personas físicas
      * que la poseen o controlan: NIF, nombre, porcentaje, clase de
      * control y fecha de verificación. Cada titular se criba al
      * darlo de alta contra la misma lista de sanciones/PEP que
      * mantiene SCREENCLI; una coincidencia se graba igualmente pero
      * señalada, para que cumplimiento la revise. RPTKYC saca las
      * sociedades con la titularidad incompleta o sin verificar.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE titreal           END-EXEC.

       01  WK-NIF-CLIENTE                    PIC X(10).
       01  WK-CLASE-CLIENTE                  PIC X(01).
           88  CLASE-CLIENTE-JURIDICA        VALUE 'J'.
       01  WK-NUM-SANCION                    PIC S9(04) COMP-5.
       01  WK-NUM-DUPLICADO                  PIC S9(04) COMP-5.
      * Suma de los porcentajes de los titulares en vigor.
       01  WK-SUMA-PORCENTAJE                PIC 9(05)V99.
       01  WK-JUSTIF                         PIC X(60).
       01  WK-JUSTIF-NULL                    PIC S9(04) COMP-5.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       LINKAGE SECTION.
      *----------------
           COPY 'titreal.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-TITREAL.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN TITREAL-E-ACC-ALTA
                PERFORM ALTA-TITREAL           THRU FIN-ALTA-TITREAL

           WHEN TITREAL-E-ACC-BAJA
                PERFORM BAJA-TITREAL           THRU FIN-BAJA-TITREAL

           WHEN TITREAL-E-ACC-VERIFICAR
                PERFORM VERIFICAR-TITREAL      THRU
                        FIN-VERIFICAR-TITREAL

           WHEN TITREAL-E-ACC-JUSTIFICAR
                PERFORM JUSTIFICAR-TITREAL     THRU
                        FIN-JUSTIFICAR-TITREAL

           WHEN OTHER
                SET TITREAL-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-TITREAL-SALIDA
                                              REG-TITREAL
                                              REG-TITREAL-NULL.
       FIN-INICIALIZAR.
           EXIT.

       ALTA-TITREAL.
      *---------------
           IF   TITREAL-E-NIF-CLIENTE = SPACES
                OR TITREAL-E-NIF = SPACES
                OR TITREAL-E-NOM = SPACES
                OR TITREAL-E-PORCENTAJE > 100
                OR NOT TITREAL-E-CONTROL-OK
           THEN SET TITREAL-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-TITREAL
           END-IF.

           PERFORM BUSCAR-CLIENTE              THRU FIN-BUSCAR-CLIENTE.
           IF   NOT TITREAL-STAT-OK
           THEN GO TO FIN-ALTA-TITREAL
           END-IF.

           MOVE TITREAL-E-NIF                  TO TITREAL-NIF.
           MOVE TITREAL-E-NOM                  TO TITREAL-NOM.
           MOVE TITREAL-E-PORCENTAJE           TO TITREAL-PORCENTAJE.
           MOVE TITREAL-E-TIPO-CONTROL         TO TITREAL-TIPO-CONTROL.
           SET  TITREAL-ESTADO-ALTA            TO TRUE.

      *    Un mismo NIF no puede figurar dos veces en vigor, y entre
      *    todos los titulares no pueden pasar del 100%.
           MOVE 0                              TO WK-NUM-DUPLICADO
                                                  WK-SUMA-PORCENTAJE.

           EXEC SQL
                SELECT COALESCE(SUM(CASE
                           WHEN nif_titreal = :TITREAL-NIF
                           THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(porcentaje_titreal), 0)
                INTO   :WK-NUM-DUPLICADO,
                       :WK-SUMA-PORCENTAJE
                FROM   banco.titular_real
                WHERE  id_cliente     = :TITREAL-ID-CLIENTE
                AND    estado_titreal = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TITREAL-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** TITREAL ALTA-TITREAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-TITREAL
           END-IF.

           IF   WK-NUM-DUPLICADO > 0
           THEN SET TITREAL-STAT-ERR-DUPLICADO TO TRUE
                GO TO FIN-ALTA-TITREAL
           END-IF.

           IF   WK-SUMA-PORCENTAJE + TITREAL-PORCENTAJE > 100
           THEN SET TITREAL-STAT-ERR-PORCENTAJE
                                               TO TRUE
                GO TO FIN-ALTA-TITREAL
           END-IF.

      *    Cribado contra la lista de sanciones/PEP, con el mismo
      *    criterio que el alta de clientes (INSCLI): NIF o nombre
      *    exactos.
           MOVE 0                              TO WK-NUM-SANCION.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-SANCION
                FROM   banco.lista_sancion
                WHERE  nif_lista    = :TITREAL-NIF
                OR     nombre_lista = :TITREAL-NOM
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TITREAL-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** TITREAL ALTA-TITREAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-TITREAL
           END-IF.

           IF   WK-NUM-SANCION > 0
           THEN SET TITREAL-SANCION-SI         TO TRUE
           ELSE SET TITREAL-SANCION-NO         TO TRUE
           END-IF.

      *    Sin fecha de verificación el titular queda pendiente de
      *    verificar: la columna queda a nulo.
           IF   TITREAL-E-FEC-VERIF = ZERO
           THEN MOVE -1                        TO TITREAL-FEC-VERIF-NULL
           ELSE MOVE TITREAL-E-FEC-VERIF       TO TITREAL-FEC-VERIF
                MOVE 0                         TO TITREAL-FEC-VERIF-NULL
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR banco.titular_real_id_titreal_seq
                INTO :TITREAL-ID
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TITREAL-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** TITREAL ALTA-TITREAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-TITREAL
           END-IF.

           EXEC SQL
                INSERT INTO banco.titular_real(
                    id_titreal,
                    id_cliente,
                    nif_titreal,
                    nom_titreal,
                    porcentaje_titreal,
                    tipo_control_titreal,
                    fec_verif_titreal,
                    sancion_titreal,
                    estado_titreal,
                    fec_alta_titreal
                )
                VALUES(
                    :TITREAL-ID,
                    :TITREAL-ID-CLIENTE,
                    :TITREAL-NIF,
                    :TITREAL-NOM,
                    :TITREAL-PORCENTAJE,
                    :TITREAL-TIPO-CONTROL,
                    str_to_date(:TITREAL-FEC-VERIF
                                :TITREAL-FEC-VERIF-NULL, '%Y%m%d'),
                    :TITREAL-SANCION,
                    :TITREAL-ESTADO,
                    now()
                )
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TITREAL-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** TITREAL ALTA-TITREAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-TITREAL
           END-IF.

           MOVE TITREAL-ID                     TO TITREAL-S-ID-TITREAL.

           IF   TITREAL-SANCION-SI
           THEN SET TITREAL-STAT-SANCION       TO TRUE
           END-IF.

       FIN-ALTA-TITREAL.
           EXIT.

      * Resuelve el CIF de TITREAL-E-NIF-CLIENTE en su id_cliente y
      * comprueba que es una persona jurídica.
       BUSCAR-CLIENTE.
      *-----------------
           MOVE TITREAL-E-NIF-CLIENTE          TO WK-NIF-CLIENTE.

           EXEC SQL
                SELECT id_cliente, COALESCE(clase_cliente, 'F')
                INTO   :TITREAL-ID-CLIENTE, :WK-CLASE-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF-CLIENTE
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT CLASE-CLIENTE-JURIDICA
                THEN SET TITREAL-STAT-ERR-CLASE TO TRUE
                END-IF
           WHEN SQL-NODATA
                SET TITREAL-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET TITREAL-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** TITREAL BUSCAR-CLIENTE: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

      * Comprueba que TITREAL-E-ID-TITREAL existe y sigue en vigor.
       BUSCAR-TITREAL.
      *-----------------
           IF   TITREAL-E-ID-TITREAL = ZERO
           THEN SET TITREAL-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-BUSCAR-TITREAL
           END-IF.

           MOVE TITREAL-E-ID-TITREAL           TO TITREAL-ID.

           EXEC SQL
                SELECT estado_titreal
                INTO   :TITREAL-ESTADO
                FROM   banco.titular_real
                WHERE  id_titreal = :TITREAL-ID
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT TITREAL-ESTADO-ALTA
                THEN SET TITREAL-STAT-ENC-NO    TO TRUE
                END-IF
           WHEN SQL-NODATA
                SET TITREAL-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET TITREAL-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** TITREAL BUSCAR-TITREAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-TITREAL.
           EXIT.

       BAJA-TITREAL.
      *---------------
           PERFORM BUSCAR-TITREAL              THRU FIN-BUSCAR-TITREAL.
           IF   NOT TITREAL-STAT-OK
           THEN GO TO FIN-BAJA-TITREAL
           END-IF.

           EXEC SQL
                UPDATE banco.titular_real
                SET    estado_titreal    = 'B',
                       fec_baja_titreal  = now()
                WHERE  id_titreal        = :TITREAL-ID
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TITREAL-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** TITREAL BAJA-TITREAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-TITREAL.
           EXIT.

       VERIFICAR-TITREAL.
      *--------------------
           IF   TITREAL-E-FEC-VERIF = ZERO
           THEN SET TITREAL-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-VERIFICAR-TITREAL
           END-IF.

           PERFORM BUSCAR-TITREAL              THRU FIN-BUSCAR-TITREAL.
           IF   NOT TITREAL-STAT-OK
           THEN GO TO FIN-VERIFICAR-TITREAL
           END-IF.

           MOVE TITREAL-E-FEC-VERIF            TO TITREAL-FEC-VERIF.

           EXEC SQL
                UPDATE banco.titular_real
                SET    fec_verif_titreal = str_to_date(
                                           :TITREAL-FEC-VERIF,
                                           '%Y%m%d')
                WHERE  id_titreal        = :TITREAL-ID
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TITREAL-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** TITREAL VERIFICAR-TITREAL: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-VERIFICAR-TITREAL.
           EXIT.

      * La justificación de una titularidad que no llega al 100% se
      * guarda en la ficha de la persona jurídica; en blanco se borra
      * y la sociedad vuelve a salir en el informe de excepciones.
       JUSTIFICAR-TITREAL.
      *---------------------
           PERFORM BUSCAR-CLIENTE              THRU FIN-BUSCAR-CLIENTE.
           IF   NOT TITREAL-STAT-OK
           THEN GO TO FIN-JUSTIFICAR-TITREAL
           END-IF.

           MOVE TITREAL-E-JUSTIF               TO WK-JUSTIF.
           IF   WK-JUSTIF = SPACES
           THEN MOVE -1                        TO WK-JUSTIF-NULL
           ELSE MOVE 0                         TO WK-JUSTIF-NULL
           END-IF.

           EXEC SQL
                UPDATE banco.cliente
                SET    justif_titreal_cliente    = :WK-JUSTIF
                                                   :WK-JUSTIF-NULL,
                       fec_justif_titreal_cliente = now()
                WHERE  id_cliente                = :TITREAL-ID-CLIENTE
           END-EXEC.

           MOVE SQLCODE                        TO TITREAL-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TITREAL-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** TITREAL JUSTIFICAR-TITREAL: E'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-JUSTIFICAR-TITREAL.
           EXIT.
