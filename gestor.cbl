       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. GESTOR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Gestores comerciales y su cartera de clientes. Mantiene el
      * registro de gestores (banco.gestor: código de empleado,
      * oficina y tipo de cartera) y la asignación de cada cliente a
      * su gestor (banco.cliente_gestor), que guarda la historia: al
      * cambiar de gestor se cierra la asignación vigente con la
      * fecha del día y se abre la nueva. Los traspasos de cartera
      * completa entre gestores los hace REASGEST; CIERREOFI lleva
      * los gestores de una oficina cerrada a la receptora, y
      * RPTCARTERA saca cada mes las cifras de la cartera de cada
      * gestor.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE gestor            END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-NUM-FILAS                      PIC 9(07).
       01  WK-HIS-NOM                        PIC X(40).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  SW-FIN-HISTORIAL                  PIC 9(01) VALUE 0.
           88  FIN-HISTORIAL                 VALUE 1.
           88  NO-FIN-HISTORIAL              VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'gestor.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-GESTOR.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           IF   GESTOR-STAT-OK
           THEN EVALUATE TRUE
                WHEN GESTOR-E-ACC-ALTA
                     PERFORM ALTA-GESTOR      THRU FIN-ALTA-GESTOR

                WHEN GESTOR-E-ACC-MODIFICAR
                     PERFORM MODIFICAR-GESTOR THRU FIN-MODIFICAR-GESTOR

                WHEN GESTOR-E-ACC-BAJA
                     PERFORM BAJA-GESTOR      THRU FIN-BAJA-GESTOR

                WHEN GESTOR-E-ACC-ASIGNAR
                     PERFORM ASIGNAR-CLIENTE  THRU FIN-ASIGNAR-CLIENTE

                WHEN GESTOR-E-ACC-CONSULTAR
                     PERFORM CONSULTAR-CLIENTE
                     THRU    FIN-CONSULTAR-CLIENTE

                WHEN OTHER
                     SET GESTOR-STAT-ERR-ACC  TO TRUE
                END-EVALUATE
           END-IF.

      *    La consulta no confirma nada, para no cerrar la transacción
      *    de quien llama; el resto va entero o no va.
           IF   NOT GESTOR-E-ACC-CONSULTAR
           THEN IF   GESTOR-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-GESTOR-SALIDA
                                              REG-GESTOR
                                              REG-GESTOR-NULL
                                              REG-CLIGESTOR
                                              REG-CLIGESTOR-NULL.

           IF   GESTOR-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO CLIGESTOR-USUARIO
           ELSE MOVE GESTOR-E-USUARIO         TO CLIGESTOR-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Alta de un gestor nuevo, activo desde hoy.
       ALTA-GESTOR.
      *------------
           IF   GESTOR-E-COD = SPACES
                OR GESTOR-E-NOM = SPACES
                OR GESTOR-E-OFICINA = SPACES
                OR NOT GESTOR-E-TIPO-CARTERA-OK
           THEN SET GESTOR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-GESTOR
           END-IF.

           MOVE GESTOR-E-COD                  TO GESTOR-COD.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-FILAS
                FROM   banco.gestor
                WHERE  cod_gestor = :GESTOR-COD
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR ALTA-GESTOR: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-GESTOR
           END-IF.

           IF   WK-NUM-FILAS > ZERO
           THEN SET GESTOR-STAT-DUPLICADO     TO TRUE
                GO TO FIN-ALTA-GESTOR
           END-IF.

           MOVE GESTOR-E-NOM                  TO GESTOR-NOM.
           MOVE GESTOR-E-OFICINA              TO GESTOR-OFICINA.
           MOVE GESTOR-E-TIPO-CARTERA         TO GESTOR-TIPO-CARTERA.
           SET  GESTOR-ESTADO-ACTIVO          TO TRUE.

           EXEC SQL
                INSERT INTO banco.gestor(
                    cod_gestor,
                    nom_gestor,
                    oficina_gestor,
                    tipo_cartera_gestor,
                    estado_gestor,
                    fec_alta_gestor
                )
                VALUES(
                    :GESTOR-COD,
                    :GESTOR-NOM,
                    :GESTOR-OFICINA,
                    :GESTOR-TIPO-CARTERA,
                    :GESTOR-ESTADO,
                    CURDATE()
                )
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR ALTA-GESTOR: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ALTA-GESTOR.
           EXIT.

      * Cambio de nombre, oficina o tipo de cartera; los campos que
      * vienen en blanco no se tocan. Los clientes siguen con el
      * gestor aunque cambie de oficina.
       MODIFICAR-GESTOR.
      *-----------------
           IF   GESTOR-E-TIPO-CARTERA NOT = SPACE
                AND NOT GESTOR-E-TIPO-CARTERA-OK
           THEN SET GESTOR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-MODIFICAR-GESTOR
           END-IF.

           PERFORM LEER-GESTOR                THRU FIN-LEER-GESTOR.

           IF   NOT GESTOR-STAT-OK
           THEN GO TO FIN-MODIFICAR-GESTOR
           END-IF.

           IF   GESTOR-E-NOM NOT = SPACES
           THEN MOVE GESTOR-E-NOM             TO GESTOR-NOM
           END-IF.
           IF   GESTOR-E-OFICINA NOT = SPACES
           THEN MOVE GESTOR-E-OFICINA         TO GESTOR-OFICINA
           END-IF.
           IF   GESTOR-E-TIPO-CARTERA NOT = SPACE
           THEN MOVE GESTOR-E-TIPO-CARTERA    TO GESTOR-TIPO-CARTERA
           END-IF.

           EXEC SQL
                UPDATE banco.gestor
                SET    nom_gestor          = :GESTOR-NOM,
                       oficina_gestor      = :GESTOR-OFICINA,
                       tipo_cartera_gestor = :GESTOR-TIPO-CARTERA
                WHERE  cod_gestor          = :GESTOR-COD
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR MODIFICAR-GESTOR: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-MODIFICAR-GESTOR
           END-IF.

           PERFORM DEVOLVER-GESTOR            THRU FIN-DEVOLVER-GESTOR.

       FIN-MODIFICAR-GESTOR.
           EXIT.

      * Baja de un gestor. Si aún tiene clientes asignados no se da
      * de baja: se devuelve cuántos son para reasignarlos antes.
       BAJA-GESTOR.
      *------------
           PERFORM LEER-GESTOR                THRU FIN-LEER-GESTOR.

           IF   NOT GESTOR-STAT-OK
           THEN GO TO FIN-BAJA-GESTOR
           END-IF.

           IF   GESTOR-ESTADO-BAJA
           THEN SET GESTOR-STAT-GESTOR-BAJA   TO TRUE
                GO TO FIN-BAJA-GESTOR
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-FILAS
                FROM   banco.cliente_gestor
                WHERE  cod_gestor = :GESTOR-COD
                AND    fec_fin_asig IS NULL
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR BAJA-GESTOR: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-BAJA-GESTOR
           END-IF.

           MOVE WK-NUM-FILAS               TO GESTOR-S-NUM-CLIENTES.

           IF   WK-NUM-FILAS > ZERO
           THEN SET GESTOR-STAT-CON-CARTERA   TO TRUE
                GO TO FIN-BAJA-GESTOR
           END-IF.

           EXEC SQL
                UPDATE banco.gestor
                SET    estado_gestor   = 'B',
                       fec_baja_gestor = CURDATE()
                WHERE  cod_gestor      = :GESTOR-COD
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR BAJA-GESTOR: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-GESTOR.
           EXIT.

      * Asigna el cliente al gestor: cierra con la fecha de hoy la
      * asignación vigente, si la hay, y abre la nueva. Asignarlo al
      * gestor que ya tiene no cambia nada.
       ASIGNAR-CLIENTE.
      *----------------
           PERFORM LEER-GESTOR                THRU FIN-LEER-GESTOR.

           IF   NOT GESTOR-STAT-OK
           THEN GO TO FIN-ASIGNAR-CLIENTE
           END-IF.

           IF   GESTOR-ESTADO-BAJA
           THEN SET GESTOR-STAT-GESTOR-BAJA   TO TRUE
                GO TO FIN-ASIGNAR-CLIENTE
           END-IF.

           PERFORM BUSCAR-CLIENTE             THRU FIN-BUSCAR-CLIENTE.

           IF   NOT GESTOR-STAT-OK
           THEN GO TO FIN-ASIGNAR-CLIENTE
           END-IF.

           IF   CLIGESTOR-COD-GESTOR = GESTOR-COD
           THEN PERFORM DEVOLVER-GESTOR       THRU FIN-DEVOLVER-GESTOR
                GO TO FIN-ASIGNAR-CLIENTE
           END-IF.

           EXEC SQL
                UPDATE banco.cliente_gestor
                SET    fec_fin_asig = CURDATE()
                WHERE  id_cliente   = :CLIGESTOR-ID-CLIENTE
                AND    fec_fin_asig IS NULL
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR ASIGNAR-CLIENTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ASIGNAR-CLIENTE
           END-IF.

           MOVE GESTOR-COD                    TO CLIGESTOR-COD-GESTOR.
           SET  CLIGESTOR-MOTIVO-MANUAL       TO TRUE.

           EXEC SQL
                INSERT INTO banco.cliente_gestor(
                    id_cliente,
                    cod_gestor,
                    fec_ini_asig,
                    motivo_asig,
                    usuario_asig
                )
                VALUES(
                    :CLIGESTOR-ID-CLIENTE,
                    :CLIGESTOR-COD-GESTOR,
                    CURDATE(),
                    :CLIGESTOR-MOTIVO,
                    :CLIGESTOR-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR ASIGNAR-CLIENTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ASIGNAR-CLIENTE
           END-IF.

           MOVE SPACES                        TO CLIGESTOR-FEC-INI.
           PERFORM DEVOLVER-GESTOR            THRU FIN-DEVOLVER-GESTOR.

       FIN-ASIGNAR-CLIENTE.
           EXIT.

      * Gestor vigente del cliente y sus diez asignaciones anteriores.
      * Un cliente sin gestor no es un error: la salida va en blanco.
       CONSULTAR-CLIENTE.
      *------------------
           PERFORM BUSCAR-CLIENTE             THRU FIN-BUSCAR-CLIENTE.

           IF   NOT GESTOR-STAT-OK
           THEN GO TO FIN-CONSULTAR-CLIENTE
           END-IF.

           IF   CLIGESTOR-COD-GESTOR NOT = SPACES
           THEN MOVE CLIGESTOR-COD-GESTOR     TO GESTOR-COD
                PERFORM LEER-GESTOR           THRU FIN-LEER-GESTOR
                IF   GESTOR-STAT-OK
                THEN PERFORM DEVOLVER-GESTOR  THRU FIN-DEVOLVER-GESTOR
                END-IF
           END-IF.

           IF   NOT GESTOR-STAT-OK
           THEN GO TO FIN-CONSULTAR-CLIENTE
           END-IF.

           EXEC SQL
                DECLARE CUR-HISGEST CURSOR FOR
                SELECT A.cod_gestor, G.nom_gestor,
                       DATE_FORMAT(A.fec_ini_asig, '%Y%m%d'),
                       DATE_FORMAT(A.fec_fin_asig, '%Y%m%d'),
                       A.motivo_asig
                FROM   banco.cliente_gestor A,
                       banco.gestor         G
                WHERE  A.id_cliente   = :CLIGESTOR-ID-CLIENTE
                AND    A.fec_fin_asig IS NOT NULL
                AND    G.cod_gestor   = A.cod_gestor
                ORDER BY A.fec_fin_asig DESC, A.fec_ini_asig DESC
           END-EXEC.

           EXEC SQL OPEN CUR-HISGEST END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR CONSULTAR-CLIENTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-CLIENTE
           END-IF.

           SET  NO-FIN-HISTORIAL              TO TRUE.

           PERFORM LEER-HISTORIAL             THRU FIN-LEER-HISTORIAL
           UNTIL  FIN-HISTORIAL
           OR     GESTOR-S-HIS-CONTADOR = 10
           OR     NOT GESTOR-STAT-OK.

           EXEC SQL CLOSE CUR-HISGEST END-EXEC.

       FIN-CONSULTAR-CLIENTE.
           EXIT.

       LEER-HISTORIAL.
      *---------------
           EXEC SQL
                FETCH CUR-HISGEST
                INTO  :CLIGESTOR-COD-GESTOR, :WK-HIS-NOM,
                      :CLIGESTOR-FEC-INI, :CLIGESTOR-FEC-FIN,
                      :CLIGESTOR-MOTIVO
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-HISTORIAL             TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                         TO GESTOR-S-HIS-CONTADOR
                MOVE CLIGESTOR-COD-GESTOR      TO
                     GESTOR-S-HIS-COD(GESTOR-S-HIS-CONTADOR)
                MOVE WK-HIS-NOM                TO
                     GESTOR-S-HIS-NOM(GESTOR-S-HIS-CONTADOR)
                MOVE CLIGESTOR-FEC-INI         TO
                     GESTOR-S-HIS-FEC-INI(GESTOR-S-HIS-CONTADOR)
                MOVE CLIGESTOR-FEC-FIN         TO
                     GESTOR-S-HIS-FEC-FIN(GESTOR-S-HIS-CONTADOR)
                MOVE CLIGESTOR-MOTIVO          TO
                     GESTOR-S-HIS-MOTIVO(GESTOR-S-HIS-CONTADOR)
           WHEN OTHER
                SET GESTOR-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** GESTOR LEER-HISTORIAL: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-HISTORIAL.
           EXIT.

      * El gestor por su código.
       LEER-GESTOR.
      *------------
           IF   GESTOR-COD = SPACES
           THEN MOVE GESTOR-E-COD             TO GESTOR-COD
           END-IF.

           IF   GESTOR-COD = SPACES
           THEN SET GESTOR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-LEER-GESTOR
           END-IF.

           EXEC SQL
                SELECT nom_gestor, oficina_gestor,
                       tipo_cartera_gestor, estado_gestor
                INTO   :GESTOR-NOM, :GESTOR-OFICINA,
                       :GESTOR-TIPO-CARTERA, :GESTOR-ESTADO
                FROM   banco.gestor
                WHERE  cod_gestor = :GESTOR-COD
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET GESTOR-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR LEER-GESTOR: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-GESTOR.
           EXIT.

      * El cliente por su NIF, con el gestor que tiene asignado hoy
      * (en blanco si no tiene).
       BUSCAR-CLIENTE.
      *---------------
           IF   GESTOR-E-NIF = SPACES
           THEN SET GESTOR-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-BUSCAR-CLIENTE
           END-IF.

           MOVE GESTOR-E-NIF                  TO WK-NIF.

           EXEC SQL
                SELECT C.id_cliente,
                       COALESCE(A.cod_gestor, ' '),
                       COALESCE(DATE_FORMAT(A.fec_ini_asig, '%Y%m%d'),
                                ' ')
                INTO   :CLIGESTOR-ID-CLIENTE,
                       :CLIGESTOR-COD-GESTOR,
                       :CLIGESTOR-FEC-INI
                FROM   banco.cliente C
                LEFT JOIN banco.cliente_gestor A
                ON     A.id_cliente   = C.id_cliente
                AND    A.fec_fin_asig IS NULL
                WHERE  C.nif_cliente  = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                       TO GESTOR-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE CLIGESTOR-ID-CLIENTE     TO GESTOR-S-ID-CLIENTE
           WHEN SQL-NODATA
                SET GESTOR-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET GESTOR-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GESTOR BUSCAR-CLIENTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

      * Deja en la salida el gestor leído y, si es el del cliente, la
      * fecha de inicio de la asignación.
       DEVOLVER-GESTOR.
      *----------------
           MOVE GESTOR-COD                    TO GESTOR-S-COD.
           MOVE GESTOR-NOM                    TO GESTOR-S-NOM.
           MOVE GESTOR-OFICINA                TO GESTOR-S-OFICINA.
           MOVE GESTOR-TIPO-CARTERA           TO GESTOR-S-TIPO-CARTERA.

           IF   CLIGESTOR-ID-CLIENTE NOT = ZERO
           THEN IF   CLIGESTOR-FEC-INI = SPACES
                THEN ACCEPT GESTOR-S-FEC-INI  FROM DATE YYYYMMDD
                ELSE MOVE CLIGESTOR-FEC-INI   TO GESTOR-S-FEC-INI
                END-IF
           END-IF.

       FIN-DEVOLVER-GESTOR.
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
