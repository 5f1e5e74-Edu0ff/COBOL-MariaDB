       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. GRUPOECO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Grupos económicos: clientes vinculados (una matriz y sus
      * miembros, con el motivo de cada vínculo) cuyo riesgo se
      * suma y se controla contra un límite aprobado para todo el
      * grupo. El riesgo del grupo es el de las cuentas y tarjetas de
      * las que sus miembros son titulares o cotitulares: capital
      * pendiente de los préstamos vivos, límite de las pólizas de
      * crédito activas, crédito de las tarjetas, descubiertos
      * y avales bancarios con contragarantía en esas cuentas.
      * ALTAPRES, POLCRED y AVAL piden aquí la comprobación antes de
      * abrir riesgo nuevo; CANDGRUPO propone vínculos a partir de los
      * datos y RPTGRANRIE saca cada mes los grandes riesgos.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE grupoeco          END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-NIF-MATRIZ                     PIC X(10).
       01  WK-ID-CLIENTE                     PIC 9(10).
       01  WK-ID-CLIENTE-A                   PIC 9(10).
      * Grupo al que pertenece hoy el cliente buscado; cero si no
      * está en ninguno.
       01  WK-ID-GRUPO-CLI                   PIC 9(10).
       01  WK-ID-CTA                         PIC 9(10).

      * Riesgo del grupo por clase de operación.
       01  WK-RIE-PRESTAMOS                  PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-RIE-POLIZAS                    PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-RIE-TARJETAS                   PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-RIE-DESCUBIERTOS               PIC S9(11)V99
                                             LEADING SEPARATE.
       01  WK-RIE-AVALES                     PIC S9(11)V99
                                             LEADING SEPARATE.

      * Miembro leído del cursor de la consulta.
       01  WK-MIE-NIF                        PIC X(10).
       01  WK-MIE-NOM                        PIC X(40).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  SW-FIN-MIEMBROS                   PIC 9(01) VALUE 0.
           88  FIN-MIEMBROS                  VALUE 1.
           88  NO-FIN-MIEMBROS               VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'grupoeco.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-GRUPOECO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN GRUPOECO-E-ACC-ALTA
                PERFORM ALTA-GRUPO            THRU FIN-ALTA-GRUPO

           WHEN GRUPOECO-E-ACC-MODIFICAR
                PERFORM MODIFICAR-GRUPO       THRU FIN-MODIFICAR-GRUPO

           WHEN GRUPOECO-E-ACC-BAJA
                PERFORM BAJA-GRUPO            THRU FIN-BAJA-GRUPO

           WHEN GRUPOECO-E-ACC-INCLUIR
                PERFORM INCLUIR-MIEMBRO       THRU FIN-INCLUIR-MIEMBRO

           WHEN GRUPOECO-E-ACC-EXCLUIR
                PERFORM EXCLUIR-MIEMBRO       THRU FIN-EXCLUIR-MIEMBRO

           WHEN GRUPOECO-E-ACC-CONSULTAR
                PERFORM CONSULTAR-GRUPO       THRU FIN-CONSULTAR-GRUPO

           WHEN GRUPOECO-E-ACC-COMPROBAR
                PERFORM COMPROBAR-OPERACION   THRU
                        FIN-COMPROBAR-OPERACION

           WHEN GRUPOECO-E-ACC-DESCARTAR
                PERFORM DESCARTAR-CANDIDATO   THRU
                        FIN-DESCARTAR-CANDIDATO

           WHEN OTHER
                SET GRUPOECO-STAT-ERR-ACC     TO TRUE
           END-EVALUATE.

      *    La consulta y la comprobación no confirman nada: la
      *    comprobación va dentro de la transacción del alta que la
      *    pide. El resto va entero o no va.
           IF   NOT GRUPOECO-E-ACC-CONSULTAR
                AND NOT GRUPOECO-E-ACC-COMPROBAR
           THEN IF   GRUPOECO-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-GRUPOECO-SALIDA
                                              REG-GRUPOECO
                                              REG-GRUPOECO-NULL
                                              REG-GRUMIEM
                                              REG-GRUMIEM-NULL.

           IF   GRUPOECO-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO GRUMIEM-USUARIO
           ELSE MOVE GRUPOECO-E-USUARIO       TO GRUMIEM-USUARIO
           END-IF.
           MOVE GRUMIEM-USUARIO               TO GRUPOECO-USUARIO.
       FIN-INICIALIZAR.
           EXIT.

      * Alta de un grupo con su matriz como primer miembro. La matriz
      * no puede estar ya en otro grupo.
       ALTA-GRUPO.
      *-----------
           IF   GRUPOECO-E-NOM = SPACES
                OR GRUPOECO-E-NIF = SPACES
                OR GRUPOECO-E-LIMITE < ZERO
           THEN SET GRUPOECO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-ALTA-GRUPO
           END-IF.

           IF   GRUPOECO-E-CONTROL = SPACE
           THEN SET GRUPOECO-CONTROL-AVISO    TO TRUE
           ELSE IF   GRUPOECO-E-CONTROL-OK
                THEN MOVE GRUPOECO-E-CONTROL  TO GRUPOECO-CONTROL
                ELSE SET GRUPOECO-STAT-ERR-DATOS
                                              TO TRUE
                     GO TO FIN-ALTA-GRUPO
                END-IF
           END-IF.

           MOVE GRUPOECO-E-NIF                TO WK-NIF.
           PERFORM BUSCAR-CLIENTE             THRU FIN-BUSCAR-CLIENTE.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-ALTA-GRUPO
           END-IF.

           IF   WK-ID-GRUPO-CLI NOT = ZERO
           THEN MOVE WK-ID-GRUPO-CLI          TO GRUPOECO-S-ID-GRUPO
                SET GRUPOECO-STAT-EN-GRUPO    TO TRUE
                GO TO FIN-ALTA-GRUPO
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR banco.grupo_economico_id_grupo_seq
                INTO   :GRUPOECO-ID
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO ALTA-GRUPO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-GRUPO
           END-IF.

           MOVE GRUPOECO-E-NOM                TO GRUPOECO-NOM.
           MOVE WK-ID-CLIENTE                 TO GRUPOECO-ID-MATRIZ.
           MOVE GRUPOECO-E-LIMITE             TO GRUPOECO-LIMITE.
           SET  GRUPOECO-ESTADO-ALTA          TO TRUE.

           EXEC SQL
                INSERT INTO banco.grupo_economico(
                    id_grupo,
                    nom_grupo,
                    id_cliente_matriz,
                    limite_grupo,
                    control_grupo,
                    estado_grupo,
                    fec_alta_grupo,
                    usuario_grupo
                )
                VALUES(
                    :GRUPOECO-ID,
                    :GRUPOECO-NOM,
                    :GRUPOECO-ID-MATRIZ,
                    :GRUPOECO-LIMITE,
                    :GRUPOECO-CONTROL,
                    :GRUPOECO-ESTADO,
                    CURDATE(),
                    :GRUPOECO-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO ALTA-GRUPO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-GRUPO
           END-IF.

           SET  GRUMIEM-MOTIVO-MATRIZ         TO TRUE.
           PERFORM GRABAR-MIEMBRO             THRU FIN-GRABAR-MIEMBRO.

           IF   GRUPOECO-STAT-OK
           THEN MOVE WK-NIF                   TO WK-NIF-MATRIZ
                PERFORM DEVOLVER-GRUPO        THRU FIN-DEVOLVER-GRUPO
           END-IF.

       FIN-ALTA-GRUPO.
           EXIT.

      * Cambio de nombre, límite o modo de control; lo que viene en
      * blanco o a cero se deja como estaba.
       MODIFICAR-GRUPO.
      *----------------
           IF   GRUPOECO-E-LIMITE < ZERO
                OR (GRUPOECO-E-CONTROL NOT = SPACE
                    AND NOT GRUPOECO-E-CONTROL-OK)
           THEN SET GRUPOECO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-MODIFICAR-GRUPO
           END-IF.

           PERFORM LEER-GRUPO                 THRU FIN-LEER-GRUPO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-MODIFICAR-GRUPO
           END-IF.

           IF   GRUPOECO-ESTADO-BAJA
           THEN SET GRUPOECO-STAT-GRUPO-BAJA  TO TRUE
                GO TO FIN-MODIFICAR-GRUPO
           END-IF.

           IF   GRUPOECO-E-NOM NOT = SPACES
           THEN MOVE GRUPOECO-E-NOM           TO GRUPOECO-NOM
           END-IF.
           IF   GRUPOECO-E-LIMITE > ZERO
           THEN MOVE GRUPOECO-E-LIMITE        TO GRUPOECO-LIMITE
           END-IF.
           IF   GRUPOECO-E-CONTROL NOT = SPACE
           THEN MOVE GRUPOECO-E-CONTROL       TO GRUPOECO-CONTROL
           END-IF.

           EXEC SQL
                UPDATE banco.grupo_economico
                SET    nom_grupo     = :GRUPOECO-NOM,
                       limite_grupo  = :GRUPOECO-LIMITE,
                       control_grupo = :GRUPOECO-CONTROL
                WHERE  id_grupo      = :GRUPOECO-ID
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO MODIFICAR-GRUPO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-MODIFICAR-GRUPO
           END-IF.

           PERFORM DEVOLVER-GRUPO             THRU FIN-DEVOLVER-GRUPO.

       FIN-MODIFICAR-GRUPO.
           EXIT.

      * Disolución del grupo: queda de baja con la fecha del día, y
      * con ella todas las pertenencias vigentes. La historia no se
      * borra.
       BAJA-GRUPO.
      *-----------
           PERFORM LEER-GRUPO                 THRU FIN-LEER-GRUPO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-BAJA-GRUPO
           END-IF.

           IF   GRUPOECO-ESTADO-BAJA
           THEN SET GRUPOECO-STAT-GRUPO-BAJA  TO TRUE
                GO TO FIN-BAJA-GRUPO
           END-IF.

           EXEC SQL
                UPDATE banco.grupo_economico
                SET    estado_grupo   = 'B',
                       fec_baja_grupo = CURDATE()
                WHERE  id_grupo       = :GRUPOECO-ID
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO BAJA-GRUPO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-BAJA-GRUPO
           END-IF.

           EXEC SQL
                UPDATE banco.grupo_miembro
                SET    fec_baja_miembro = CURDATE()
                WHERE  id_grupo         = :GRUPOECO-ID
                AND    fec_baja_miembro IS NULL
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO BAJA-GRUPO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-GRUPO.
           EXIT.

      * Alta de un cliente en el grupo con el motivo del vínculo. Los
      * vínculos que CANDGRUPO había propuesto entre él y los demás
      * miembros quedan aceptados.
       INCLUIR-MIEMBRO.
      *----------------
           IF   GRUPOECO-E-NIF = SPACES
                OR NOT GRUPOECO-E-MOTIVO-OK
           THEN SET GRUPOECO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-INCLUIR-MIEMBRO
           END-IF.

           PERFORM LEER-GRUPO                 THRU FIN-LEER-GRUPO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-INCLUIR-MIEMBRO
           END-IF.

           IF   GRUPOECO-ESTADO-BAJA
           THEN SET GRUPOECO-STAT-GRUPO-BAJA  TO TRUE
                GO TO FIN-INCLUIR-MIEMBRO
           END-IF.

           MOVE GRUPOECO-E-NIF                TO WK-NIF.
           PERFORM BUSCAR-CLIENTE             THRU FIN-BUSCAR-CLIENTE.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-INCLUIR-MIEMBRO
           END-IF.

           IF   WK-ID-GRUPO-CLI NOT = ZERO
           THEN MOVE WK-ID-GRUPO-CLI          TO GRUPOECO-S-ID-GRUPO
                SET GRUPOECO-STAT-EN-GRUPO    TO TRUE
                GO TO FIN-INCLUIR-MIEMBRO
           END-IF.

           MOVE GRUPOECO-E-MOTIVO             TO GRUMIEM-MOTIVO.
           PERFORM GRABAR-MIEMBRO             THRU FIN-GRABAR-MIEMBRO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-INCLUIR-MIEMBRO
           END-IF.

           EXEC SQL
                UPDATE banco.grupo_candidato
                SET    estado_candidato = 'A'
                WHERE  estado_candidato = 'P'
                AND    ((id_cliente_a   = :WK-ID-CLIENTE
                         AND id_cliente_b IN
                             (SELECT M.id_cliente
                              FROM   banco.grupo_miembro M
                              WHERE  M.id_grupo = :GRUPOECO-ID
                              AND    M.fec_baja_miembro IS NULL))
                OR      (id_cliente_b   = :WK-ID-CLIENTE
                         AND id_cliente_a IN
                             (SELECT M.id_cliente
                              FROM   banco.grupo_miembro M
                              WHERE  M.id_grupo = :GRUPOECO-ID
                              AND    M.fec_baja_miembro IS NULL)))
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO INCLUIR-MIEMBRO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-INCLUIR-MIEMBRO
           END-IF.

           PERFORM DEVOLVER-GRUPO             THRU FIN-DEVOLVER-GRUPO.

       FIN-INCLUIR-MIEMBRO.
           EXIT.

      * Baja de un miembro: su pertenencia se cierra con la fecha del
      * día. La matriz no sale del grupo; para eso se disuelve.
       EXCLUIR-MIEMBRO.
      *----------------
           IF   GRUPOECO-E-NIF = SPACES
           THEN SET GRUPOECO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-EXCLUIR-MIEMBRO
           END-IF.

           PERFORM LEER-GRUPO                 THRU FIN-LEER-GRUPO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-EXCLUIR-MIEMBRO
           END-IF.

           IF   GRUPOECO-ESTADO-BAJA
           THEN SET GRUPOECO-STAT-GRUPO-BAJA  TO TRUE
                GO TO FIN-EXCLUIR-MIEMBRO
           END-IF.

           MOVE GRUPOECO-E-NIF                TO WK-NIF.
           PERFORM BUSCAR-CLIENTE             THRU FIN-BUSCAR-CLIENTE.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-EXCLUIR-MIEMBRO
           END-IF.

           IF   WK-ID-GRUPO-CLI NOT = GRUPOECO-ID
           THEN SET GRUPOECO-STAT-ENC-NO      TO TRUE
                GO TO FIN-EXCLUIR-MIEMBRO
           END-IF.

           IF   WK-ID-CLIENTE = GRUPOECO-ID-MATRIZ
           THEN SET GRUPOECO-STAT-ES-MATRIZ   TO TRUE
                GO TO FIN-EXCLUIR-MIEMBRO
           END-IF.

           EXEC SQL
                UPDATE banco.grupo_miembro
                SET    fec_baja_miembro = CURDATE()
                WHERE  id_grupo         = :GRUPOECO-ID
                AND    id_cliente       = :WK-ID-CLIENTE
                AND    fec_baja_miembro IS NULL
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO EXCLUIR-MIEMBRO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-EXCLUIR-MIEMBRO
           END-IF.

           PERFORM DEVOLVER-GRUPO             THRU FIN-DEVOLVER-GRUPO.

       FIN-EXCLUIR-MIEMBRO.
           EXIT.

      * El grupo, por su identificador o por el NIF de uno de sus
      * miembros, con su riesgo desglosado y los miembros vigentes.
       CONSULTAR-GRUPO.
      *----------------
           IF   GRUPOECO-E-ID-GRUPO = ZERO
           THEN IF   GRUPOECO-E-NIF = SPACES
                THEN SET GRUPOECO-STAT-ERR-DATOS
                                              TO TRUE
                     GO TO FIN-CONSULTAR-GRUPO
                END-IF
                MOVE GRUPOECO-E-NIF           TO WK-NIF
                PERFORM BUSCAR-CLIENTE        THRU FIN-BUSCAR-CLIENTE
                IF   NOT GRUPOECO-STAT-OK
                THEN GO TO FIN-CONSULTAR-GRUPO
                END-IF
                IF   WK-ID-GRUPO-CLI = ZERO
                THEN SET GRUPOECO-STAT-ENC-NO TO TRUE
                     GO TO FIN-CONSULTAR-GRUPO
                END-IF
                MOVE WK-ID-GRUPO-CLI          TO GRUPOECO-ID
           END-IF.

           PERFORM LEER-GRUPO                 THRU FIN-LEER-GRUPO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-CONSULTAR-GRUPO
           END-IF.

           PERFORM DEVOLVER-GRUPO             THRU FIN-DEVOLVER-GRUPO.

           PERFORM CALCULAR-RIESGO            THRU FIN-CALCULAR-RIESGO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-CONSULTAR-GRUPO
           END-IF.

           EXEC SQL
                DECLARE CUR-GRUMIEM CURSOR FOR
                SELECT C.nif_cliente, C.nom_cliente,
                       M.motivo_miembro,
                       DATE_FORMAT(M.fec_alta_miembro, '%Y%m%d')
                FROM   banco.grupo_miembro M,
                       banco.cliente       C
                WHERE  M.id_grupo   = :GRUPOECO-ID
                AND    M.fec_baja_miembro IS NULL
                AND    C.id_cliente = M.id_cliente
                ORDER BY M.fec_alta_miembro, C.nif_cliente
           END-EXEC.

           EXEC SQL OPEN CUR-GRUMIEM END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO CONSULTAR-GRUPO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-GRUPO
           END-IF.

           SET  NO-FIN-MIEMBROS               TO TRUE.

           PERFORM LEER-MIEMBRO               THRU FIN-LEER-MIEMBRO
           UNTIL  FIN-MIEMBROS
           OR     GRUPOECO-S-MIE-CONTADOR = 20
           OR     NOT GRUPOECO-STAT-OK.

           EXEC SQL CLOSE CUR-GRUMIEM END-EXEC.

       FIN-CONSULTAR-GRUPO.
           EXIT.

       LEER-MIEMBRO.
      *-------------
           EXEC SQL
                FETCH CUR-GRUMIEM
                INTO  :WK-MIE-NIF, :WK-MIE-NOM,
                      :GRUMIEM-MOTIVO, :GRUMIEM-FEC-ALTA
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-MIEMBROS              TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                         TO
                     GRUPOECO-S-MIE-CONTADOR
                MOVE WK-MIE-NIF                TO
                     GRUPOECO-S-MIE-NIF(GRUPOECO-S-MIE-CONTADOR)
                MOVE WK-MIE-NOM                TO
                     GRUPOECO-S-MIE-NOM(GRUPOECO-S-MIE-CONTADOR)
                MOVE GRUMIEM-MOTIVO            TO
                     GRUPOECO-S-MIE-MOTIVO(GRUPOECO-S-MIE-CONTADOR)
                MOVE GRUMIEM-FEC-ALTA          TO
                     GRUPOECO-S-MIE-FEC-ALTA(GRUPOECO-S-MIE-CONTADOR)
           WHEN OTHER
                SET GRUPOECO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO LEER-MIEMBRO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-MIEMBRO.
           EXIT.

      * Comprobación de una operación nueva sobre una cuenta: si
      * alguno de sus titulares está en un grupo con límite aprobado
      * y el riesgo del grupo más el importe nuevo lo pasa, se avisa
      * o se rechaza según el modo de control del grupo. No cambia
      * nada en la base de datos.
       COMPROBAR-OPERACION.
      *--------------------
           IF   GRUPOECO-E-ID-CTA = ZERO
                OR GRUPOECO-E-ID-CTA IS NOT NUMERIC
                OR GRUPOECO-E-IMPORTE < ZERO
           THEN SET GRUPOECO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-COMPROBAR-OPERACION
           END-IF.

           MOVE GRUPOECO-E-ID-CTA             TO WK-ID-CTA.

           EXEC SQL
                SELECT COALESCE(MIN(M.id_grupo), 0)
                INTO   :WK-ID-GRUPO-CLI
                FROM   banco.cliente_rln_cuenta R,
                       banco.grupo_miembro      M,
                       banco.grupo_economico    G
                WHERE  R.id_medio     = :WK-ID-CTA
                AND    R.tip_rln      IN ('T', 'C')
                AND    M.id_cliente   = R.id_cliente
                AND    M.fec_baja_miembro IS NULL
                AND    G.id_grupo     = M.id_grupo
                AND    G.estado_grupo = 'A'
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO COMPROBAR-OPERACION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-OPERACION
           END-IF.

           IF   WK-ID-GRUPO-CLI = ZERO
           THEN SET GRUPOECO-S-SIN-GRUPO      TO TRUE
                GO TO FIN-COMPROBAR-OPERACION
           END-IF.

           MOVE WK-ID-GRUPO-CLI               TO GRUPOECO-ID.

           PERFORM LEER-GRUPO                 THRU FIN-LEER-GRUPO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-COMPROBAR-OPERACION
           END-IF.

           PERFORM DEVOLVER-GRUPO             THRU FIN-DEVOLVER-GRUPO.

           PERFORM CALCULAR-RIESGO            THRU FIN-CALCULAR-RIESGO.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-COMPROBAR-OPERACION
           END-IF.

           COMPUTE GRUPOECO-S-RIESGO-NUEVO = GRUPOECO-S-RIESGO
                                           + GRUPOECO-E-IMPORTE.

           EVALUATE TRUE
           WHEN GRUPOECO-LIMITE = ZERO
                SET GRUPOECO-S-DENTRO         TO TRUE
           WHEN GRUPOECO-S-RIESGO-NUEVO NOT > GRUPOECO-LIMITE
                SET GRUPOECO-S-DENTRO         TO TRUE
           WHEN GRUPOECO-CONTROL-BLOQUEO
                SET GRUPOECO-S-RECHAZO        TO TRUE
           WHEN OTHER
                SET GRUPOECO-S-AVISO          TO TRUE
           END-EVALUATE.

       FIN-COMPROBAR-OPERACION.
           EXIT.

      * Descarta el vínculo propuesto entre dos clientes para que
      * CANDGRUPO no lo vuelva a proponer.
       DESCARTAR-CANDIDATO.
      *--------------------
           IF   GRUPOECO-E-NIF = SPACES
                OR GRUPOECO-E-NIF-2 = SPACES
           THEN SET GRUPOECO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-DESCARTAR-CANDIDATO
           END-IF.

           MOVE GRUPOECO-E-NIF                TO WK-NIF.
           PERFORM BUSCAR-CLIENTE             THRU FIN-BUSCAR-CLIENTE.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-DESCARTAR-CANDIDATO
           END-IF.

           MOVE WK-ID-CLIENTE                 TO WK-ID-CLIENTE-A.
           MOVE GRUPOECO-E-NIF-2              TO WK-NIF.
           PERFORM BUSCAR-CLIENTE             THRU FIN-BUSCAR-CLIENTE.

           IF   NOT GRUPOECO-STAT-OK
           THEN GO TO FIN-DESCARTAR-CANDIDATO
           END-IF.

           EXEC SQL
                UPDATE banco.grupo_candidato
                SET    estado_candidato = 'R'
                WHERE  id_cliente_a     = LEAST(:WK-ID-CLIENTE-A,
                                                :WK-ID-CLIENTE)
                AND    id_cliente_b     = GREATEST(:WK-ID-CLIENTE-A,
                                                   :WK-ID-CLIENTE)
                AND    estado_candidato = 'P'
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET GRUPOECO-STAT-ENC-NO      TO TRUE
           WHEN OTHER
                SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO DESCARTAR-CANDIDATO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-DESCARTAR-CANDIDATO.
           EXIT.

      * Riesgo vivo del grupo sobre las cuentas y tarjetas de las que
      * algún miembro vigente es titular o cotitular, cada una una
      * sola vez aunque la compartan varios miembros:
      *   - préstamos de alta o en mora: capital pendiente, con la
      *     misma regla que RPTLTV y PROVISION;
      *   - pólizas de crédito activas: el límite concedido;
      *   - tarjetas no dadas de baja: el crédito disponible más lo
      *     excedido;
      *   - descubiertos: el límite de la cuenta o, si es mayor, lo
      *     que debe por encima de su póliza;
      *   - avales bancarios: el importe de los vivos y, de los
      *     ejecutados que el cliente no ha pagado, lo pendiente más
      *     la demora.
       CALCULAR-RIESGO.
      *----------------
           EXEC SQL
                SELECT COALESCE(SUM(P.principal_prestamo -
                       COALESCE((SELECT SUM(Q.importe_amort_cuota)
                                 FROM   banco.prestamo_cuota Q
                                 WHERE  Q.id_prestamo =
                                        P.id_prestamo
                                 AND    (P.fec_reestructura_prestamo
                                         IS NULL
                                         OR (Q.fecha_cargo_cuota >
                                             P.fec_reestructura_prestamo
                                             AND Q.num_cuota > 0))),
                                0)), 0)
                INTO   :WK-RIE-PRESTAMOS
                FROM   banco.prestamo P
                WHERE  P.estado_prestamo IN ('A', 'M')
                AND    P.id_medio_cuenta IN
                       (SELECT R.id_medio
                        FROM   banco.cliente_rln_cuenta R,
                               banco.grupo_miembro      M
                        WHERE  M.id_grupo   = :GRUPOECO-ID
                        AND    M.fec_baja_miembro IS NULL
                        AND    R.id_cliente = M.id_cliente
                        AND    R.tip_rln    IN ('T', 'C'))
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN GO TO ERROR-CALCULAR-RIESGO
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(PC.limite_poliza), 0)
                INTO   :WK-RIE-POLIZAS
                FROM   banco.poliza_credito PC
                WHERE  PC.estado_poliza = 'A'
                AND    PC.id_medio_cuenta IN
                       (SELECT R.id_medio
                        FROM   banco.cliente_rln_cuenta R,
                               banco.grupo_miembro      M
                        WHERE  M.id_grupo   = :GRUPOECO-ID
                        AND    M.fec_baja_miembro IS NULL
                        AND    R.id_cliente = M.id_cliente
                        AND    R.tip_rln    IN ('T', 'C'))
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN GO TO ERROR-CALCULAR-RIESGO
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(ABS(T.cred_tarjeta)), 0)
                INTO   :WK-RIE-TARJETAS
                FROM   banco.tarjeta T
                WHERE  T.estado_tarjeta <> 'B'
                AND    T.id_medio IN
                       (SELECT R.id_medio
                        FROM   banco.cliente_rln_cuenta R,
                               banco.grupo_miembro      M
                        WHERE  M.id_grupo   = :GRUPOECO-ID
                        AND    M.fec_baja_miembro IS NULL
                        AND    R.id_cliente = M.id_cliente
                        AND    R.tip_rln    IN ('T', 'C'))
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN GO TO ERROR-CALCULAR-RIESGO
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(GREATEST(CT.limite_cuenta,
                       0 - CT.saldo_cuenta
                       - COALESCE((SELECT SUM(PC.limite_poliza)
                                   FROM   banco.poliza_credito PC
                                   WHERE  PC.id_medio_cuenta =
                                          CT.id_medio
                                   AND    PC.estado_poliza = 'A'), 0),
                       0)), 0)
                INTO   :WK-RIE-DESCUBIERTOS
                FROM   banco.cuenta CT
                WHERE  CT.estado_cuenta = 'A'
                AND    CT.id_medio IN
                       (SELECT R.id_medio
                        FROM   banco.cliente_rln_cuenta R,
                               banco.grupo_miembro      M
                        WHERE  M.id_grupo   = :GRUPOECO-ID
                        AND    M.fec_baja_miembro IS NULL
                        AND    R.id_cliente = M.id_cliente
                        AND    R.tip_rln    IN ('T', 'C'))
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN GO TO ERROR-CALCULAR-RIESGO
           END-IF.

           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN AB.estado_aval = 'A'
                                         THEN AB.importe_aval
                                         ELSE AB.importe_pendiente
                                            + AB.importe_mora
                                         END), 0)
                INTO   :WK-RIE-AVALES
                FROM   banco.aval_bancario AB
                WHERE  AB.estado_aval IN ('A', 'M')
                AND    AB.id_medio_cuenta IN
                       (SELECT R.id_medio
                        FROM   banco.cliente_rln_cuenta R,
                               banco.grupo_miembro      M
                        WHERE  M.id_grupo   = :GRUPOECO-ID
                        AND    M.fec_baja_miembro IS NULL
                        AND    R.id_cliente = M.id_cliente
                        AND    R.tip_rln    IN ('T', 'C'))
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN GO TO ERROR-CALCULAR-RIESGO
           END-IF.

           MOVE WK-RIE-PRESTAMOS              TO
                GRUPOECO-S-RIE-PRESTAMOS.
           MOVE WK-RIE-POLIZAS                TO GRUPOECO-S-RIE-POLIZAS.
           MOVE WK-RIE-TARJETAS               TO
                GRUPOECO-S-RIE-TARJETAS.
           MOVE WK-RIE-DESCUBIERTOS           TO
                GRUPOECO-S-RIE-DESCUBIERTOS.
           MOVE WK-RIE-AVALES                 TO GRUPOECO-S-RIE-AVALES.
           COMPUTE GRUPOECO-S-RIESGO = WK-RIE-PRESTAMOS
                                     + WK-RIE-POLIZAS
                                     + WK-RIE-TARJETAS
                                     + WK-RIE-DESCUBIERTOS
                                     + WK-RIE-AVALES.

           GO TO FIN-CALCULAR-RIESGO.

       ERROR-CALCULAR-RIESGO.
           SET  GRUPOECO-STAT-ERR-SQL         TO TRUE.
           DISPLAY '*** FATAL *** GRUPOECO CALCULAR-RIESGO: ERR'.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.

       FIN-CALCULAR-RIESGO.
           EXIT.

      * El grupo por su identificador, con el NIF de la matriz.
       LEER-GRUPO.
      *-----------
           IF   GRUPOECO-ID = ZERO
           THEN MOVE GRUPOECO-E-ID-GRUPO      TO GRUPOECO-ID
           END-IF.

           IF   GRUPOECO-ID = ZERO
           THEN SET GRUPOECO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-LEER-GRUPO
           END-IF.

           EXEC SQL
                SELECT G.nom_grupo, G.id_cliente_matriz,
                       C.nif_cliente, G.limite_grupo,
                       G.control_grupo, G.estado_grupo
                INTO   :GRUPOECO-NOM, :GRUPOECO-ID-MATRIZ,
                       :WK-NIF-MATRIZ, :GRUPOECO-LIMITE,
                       :GRUPOECO-CONTROL, :GRUPOECO-ESTADO
                FROM   banco.grupo_economico G,
                       banco.cliente         C
                WHERE  G.id_grupo   = :GRUPOECO-ID
                AND    C.id_cliente = G.id_cliente_matriz
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET GRUPOECO-STAT-ENC-NO      TO TRUE
           WHEN OTHER
                SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO LEER-GRUPO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-GRUPO.
           EXIT.

      * El cliente por su NIF, con el grupo en el que está hoy (cero
      * si no está en ninguno).
       BUSCAR-CLIENTE.
      *---------------
           EXEC SQL
                SELECT C.id_cliente, COALESCE(M.id_grupo, 0)
                INTO   :WK-ID-CLIENTE, :WK-ID-GRUPO-CLI
                FROM   banco.cliente C
                LEFT JOIN banco.grupo_miembro M
                ON     M.id_cliente = C.id_cliente
                AND    M.fec_baja_miembro IS NULL
                WHERE  C.nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET GRUPOECO-STAT-ENC-NO      TO TRUE
           WHEN OTHER
                SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO BUSCAR-CLIENTE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

      * Alta de WK-ID-CLIENTE en el grupo GRUPOECO-ID con el motivo
      * de GRUMIEM-MOTIVO.
       GRABAR-MIEMBRO.
      *---------------
           MOVE GRUPOECO-ID                   TO GRUMIEM-ID-GRUPO.
           MOVE WK-ID-CLIENTE                 TO GRUMIEM-ID-CLIENTE.

           EXEC SQL
                INSERT INTO banco.grupo_miembro(
                    id_grupo,
                    id_cliente,
                    motivo_miembro,
                    fec_alta_miembro,
                    usuario_miembro
                )
                VALUES(
                    :GRUMIEM-ID-GRUPO,
                    :GRUMIEM-ID-CLIENTE,
                    :GRUMIEM-MOTIVO,
                    CURDATE(),
                    :GRUMIEM-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO GRUPOECO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GRUPOECO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** GRUPOECO GRABAR-MIEMBRO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-MIEMBRO.
           EXIT.

      * Deja en la salida los datos del grupo leído.
       DEVOLVER-GRUPO.
      *---------------
           MOVE GRUPOECO-ID                   TO GRUPOECO-S-ID-GRUPO.
           MOVE GRUPOECO-NOM                  TO GRUPOECO-S-NOM.
           MOVE WK-NIF-MATRIZ                 TO GRUPOECO-S-NIF-MATRIZ.
           MOVE GRUPOECO-LIMITE               TO GRUPOECO-S-LIMITE.
           MOVE GRUPOECO-CONTROL              TO GRUPOECO-S-CONTROL.
           MOVE GRUPOECO-ESTADO               TO GRUPOECO-S-ESTADO.

       FIN-DEVOLVER-GRUPO.
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
