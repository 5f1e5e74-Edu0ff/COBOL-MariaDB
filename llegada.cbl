       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. LLEGADA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de llegada de los ficheros de entrada. Cada fichero
      * que nos manda alguien de fuera y del que depende un lote
      * (CARGACIRBE, CARGACHEQ, RECTRASL, RECSWIFT, REVTASA y las
      * sucursales de MEZCLASUC) se anota por interfaz y día de
      * negocio con su tamaño, sus registros y una suma de control
      * CRC que encadena todos los registros, calculada en la base de
      * datos como la huella de BANCO.
      * Un fichero vacío, o con el mismo contenido que una llegada
      * anterior de la interfaz, queda anotado pero sin confirmar.
      * El lote que consume el fichero lo comprueba antes de abrirlo
      * y, si no está confirmado o ya se cargó, termina en espera
      * sin tocar nada, para que el planificador retenga los pasos
      * que dependen de él y lo relance cuando llegue el bueno. Al
      * terminar bien marca la llegada como consumida.
      * Como RPTCATAL, confirma por su cuenta lo que anota.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT FICHLLEG ASSIGN TO WK-FICHLLEG-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHLLEG.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Los ficheros de las interfaces tienen longitudes distintas; se
      * leen con la longitud de cada registro tal como viene.
       FD FICHLLEG RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
                           DEPENDING ON WK-LONG-REG
                  LABEL RECORD IS STANDARD.
       01  REG-FICHLLEG                      PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE llegada           END-EXEC.

       01  WK-FECHA-6                        PIC X(06).
       01  WK-SUMA-ACUM                      PIC 9(10).
       01  WK-REG-LEIDO                      PIC X(1000).
       01  WK-ID-PENDIENTE                   PIC 9(10).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  WK-FICHLLEG-NOMBRE                PIC X(60).
       01  FS-FICHLLEG                       PIC X(02).
       01  WK-LONG-REG                       PIC 9(04) COMP-5.

      * Resultado de CBL_CHECK_FILE_EXIST: tamaño en bytes y fecha y
      * hora del fichero.
       01  WK-FICH-STAT                      PIC S9(09) COMP-5.
       01  WK-FICH-DETALLE.
           05  WK-FICH-TAMANO                PIC 9(18) COMP.
           05  FILLER                        PIC X(08).

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-HORA-ACTUAL-R                  REDEFINES
                                             WK-HORA-ACTUAL-8.
           05  WK-HORA-HHMM                  PIC X(04).
           05  FILLER                        PIC X(04).
       01  WK-FEC-NEGOCIO-9                  PIC 9(08).
       01  WK-PARRAFO                        PIC X(30).

       01  SW-FIN-FICHERO                    PIC 9(01) VALUE 0.
           88  FIN-FICHERO-SI                VALUE 1.
           88  FIN-FICHERO-NO                VALUE 0.

       01  SW-ENCONTRADO                     PIC 9(01) VALUE 0.
           88  ENCONTRADO-SI                 VALUE 1.
           88  ENCONTRADO-NO                 VALUE 0.

           COPY 'logerr.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'llegada.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-LLEGADA.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN LLEGADA-E-ACC-REGISTRAR
                PERFORM REGISTRAR-LLEGADA      THRU
                        FIN-REGISTRAR-LLEGADA

           WHEN LLEGADA-E-ACC-COMPROBAR
                PERFORM COMPROBAR-LLEGADA      THRU
                        FIN-COMPROBAR-LLEGADA

           WHEN LLEGADA-E-ACC-CONSUMIR
                PERFORM CONSUMIR-LLEGADA       THRU
                        FIN-CONSUMIR-LLEGADA

           WHEN OTHER
                SET LLEGADA-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-LLEGADA-SALIDA
                                              REG-INTERFAZ
                                              REG-LLEGADA.

           ACCEPT WK-FECHA-ACTUAL             FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.

       FIN-INICIALIZAR.
           EXIT.

      * Anota el fichero de la interfaz para el día de negocio. Si
      * ya estaba anotado con el mismo contenido se devuelve esa
      * llegada tal cual; si no, se anota una nueva (o se completa la
      * que CTLENTRADA dejó pendiente o en falta ese día).
       REGISTRAR-LLEGADA.
      *------------------
           MOVE 'REGISTRAR-LLEGADA'           TO WK-PARRAFO.

           IF   LLEGADA-E-INTERFAZ = SPACES
           THEN SET LLEGADA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-REGISTRAR-LLEGADA
           END-IF.

           PERFORM LEER-INTERFAZ              THRU FIN-LEER-INTERFAZ.

           IF   NOT LLEGADA-STAT-OK
           THEN GO TO FIN-REGISTRAR-LLEGADA
           END-IF.

           MOVE INTERFAZ-COD                  TO LLEGADA-INTERFAZ.
           IF   LLEGADA-E-FEC-NEGOCIO = SPACES
           THEN MOVE WK-FECHA-ACTUAL          TO LLEGADA-FEC-NEGOCIO
           ELSE MOVE LLEGADA-E-FEC-NEGOCIO    TO LLEGADA-FEC-NEGOCIO
           END-IF.

           IF   LLEGADA-E-FICHERO = SPACES
           THEN PERFORM FORMAR-NOMBRE         THRU FIN-FORMAR-NOMBRE
           ELSE MOVE LLEGADA-E-FICHERO        TO LLEGADA-FICHERO
           END-IF.

           IF   NOT LLEGADA-STAT-OK
           THEN GO TO FIN-REGISTRAR-LLEGADA
           END-IF.

           MOVE LLEGADA-FICHERO               TO LLEGADA-S-FICHERO.
           MOVE LLEGADA-FEC-NEGOCIO           TO LLEGADA-S-FEC-NEGOCIO.
           MOVE INTERFAZ-HORA-CORTE           TO LLEGADA-S-HORA-CORTE.

           MOVE LLEGADA-FICHERO               TO WK-FICHLLEG-NOMBRE.
           CALL 'CBL_CHECK_FILE_EXIST'  USING WK-FICHLLEG-NOMBRE
                                              WK-FICH-DETALLE
                                    RETURNING WK-FICH-STAT.

           IF   WK-FICH-STAT NOT = ZERO
           THEN SET LLEGADA-STAT-NO-LLEGADO   TO TRUE
                GO TO FIN-REGISTRAR-LLEGADA
           END-IF.

           MOVE WK-FICH-TAMANO                TO LLEGADA-TAMANO.

           PERFORM LEER-CONTENIDO             THRU FIN-LEER-CONTENIDO.

           IF   NOT LLEGADA-STAT-OK
           THEN GO TO FIN-REGISTRAR-LLEGADA
           END-IF.

           PERFORM BUSCAR-MISMA-LLEGADA       THRU
                   FIN-BUSCAR-MISMA-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
                OR ENCONTRADO-SI
           THEN GO TO FIN-REGISTRAR-LLEGADA
           END-IF.

           PERFORM CLASIFICAR-LLEGADA         THRU
                   FIN-CLASIFICAR-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
           THEN GO TO FIN-REGISTRAR-LLEGADA
           END-IF.

           PERFORM GRABAR-LLEGADA             THRU FIN-GRABAR-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
           THEN EXEC SQL rollback END-EXEC
                GO TO FIN-REGISTRAR-LLEGADA
           END-IF.

           EXEC SQL commit END-EXEC.

           PERFORM DEVOLVER-LLEGADA           THRU
                   FIN-DEVOLVER-LLEGADA.
           MOVE 'S'                           TO LLEGADA-S-NUEVA.

       FIN-REGISTRAR-LLEGADA.
           EXIT.

      * El lote que consume el fichero sólo sigue con una llegada
      * confirmada que nadie haya cargado todavía.
       COMPROBAR-LLEGADA.
      *------------------
           IF   LLEGADA-E-FICHERO = SPACES
           THEN SET LLEGADA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-COMPROBAR-LLEGADA
           END-IF.

           PERFORM REGISTRAR-LLEGADA          THRU
                   FIN-REGISTRAR-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
           THEN GO TO FIN-COMPROBAR-LLEGADA
           END-IF.

           EVALUATE TRUE
           WHEN LLEGADA-S-CONSUMIDO = 'S'
                SET LLEGADA-STAT-YA-CONSUMIDO TO TRUE
           WHEN LLEGADA-S-ESTADO NOT = 'C'
                SET LLEGADA-STAT-ESPERA       TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       FIN-COMPROBAR-LLEGADA.
           EXIT.

      * Sólo se marca una vez: la llegada ya consumida se queda con
      * la primera ejecución que la cargó.
       CONSUMIR-LLEGADA.
      *-----------------
           MOVE 'CONSUMIR-LLEGADA'            TO WK-PARRAFO.

           IF   LLEGADA-E-ID-LLEGADA = ZERO
                OR LLEGADA-E-ID-LLEGADA IS NOT NUMERIC
           THEN SET LLEGADA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-CONSUMIR-LLEGADA
           END-IF.

           MOVE LLEGADA-E-ID-LLEGADA          TO LLEGADA-ID.
           MOVE LLEGADA-E-ID-EJEC             TO
                LLEGADA-ID-EJEC-CONSUMO.

           EXEC SQL
                UPDATE banco.llegada_fichero
                SET    id_ejec_consumo =
                           NULLIF(:LLEGADA-ID-EJEC-CONSUMO, 0),
                       fec_consumo     = now()
                WHERE  id_llegada      = :LLEGADA-ID
                AND    estado_llegada  = 'C'
                AND    fec_consumo     IS NULL
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                EXEC SQL commit END-EXEC
                MOVE LLEGADA-ID               TO LLEGADA-S-ID-LLEGADA
           WHEN SQL-NODATA
                SET LLEGADA-STAT-ENC-NO       TO TRUE
           WHEN OTHER
                PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
           END-EVALUATE.

       FIN-CONSUMIR-LLEGADA.
           EXIT.

       LEER-INTERFAZ.
      *--------------
           MOVE LLEGADA-E-INTERFAZ            TO INTERFAZ-COD.

           EXEC SQL
                SELECT patron_fichero,
                       dias_semana,
                       solo_habiles,
                       COALESCE(hora_corte, ' '),
                       programa_consumidor,
                       estado_interfaz
                INTO   :INTERFAZ-PATRON,
                       :INTERFAZ-DIAS,
                       :INTERFAZ-SOLO-HABILES,
                       :INTERFAZ-HORA-CORTE,
                       :INTERFAZ-PROGRAMA,
                       :INTERFAZ-ESTADO
                FROM   banco.interfaz_entrada
                WHERE  cod_interfaz = :INTERFAZ-COD
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT INTERFAZ-ESTADO-ALTA
                THEN SET LLEGADA-STAT-ENC-NO  TO TRUE
                END-IF
           WHEN SQL-NODATA
                SET LLEGADA-STAT-ENC-NO       TO TRUE
           WHEN OTHER
                PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-INTERFAZ.
           EXIT.

      * El nombre del día sale del patrón de la interfaz con la
      * fecha de negocio en lugar de AAAAMMDD o de AAMMDD.
       FORMAR-NOMBRE.
      *--------------
           MOVE LLEGADA-FEC-NEGOCIO(3:6)      TO WK-FECHA-6.

           EXEC SQL
                SELECT REPLACE(REPLACE(:INTERFAZ-PATRON,
                                       'AAAAMMDD',
                                       :LLEGADA-FEC-NEGOCIO),
                               'AAMMDD', :WK-FECHA-6)
                INTO   :LLEGADA-FICHERO
                FROM   DUAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
           END-IF.

       FIN-FORMAR-NOMBRE.
           EXIT.

      * Pasada completa por el fichero contando registros y
      * encadenando cada uno en la suma de control.
       LEER-CONTENIDO.
      *---------------
           MOVE ZERO                          TO LLEGADA-NUM-REGISTROS.
           MOVE ZERO                          TO WK-SUMA-ACUM.

           OPEN INPUT FICHLLEG.

           IF   FS-FICHLLEG NOT = '00'
           THEN SET LLEGADA-STAT-ERR-FICHERO  TO TRUE
                DISPLAY '*** AVISO *** LLEGADA: NO SE PUDO ABRIR ['
                        WK-FICHLLEG-NOMBRE '] FILE STATUS ['
                        FS-FICHLLEG ']'
                GO TO FIN-LEER-CONTENIDO
           END-IF.

           SET  FIN-FICHERO-NO                TO TRUE.

           PERFORM LEER-REGISTRO              THRU FIN-LEER-REGISTRO
           UNTIL  FIN-FICHERO-SI
           OR     NOT LLEGADA-STAT-OK.

           CLOSE FICHLLEG.

           MOVE WK-SUMA-ACUM                  TO LLEGADA-SUMA-CONTROL.

       FIN-LEER-CONTENIDO.
           EXIT.

       LEER-REGISTRO.
      *--------------
           MOVE 'LEER-REGISTRO'               TO WK-PARRAFO.

           READ FICHLLEG
                AT END SET FIN-FICHERO-SI     TO TRUE
           END-READ.

           IF   FIN-FICHERO-SI
           THEN GO TO FIN-LEER-REGISTRO
           END-IF.

           IF   FS-FICHLLEG NOT = '00'
           THEN SET LLEGADA-STAT-ERR-FICHERO  TO TRUE
                DISPLAY '*** AVISO *** LLEGADA: ERROR AL LEER ['
                        WK-FICHLLEG-NOMBRE '] FILE STATUS ['
                        FS-FICHLLEG ']'
                GO TO FIN-LEER-REGISTRO
           END-IF.

           ADD  1                             TO LLEGADA-NUM-REGISTROS.

           MOVE SPACES                        TO WK-REG-LEIDO.
           IF   WK-LONG-REG > ZERO
           THEN MOVE REG-FICHLLEG(1:WK-LONG-REG)
                                              TO WK-REG-LEIDO
           END-IF.

           EXEC SQL
                SELECT CRC32(CONCAT(:WK-SUMA-ACUM, :WK-REG-LEIDO))
                INTO   :WK-SUMA-ACUM
                FROM   DUAL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
           END-IF.

       FIN-LEER-REGISTRO.
           EXIT.

      * El mismo fichero (mismo nombre y mismo contenido) ya anotado
      * de la interfaz: es la misma llegada, se devuelve sin anotar
      * otra, con su día de negocio. Así el lote que llega a un
      * fichero que ya cargó lo ve consumido. Un fichero vacío sólo
      * es el mismo dentro de su día.
       BUSCAR-MISMA-LLEGADA.
      *---------------------
           MOVE 'BUSCAR-MISMA-LLEGADA'        TO WK-PARRAFO.
           SET  ENCONTRADO-NO                 TO TRUE.

           EXEC SQL
                SELECT id_llegada,
                       DATE_FORMAT(fec_negocio, '%Y%m%d'),
                       estado_llegada,
                       ind_tarde,
                       COALESCE(id_llegada_repetida, 0),
                       CASE WHEN fec_consumo IS NULL
                            THEN 'N' ELSE 'S' END
                INTO   :LLEGADA-ID,
                       :LLEGADA-FEC-NEGOCIO,
                       :LLEGADA-ESTADO,
                       :LLEGADA-TARDE,
                       :LLEGADA-ID-REPETIDA,
                       :LLEGADA-CONSUMIDO
                FROM   banco.llegada_fichero
                WHERE  cod_interfaz   = :LLEGADA-INTERFAZ
                AND    nombre_fichero = :LLEGADA-FICHERO
                AND    (estado_llegada IN ('C', 'R')
                        OR (estado_llegada = 'V'
                            AND fec_negocio = :LLEGADA-FEC-NEGOCIO))
                AND    tam_fichero    = :LLEGADA-TAMANO
                AND    num_registros  = :LLEGADA-NUM-REGISTROS
                AND    suma_control   = :LLEGADA-SUMA-CONTROL
                ORDER BY id_llegada DESC
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET ENCONTRADO-SI             TO TRUE
                PERFORM DEVOLVER-LLEGADA      THRU
                        FIN-DEVOLVER-LLEGADA
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-BUSCAR-MISMA-LLEGADA.
           EXIT.

      * Vacío si no trae ningún registro; repetido si otra llegada
      * confirmada o repetida de la interfaz tiene el mismo
      * contenido (aunque venga con otro nombre); confirmado en otro
      * caso. Llega tarde si se anota pasada la hora de corte de su
      * día de negocio.
       CLASIFICAR-LLEGADA.
      *-------------------
           MOVE 'CLASIFICAR-LLEGADA'          TO WK-PARRAFO.
           MOVE ZERO                          TO LLEGADA-ID-REPETIDA.
           MOVE 'N'                           TO LLEGADA-CONSUMIDO.

           MOVE LLEGADA-FEC-NEGOCIO           TO WK-FEC-NEGOCIO-9.
           MOVE 'N'                           TO LLEGADA-TARDE.
           IF   WK-FECHA-ACTUAL > WK-FEC-NEGOCIO-9
           THEN MOVE 'S'                      TO LLEGADA-TARDE
           END-IF.
           IF   WK-FECHA-ACTUAL = WK-FEC-NEGOCIO-9
                AND INTERFAZ-HORA-CORTE NOT = SPACES
                AND WK-HORA-HHMM > INTERFAZ-HORA-CORTE
           THEN MOVE 'S'                      TO LLEGADA-TARDE
           END-IF.

           IF   LLEGADA-NUM-REGISTROS = ZERO
           THEN SET LLEGADA-ESTADO-VACIO      TO TRUE
                GO TO FIN-CLASIFICAR-LLEGADA
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(id_llegada), 0)
                INTO   :LLEGADA-ID-REPETIDA
                FROM   banco.llegada_fichero
                WHERE  cod_interfaz   = :LLEGADA-INTERFAZ
                AND    estado_llegada IN ('C', 'R')
                AND    tam_fichero    = :LLEGADA-TAMANO
                AND    num_registros  = :LLEGADA-NUM-REGISTROS
                AND    suma_control   = :LLEGADA-SUMA-CONTROL
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                GO TO FIN-CLASIFICAR-LLEGADA
           END-IF.

           IF   LLEGADA-ID-REPETIDA = ZERO
           THEN SET LLEGADA-ESTADO-CONFIRMADO TO TRUE
           ELSE SET LLEGADA-ESTADO-REPETIDO   TO TRUE
           END-IF.

       FIN-CLASIFICAR-LLEGADA.
           EXIT.

      * La llegada completa la fila pendiente o en falta del mismo
      * fichero y día si CTLENTRADA ya la había reclamado; si no, es
      * una fila nueva.
       GRABAR-LLEGADA.
      *---------------
           MOVE 'GRABAR-LLEGADA'              TO WK-PARRAFO.

           EXEC SQL
                SELECT COALESCE(MAX(id_llegada), 0)
                INTO   :WK-ID-PENDIENTE
                FROM   banco.llegada_fichero
                WHERE  cod_interfaz   = :LLEGADA-INTERFAZ
                AND    fec_negocio    = :LLEGADA-FEC-NEGOCIO
                AND    nombre_fichero = :LLEGADA-FICHERO
                AND    estado_llegada IN ('P', 'F')
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                GO TO FIN-GRABAR-LLEGADA
           END-IF.

           IF   WK-ID-PENDIENTE NOT = ZERO
           THEN MOVE WK-ID-PENDIENTE          TO LLEGADA-ID
                EXEC SQL
                     UPDATE banco.llegada_fichero
                     SET    tam_fichero         = :LLEGADA-TAMANO,
                            num_registros       =
                                :LLEGADA-NUM-REGISTROS,
                            suma_control        =
                                :LLEGADA-SUMA-CONTROL,
                            estado_llegada      = :LLEGADA-ESTADO,
                            ind_tarde           = :LLEGADA-TARDE,
                            id_llegada_repetida =
                                NULLIF(:LLEGADA-ID-REPETIDA, 0),
                            fec_llegada         = now()
                     WHERE  id_llegada          = :LLEGADA-ID
                END-EXEC
                IF   NOT SQL-SUCCESS
                THEN PERFORM ERROR-SQL        THRU FIN-ERROR-SQL
                END-IF
                GO TO FIN-GRABAR-LLEGADA
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.llegada_fichero_id_llegada_seq
                INTO   :LLEGADA-ID
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                GO TO FIN-GRABAR-LLEGADA
           END-IF.

           EXEC SQL
                INSERT INTO banco.llegada_fichero(
                    id_llegada,
                    cod_interfaz,
                    fec_negocio,
                    nombre_fichero,
                    tam_fichero,
                    num_registros,
                    suma_control,
                    estado_llegada,
                    ind_tarde,
                    id_llegada_repetida,
                    fec_llegada
                )
                VALUES(
                    :LLEGADA-ID,
                    :LLEGADA-INTERFAZ,
                    :LLEGADA-FEC-NEGOCIO,
                    :LLEGADA-FICHERO,
                    :LLEGADA-TAMANO,
                    :LLEGADA-NUM-REGISTROS,
                    :LLEGADA-SUMA-CONTROL,
                    :LLEGADA-ESTADO,
                    :LLEGADA-TARDE,
                    NULLIF(:LLEGADA-ID-REPETIDA, 0),
                    now()
                )
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
           END-IF.

       FIN-GRABAR-LLEGADA.
           EXIT.

       DEVOLVER-LLEGADA.
      *-----------------
           MOVE LLEGADA-ID                    TO LLEGADA-S-ID-LLEGADA.
           MOVE LLEGADA-FEC-NEGOCIO           TO LLEGADA-S-FEC-NEGOCIO.
           MOVE LLEGADA-ESTADO                TO LLEGADA-S-ESTADO.
           MOVE LLEGADA-TARDE                 TO LLEGADA-S-TARDE.
           MOVE LLEGADA-CONSUMIDO             TO LLEGADA-S-CONSUMIDO.
           MOVE 'N'                           TO LLEGADA-S-NUEVA.
           MOVE LLEGADA-TAMANO                TO LLEGADA-S-TAMANO.
           MOVE LLEGADA-NUM-REGISTROS         TO
                LLEGADA-S-NUM-REGISTROS.
           MOVE LLEGADA-SUMA-CONTROL          TO
                LLEGADA-S-SUMA-CONTROL.
           MOVE LLEGADA-ID-REPETIDA           TO
                LLEGADA-S-ID-REPETIDA.

       FIN-DEVOLVER-LLEGADA.
           EXIT.

       ERROR-SQL.
      *----------
           SET  LLEGADA-STAT-ERR-SQL          TO TRUE.
           MOVE SQLCODE                       TO LLEGADA-SQLCODE.
           DISPLAY '*** FATAL *** LLEGADA ' WK-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'LLEGADA'                     TO LOGERR-E-PROGRAMA.
           MOVE WK-PARRAFO                    TO LOGERR-E-PARRAFO.
           MOVE LLEGADA-SQLCODE               TO LOGERR-E-SQLCODE.
           MOVE SPACES                        TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.
