       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. ENVIO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de envío de los ficheros de salida a terceros. El
      * lote que genera un fichero para fuera (transferencias SEPA de
      * NOMINAS, EXPCRS, EXPCIRBE, EXPRET, el de estampación de
      * ESTAMPTAR, los de recaudación de LIQRECAUDA y el de agencias
      * de ASIGRECOB) lo registra al cerrarlo: se anotan sus
      * registros, su total de control y una suma de control CRC que
      * encadena todos los registros, como la huella de BANCO, se
      * guarda una copia y se deja en la ruta de envío de la interfaz.
      * CTLENVIO casa con cada envío el acuse o el rechazo del
      * receptor y marca los que pasan su plazo sin acuse. Un envío
      * rechazado, fallido o vencido se reenvía desde la copia, sin
      * volver a generar el fichero, y sólo si la copia sigue siendo
      * exactamente lo que se mandó.
      * Como RPTCATAL, confirma por su cuenta lo que anota.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT FICHENV  ASSIGN TO WK-FICHENV-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHENV.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
      * Los ficheros de las interfaces tienen longitudes distintas; se
      * leen con la longitud de cada registro tal como viene.
       FD FICHENV  RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
                           DEPENDING ON WK-LONG-REG
                  LABEL RECORD IS STANDARD.
       01  REG-FICHENV                       PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE envio             END-EXEC.

       01  WK-SUMA-ACUM                      PIC 9(10).
       01  WK-REG-LEIDO                      PIC X(1000).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  WK-FICHENV-NOMBRE                 PIC X(60).
       01  FS-FICHENV                        PIC X(02).
       01  WK-LONG-REG                       PIC 9(04) COMP-5.
       01  WK-NUM-REGISTROS                  PIC 9(09).

      * Resultado de CBL_CHECK_FILE_EXIST (tamaño en bytes y fecha y
      * hora del fichero) y de CBL_COPY_FILE.
       01  WK-FICH-STAT                      PIC S9(09) COMP-5.
       01  WK-FICH-DETALLE.
           05  WK-FICH-TAMANO                PIC 9(18) COMP.
           05  FILLER                        PIC X(08).
       01  WK-FICH-ORIGEN                    PIC X(60).
       01  WK-FICH-DESTINO                   PIC X(122).

       01  WK-PARRAFO                        PIC X(30).

       01  SW-FIN-FICHERO                    PIC 9(01) VALUE 0.
           88  FIN-FICHERO-SI                VALUE 1.
           88  FIN-FICHERO-NO                VALUE 0.

           COPY 'logerr.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'envio.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-ENVIO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN ENVIO-E-ACC-REGISTRAR
                PERFORM REGISTRAR-ENVIO        THRU
                        FIN-REGISTRAR-ENVIO

           WHEN ENVIO-E-ACC-ACUSAR
                PERFORM ACUSAR-ENVIO           THRU
                        FIN-ACUSAR-ENVIO

           WHEN ENVIO-E-ACC-REENVIAR
                PERFORM REENVIAR-ENVIO         THRU
                        FIN-REENVIAR-ENVIO

           WHEN OTHER
                SET ENVIO-STAT-ERR-ACC         TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-ENVIO-SALIDA
                                              REG-INTSAL
                                              REG-ENVIO.

       FIN-INICIALIZAR.
           EXIT.

      * Anota el fichero recién generado, guarda su copia y lo deja
      * en la ruta de envío de la interfaz.
       REGISTRAR-ENVIO.
      *----------------
           MOVE 'REGISTRAR-ENVIO'             TO WK-PARRAFO.

           IF   ENVIO-E-INTERFAZ = SPACES
                OR ENVIO-E-FICHERO = SPACES
                OR ENVIO-E-TOTAL-CONTROL IS NOT NUMERIC
           THEN SET ENVIO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-REGISTRAR-ENVIO
           END-IF.

           MOVE ENVIO-E-INTERFAZ              TO INTSAL-COD.

           PERFORM LEER-INTERFAZ              THRU FIN-LEER-INTERFAZ.

           IF   NOT ENVIO-STAT-OK
           THEN GO TO FIN-REGISTRAR-ENVIO
           END-IF.

           MOVE INTSAL-COD                    TO ENVIO-INTERFAZ.
           MOVE ENVIO-E-PROGRAMA              TO ENVIO-PROGRAMA.
           MOVE ENVIO-E-ID-EJEC               TO ENVIO-ID-EJEC.
           MOVE ENVIO-E-FICHERO               TO ENVIO-FICHERO.
           MOVE ENVIO-E-TOTAL-CONTROL         TO ENVIO-TOTAL-CONTROL.

           MOVE ENVIO-FICHERO                 TO WK-FICHENV-NOMBRE.
           CALL 'CBL_CHECK_FILE_EXIST'  USING WK-FICHENV-NOMBRE
                                              WK-FICH-DETALLE
                                    RETURNING WK-FICH-STAT.

           IF   WK-FICH-STAT NOT = ZERO
           THEN SET ENVIO-STAT-ERR-FICHERO    TO TRUE
                GO TO FIN-REGISTRAR-ENVIO
           END-IF.

           MOVE WK-FICH-TAMANO                TO ENVIO-TAMANO.

           PERFORM LEER-CONTENIDO             THRU FIN-LEER-CONTENIDO.

           IF   NOT ENVIO-STAT-OK
           THEN GO TO FIN-REGISTRAR-ENVIO
           END-IF.

           MOVE WK-NUM-REGISTROS              TO ENVIO-NUM-REGISTROS.
           MOVE WK-SUMA-ACUM                  TO ENVIO-SUMA-CONTROL.

           MOVE 'REGISTRAR-ENVIO'             TO WK-PARRAFO.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.envio_fichero_id_envio_seq
                INTO   :ENVIO-ID
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                GO TO FIN-REGISTRAR-ENVIO
           END-IF.

           MOVE SPACES                        TO ENVIO-COPIA.
           STRING 'envio-' ENVIO-ID '.dat'
                  DELIMITED BY SIZE         INTO ENVIO-COPIA.

           MOVE ENVIO-FICHERO                 TO WK-FICH-ORIGEN.
           MOVE ENVIO-COPIA                   TO WK-FICH-DESTINO.
           CALL 'CBL_COPY_FILE'         USING WK-FICH-ORIGEN
                                              WK-FICH-DESTINO
                                    RETURNING WK-FICH-STAT.

           IF   WK-FICH-STAT NOT = ZERO
           THEN SET ENVIO-STAT-ERR-FICHERO    TO TRUE
                DISPLAY '*** AVISO *** ENVIO: NO SE PUDO GUARDAR LA '
                        'COPIA [' ENVIO-COPIA ']'
                GO TO FIN-REGISTRAR-ENVIO
           END-IF.

           PERFORM DEPOSITAR-FICHERO          THRU
                   FIN-DEPOSITAR-FICHERO.

           MOVE 1                             TO ENVIO-NUM-ENVIOS.
           MOVE 'REGISTRAR-ENVIO'             TO WK-PARRAFO.

           EXEC SQL
                INSERT INTO banco.envio_fichero(
                    id_envio,
                    cod_interfaz,
                    programa,
                    id_ejec,
                    nombre_fichero,
                    nombre_copia,
                    tam_fichero,
                    num_registros,
                    total_control,
                    suma_control,
                    estado_envio,
                    num_envios,
                    fec_envio,
                    fec_limite_acuse
                )
                VALUES(
                    :ENVIO-ID,
                    :ENVIO-INTERFAZ,
                    :ENVIO-PROGRAMA,
                    NULLIF(:ENVIO-ID-EJEC, 0),
                    :ENVIO-FICHERO,
                    :ENVIO-COPIA,
                    :ENVIO-TAMANO,
                    :ENVIO-NUM-REGISTROS,
                    :ENVIO-TOTAL-CONTROL,
                    :ENVIO-SUMA-CONTROL,
                    :ENVIO-ESTADO,
                    :ENVIO-NUM-ENVIOS,
                    now(),
                    CASE WHEN :INTSAL-HORAS-ACUSE > 0
                         THEN now() + INTERVAL :INTSAL-HORAS-ACUSE HOUR
                         ELSE NULL END
                )
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-REGISTRAR-ENVIO
           END-IF.

           EXEC SQL commit END-EXEC.

           PERFORM DEVOLVER-ENVIO             THRU FIN-DEVOLVER-ENVIO.

       FIN-REGISTRAR-ENVIO.
           EXIT.

      * Casa el acuse del receptor con el último envío del mismo
      * fichero de la interfaz. Un acuse de aceptación cuyas cifras
      * (las que dé el receptor) no son las del envío lo deja
      * aceptado con cifras distintas, para revisarlo y reenviarlo.
       ACUSAR-ENVIO.
      *-------------
           MOVE 'ACUSAR-ENVIO'                TO WK-PARRAFO.

           IF   ENVIO-E-INTERFAZ = SPACES
                OR ENVIO-E-FICHERO = SPACES
                OR NOT (ENVIO-E-ACUSE-ACEPTADO
                        OR ENVIO-E-ACUSE-RECHAZADO)
                OR ENVIO-E-ACU-NUM-REGISTROS IS NOT NUMERIC
                OR ENVIO-E-ACU-TOTAL-CONTROL IS NOT NUMERIC
           THEN SET ENVIO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-ACUSAR-ENVIO
           END-IF.

           MOVE ENVIO-E-INTERFAZ              TO ENVIO-INTERFAZ.
           MOVE ENVIO-E-FICHERO               TO ENVIO-FICHERO.

           EXEC SQL
                SELECT id_envio,
                       nombre_copia,
                       num_registros,
                       total_control,
                       suma_control,
                       estado_envio,
                       num_envios
                INTO   :ENVIO-ID,
                       :ENVIO-COPIA,
                       :ENVIO-NUM-REGISTROS,
                       :ENVIO-TOTAL-CONTROL,
                       :ENVIO-SUMA-CONTROL,
                       :ENVIO-ESTADO,
                       :ENVIO-NUM-ENVIOS
                FROM   banco.envio_fichero
                WHERE  cod_interfaz   = :ENVIO-INTERFAZ
                AND    nombre_fichero = :ENVIO-FICHERO
                ORDER BY id_envio DESC
                LIMIT 1
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET ENVIO-STAT-ENC-NO         TO TRUE
                GO TO FIN-ACUSAR-ENVIO
           WHEN OTHER
                PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                GO TO FIN-ACUSAR-ENVIO
           END-EVALUATE.

      *    Sólo espera acuse lo enviado (en plazo o vencido); lo que
      *    ya tiene el suyo, o lo que no llegó a salir, no.
           IF   NOT ENVIO-ESTADO-ENVIADO
                AND NOT ENVIO-ESTADO-VENCIDO
           THEN PERFORM DEVOLVER-ENVIO        THRU FIN-DEVOLVER-ENVIO
                SET ENVIO-STAT-YA-ACUSADO     TO TRUE
                GO TO FIN-ACUSAR-ENVIO
           END-IF.

           MOVE ENVIO-E-ACU-NUM-REGISTROS     TO
                ENVIO-ACU-NUM-REGISTROS.
           MOVE ENVIO-E-ACU-TOTAL-CONTROL     TO
                ENVIO-ACU-TOTAL-CONTROL.
           MOVE ENVIO-E-MOTIVO                TO ENVIO-MOTIVO.

           EVALUATE TRUE
           WHEN ENVIO-E-ACUSE-RECHAZADO
                SET ENVIO-ESTADO-RECHAZADO    TO TRUE
           WHEN ENVIO-ACU-NUM-REGISTROS NOT = ZERO
                AND ENVIO-ACU-NUM-REGISTROS NOT = ENVIO-NUM-REGISTROS
           WHEN ENVIO-ACU-TOTAL-CONTROL NOT = ZERO
                AND ENVIO-ACU-TOTAL-CONTROL NOT = ENVIO-TOTAL-CONTROL
                SET ENVIO-ESTADO-DISCREPANTE  TO TRUE
                IF   ENVIO-MOTIVO = SPACES
                THEN MOVE 'CIFRAS DE CONTROL DISTINTAS'
                                              TO ENVIO-MOTIVO
                END-IF
           WHEN OTHER
                SET ENVIO-ESTADO-ACEPTADO     TO TRUE
           END-EVALUATE.

           EXEC SQL
                UPDATE banco.envio_fichero
                SET    estado_envio        = :ENVIO-ESTADO,
                       acu_num_registros   = :ENVIO-ACU-NUM-REGISTROS,
                       acu_total_control   = :ENVIO-ACU-TOTAL-CONTROL,
                       motivo_acuse        = NULLIF(:ENVIO-MOTIVO, ' '),
                       fec_acuse           = now()
                WHERE  id_envio            = :ENVIO-ID
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-ACUSAR-ENVIO
           END-IF.

           EXEC SQL commit END-EXEC.

           PERFORM DEVOLVER-ENVIO             THRU FIN-DEVOLVER-ENVIO.

       FIN-ACUSAR-ENVIO.
           EXIT.

      * Vuelve a mandar un envío rechazado, aceptado con cifras
      * distintas, fallido o vencido, desde la copia que se guardó al
      * registrarlo. Antes se relee la copia: si sus registros o su
      * suma de control ya no son los registrados no se manda nada.
       REENVIAR-ENVIO.
      *---------------
           MOVE 'REENVIAR-ENVIO'              TO WK-PARRAFO.

           IF   ENVIO-E-ID-ENVIO IS NOT NUMERIC
                OR ENVIO-E-ID-ENVIO = ZERO
           THEN SET ENVIO-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-REENVIAR-ENVIO
           END-IF.

           MOVE ENVIO-E-ID-ENVIO              TO ENVIO-ID.

           EXEC SQL
                SELECT E.cod_interfaz,
                       E.nombre_fichero,
                       E.nombre_copia,
                       E.num_registros,
                       E.total_control,
                       E.suma_control,
                       E.estado_envio,
                       E.num_envios,
                       COALESCE(I.ruta_envio, ' '),
                       COALESCE(I.horas_acuse, 0)
                INTO   :ENVIO-INTERFAZ,
                       :ENVIO-FICHERO,
                       :ENVIO-COPIA,
                       :ENVIO-NUM-REGISTROS,
                       :ENVIO-TOTAL-CONTROL,
                       :ENVIO-SUMA-CONTROL,
                       :ENVIO-ESTADO,
                       :ENVIO-NUM-ENVIOS,
                       :INTSAL-RUTA,
                       :INTSAL-HORAS-ACUSE
                FROM   banco.envio_fichero E
                LEFT JOIN banco.interfaz_salida I
                       ON I.cod_interfaz = E.cod_interfaz
                WHERE  E.id_envio = :ENVIO-ID
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET ENVIO-STAT-ENC-NO         TO TRUE
                GO TO FIN-REENVIAR-ENVIO
           WHEN OTHER
                PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                GO TO FIN-REENVIAR-ENVIO
           END-EVALUATE.

           IF   NOT ENVIO-ESTADO-REENVIABLE
           THEN PERFORM DEVOLVER-ENVIO        THRU FIN-DEVOLVER-ENVIO
                SET ENVIO-STAT-NO-REENVIABLE  TO TRUE
                GO TO FIN-REENVIAR-ENVIO
           END-IF.

           MOVE ENVIO-COPIA                   TO WK-FICHENV-NOMBRE.

           PERFORM LEER-CONTENIDO             THRU FIN-LEER-CONTENIDO.

           IF   NOT ENVIO-STAT-OK
           THEN GO TO FIN-REENVIAR-ENVIO
           END-IF.

           IF   WK-NUM-REGISTROS NOT = ENVIO-NUM-REGISTROS
                OR WK-SUMA-ACUM  NOT = ENVIO-SUMA-CONTROL
           THEN PERFORM DEVOLVER-ENVIO        THRU FIN-DEVOLVER-ENVIO
                SET ENVIO-STAT-CONTENIDO-DISTINTO
                                              TO TRUE
                DISPLAY '*** AVISO *** ENVIO: LA COPIA [' ENVIO-COPIA
                        '] NO ES LA QUE SE ENVIO, REGISTROS ['
                        WK-NUM-REGISTROS '] SUMA [' WK-SUMA-ACUM ']'
                GO TO FIN-REENVIAR-ENVIO
           END-IF.

      *    Sin ruta de envío, la copia vuelve a ponerse con el
      *    nombre original donde la dejó el lote.
           IF   INTSAL-RUTA = SPACES
           THEN MOVE ENVIO-COPIA              TO WK-FICH-ORIGEN
                MOVE ENVIO-FICHERO            TO WK-FICH-DESTINO
                CALL 'CBL_COPY_FILE'    USING WK-FICH-ORIGEN
                                              WK-FICH-DESTINO
                                    RETURNING WK-FICH-STAT
                IF   WK-FICH-STAT = ZERO
                THEN SET ENVIO-ESTADO-ENVIADO TO TRUE
                ELSE SET ENVIO-ESTADO-FALLIDO TO TRUE
                END-IF
           ELSE PERFORM DEPOSITAR-FICHERO     THRU
                        FIN-DEPOSITAR-FICHERO
           END-IF.

           IF   NOT ENVIO-ESTADO-ENVIADO
           THEN PERFORM DEVOLVER-ENVIO        THRU FIN-DEVOLVER-ENVIO
                SET ENVIO-STAT-ERR-FICHERO    TO TRUE
                GO TO FIN-REENVIAR-ENVIO
           END-IF.

           ADD  1                             TO ENVIO-NUM-ENVIOS.
           MOVE 'REENVIAR-ENVIO'              TO WK-PARRAFO.

           EXEC SQL
                UPDATE banco.envio_fichero
                SET    estado_envio      = 'E',
                       num_envios        = :ENVIO-NUM-ENVIOS,
                       fec_envio         = now(),
                       fec_limite_acuse  =
                           CASE WHEN :INTSAL-HORAS-ACUSE > 0
                                THEN now() + INTERVAL
                                     :INTSAL-HORAS-ACUSE HOUR
                                ELSE NULL END,
                       acu_num_registros = NULL,
                       acu_total_control = NULL,
                       motivo_acuse      = NULL,
                       fec_acuse         = NULL
                WHERE  id_envio          = :ENVIO-ID
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-REENVIAR-ENVIO
           END-IF.

           EXEC SQL commit END-EXEC.

           PERFORM DEVOLVER-ENVIO             THRU FIN-DEVOLVER-ENVIO.

       FIN-REENVIAR-ENVIO.
           EXIT.

       LEER-INTERFAZ.
      *--------------
           MOVE 'LEER-INTERFAZ'               TO WK-PARRAFO.

           EXEC SQL
                SELECT COALESCE(ruta_envio, ' '),
                       COALESCE(horas_acuse, 0),
                       estado_interfaz
                INTO   :INTSAL-RUTA,
                       :INTSAL-HORAS-ACUSE,
                       :INTSAL-ESTADO
                FROM   banco.interfaz_salida
                WHERE  cod_interfaz = :INTSAL-COD
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT INTSAL-ESTADO-ALTA
                THEN SET ENVIO-STAT-ENC-NO    TO TRUE
                END-IF
           WHEN SQL-NODATA
                SET ENVIO-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-INTERFAZ.
           EXIT.

      * Deja la copia en la ruta de envío de la interfaz con el
      * nombre original. Sin ruta, el fichero sale de donde lo dejó
      * el lote y se da por enviado.
       DEPOSITAR-FICHERO.
      *------------------
           SET  ENVIO-ESTADO-ENVIADO          TO TRUE.

           IF   INTSAL-RUTA = SPACES
           THEN GO TO FIN-DEPOSITAR-FICHERO
           END-IF.

           MOVE ENVIO-COPIA                   TO WK-FICH-ORIGEN.
           MOVE SPACES                        TO WK-FICH-DESTINO.
           STRING INTSAL-RUTA      DELIMITED BY SPACE
                  '/'              DELIMITED BY SIZE
                  ENVIO-FICHERO    DELIMITED BY SPACE
                  INTO WK-FICH-DESTINO.

           CALL 'CBL_COPY_FILE'         USING WK-FICH-ORIGEN
                                              WK-FICH-DESTINO
                                    RETURNING WK-FICH-STAT.

           IF   WK-FICH-STAT NOT = ZERO
           THEN SET ENVIO-ESTADO-FALLIDO      TO TRUE
                DISPLAY '*** AVISO *** ENVIO: NO SE PUDO DEJAR ['
                        ENVIO-FICHERO '] EN [' INTSAL-RUTA ']'
           END-IF.

       FIN-DEPOSITAR-FICHERO.
           EXIT.

      * Pasada completa por WK-FICHENV-NOMBRE contando registros y
      * encadenando cada uno en la suma de control.
       LEER-CONTENIDO.
      *---------------
           MOVE ZERO                          TO WK-NUM-REGISTROS.
           MOVE ZERO                          TO WK-SUMA-ACUM.

           OPEN INPUT FICHENV.

           IF   FS-FICHENV NOT = '00'
           THEN SET ENVIO-STAT-ERR-FICHERO    TO TRUE
                DISPLAY '*** AVISO *** ENVIO: NO SE PUDO ABRIR ['
                        WK-FICHENV-NOMBRE '] FILE STATUS ['
                        FS-FICHENV ']'
                GO TO FIN-LEER-CONTENIDO
           END-IF.

           SET  FIN-FICHERO-NO                TO TRUE.

           PERFORM LEER-REGISTRO              THRU FIN-LEER-REGISTRO
           UNTIL  FIN-FICHERO-SI
           OR     NOT ENVIO-STAT-OK.

           CLOSE FICHENV.

       FIN-LEER-CONTENIDO.
           EXIT.

       LEER-REGISTRO.
      *--------------
           MOVE 'LEER-REGISTRO'               TO WK-PARRAFO.

           READ FICHENV
                AT END SET FIN-FICHERO-SI     TO TRUE
           END-READ.

           IF   FIN-FICHERO-SI
           THEN GO TO FIN-LEER-REGISTRO
           END-IF.

           IF   FS-FICHENV NOT = '00'
           THEN SET ENVIO-STAT-ERR-FICHERO    TO TRUE
                DISPLAY '*** AVISO *** ENVIO: ERROR AL LEER ['
                        WK-FICHENV-NOMBRE '] FILE STATUS ['
                        FS-FICHENV ']'
                GO TO FIN-LEER-REGISTRO
           END-IF.

           ADD  1                             TO WK-NUM-REGISTROS.

           MOVE SPACES                        TO WK-REG-LEIDO.
           IF   WK-LONG-REG > ZERO
           THEN MOVE REG-FICHENV(1:WK-LONG-REG)
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

       DEVOLVER-ENVIO.
      *---------------
           MOVE ENVIO-ID                      TO ENVIO-S-ID-ENVIO.
           MOVE ENVIO-INTERFAZ                TO ENVIO-S-INTERFAZ.
           MOVE ENVIO-FICHERO                 TO ENVIO-S-FICHERO.
           MOVE ENVIO-COPIA                   TO ENVIO-S-COPIA.
           MOVE ENVIO-ESTADO                  TO ENVIO-S-ESTADO.
           MOVE ENVIO-NUM-REGISTROS           TO
                ENVIO-S-NUM-REGISTROS.
           MOVE ENVIO-TOTAL-CONTROL           TO
                ENVIO-S-TOTAL-CONTROL.
           MOVE ENVIO-SUMA-CONTROL            TO ENVIO-S-SUMA-CONTROL.
           MOVE ENVIO-NUM-ENVIOS              TO ENVIO-S-NUM-ENVIOS.

       FIN-DEVOLVER-ENVIO.
           EXIT.

       ERROR-SQL.
      *----------
           SET  ENVIO-STAT-ERR-SQL            TO TRUE.
           MOVE SQLCODE                       TO ENVIO-SQLCODE.
           DISPLAY '*** FATAL *** ENVIO ' WK-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'ENVIO'                       TO LOGERR-E-PROGRAMA.
           MOVE WK-PARRAFO                    TO LOGERR-E-PARRAFO.
           MOVE ENVIO-SQLCODE                 TO LOGERR-E-SQLCODE.
           MOVE SPACES                        TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.
