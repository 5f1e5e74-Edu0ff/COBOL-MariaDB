       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. GARANTIA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Garantías reales de los préstamos hipotecarios: registro de
      * los inmuebles en garantía de cada préstamo (uno o varios) en
      * banco.prestamo_garantia, con su referencia catastral, el
      * domicilio y la póliza del seguro del inmueble, e histórico de
      * tasaciones en banco.garantia_tasacion. RPTLTV calcula cada mes
      * el LTV con la última tasación y avisa de las tasaciones
      * caducadas.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE garantia          END-EXEC.

       01  WK-CONTADOR                       PIC 9(04).
       01  WK-PRESTAMO-ESTADO                PIC X(01).
       01  WK-POLIZA-ID-PRESTAMO             PIC 9(10).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.

       01  WK-FEC-HOY                        PIC 9(08).

       LINKAGE SECTION.
      *----------------
           COPY 'garantia.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-GARANTIA.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN GARANTIA-E-ACC-ALTA
                PERFORM ALTA-GARANTIA          THRU FIN-ALTA-GARANTIA

           WHEN GARANTIA-E-ACC-TASAR
                PERFORM NUEVA-TASACION         THRU
                        FIN-NUEVA-TASACION

           WHEN GARANTIA-E-ACC-POLIZA
                PERFORM VINCULAR-POLIZA        THRU
                        FIN-VINCULAR-POLIZA

           WHEN GARANTIA-E-ACC-LIBERAR
                PERFORM LIBERAR-GARANTIA       THRU
                        FIN-LIBERAR-GARANTIA

           WHEN OTHER
                SET GARANTIA-STAT-ERR-ACC      TO TRUE
           END-EVALUATE.

      *    La garantía y su primera tasación van juntas o no van.
           IF   GARANTIA-STAT-OK
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE PERFORM HACER-ROLLBACK        THRU FIN-HACER-ROLLBACK
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-GARANTIA-SALIDA
                                              REG-GARANTIA
                                              REG-GARANTIA-NULL.

           ACCEPT WK-FEC-HOY                  FROM DATE YYYYMMDD.

           IF   GARANTIA-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO GARANTIA-USUARIO
           ELSE MOVE GARANTIA-E-USUARIO       TO GARANTIA-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Alta de un inmueble en garantía de un préstamo vivo con su
      * primera tasación. El domicilio es opcional pero, si se da,
      * ha de existir.
       ALTA-GARANTIA.
      *--------------
           IF   GARANTIA-E-ID-PRESTAMO = ZERO
                OR NOT GARANTIA-E-TIPO-OK
                OR GARANTIA-E-REF-CATASTRAL = SPACES
                OR GARANTIA-E-ID-DOM IS NOT NUMERIC
           THEN SET GARANTIA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-ALTA-GARANTIA
           END-IF.

           PERFORM VALIDAR-TASACION            THRU
                   FIN-VALIDAR-TASACION.
           IF   NOT GARANTIA-STAT-OK
           THEN GO TO FIN-ALTA-GARANTIA
           END-IF.

           MOVE GARANTIA-E-ID-PRESTAMO         TO GARANTIA-ID-PRESTAMO.
           PERFORM BUSCAR-PRESTAMO             THRU
                   FIN-BUSCAR-PRESTAMO.
           IF   NOT GARANTIA-STAT-OK
           THEN GO TO FIN-ALTA-GARANTIA
           END-IF.

           IF   GARANTIA-E-ID-DOM > ZERO
           THEN MOVE GARANTIA-E-ID-DOM         TO GARANTIA-ID-DOM
                EXEC SQL
                     SELECT COUNT(*)
                     INTO   :WK-CONTADOR
                     FROM   banco.domicilio
                     WHERE  id_dom = :GARANTIA-ID-DOM
                END-EXEC
                MOVE SQLCODE                   TO GARANTIA-SQLCODE
                IF   NOT SQL-SUCCESS
                THEN SET GARANTIA-STAT-ERR-SQL TO TRUE
                     GO TO FIN-ALTA-GARANTIA
                END-IF
                IF   WK-CONTADOR = ZERO
                THEN SET GARANTIA-STAT-ENC-NO  TO TRUE
                     GO TO FIN-ALTA-GARANTIA
                END-IF
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.prestamo_garantia_id_garantia_seq
                INTO :GARANTIA-ID
           END-EXEC.

           MOVE SQLCODE                        TO GARANTIA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GARANTIA-STAT-ERR-SQL      TO TRUE
                GO TO FIN-ALTA-GARANTIA
           END-IF.

           MOVE GARANTIA-E-TIPO                TO GARANTIA-TIPO.
           MOVE GARANTIA-E-REF-CATASTRAL       TO
                GARANTIA-REF-CATASTRAL.
           SET  GARANTIA-ESTADO-ACTIVA         TO TRUE.

           EXEC SQL
                INSERT INTO banco.prestamo_garantia(
                    id_garantia,
                    id_prestamo,
                    tipo_garantia,
                    ref_catastral_garantia,
                    id_dom,
                    estado_garantia,
                    fec_alta_garantia,
                    usuario_garantia
                )
                VALUES(
                    :GARANTIA-ID,
                    :GARANTIA-ID-PRESTAMO,
                    :GARANTIA-TIPO,
                    :GARANTIA-REF-CATASTRAL,
                    NULLIF(:GARANTIA-ID-DOM, 0),
                    :GARANTIA-ESTADO,
                    CURDATE(),
                    :GARANTIA-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO GARANTIA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GARANTIA-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** GARANTIA ALTA-GARANTIA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-GARANTIA
           END-IF.

           MOVE GARANTIA-ID                    TO
                GARANTIA-S-ID-GARANTIA.

           PERFORM GRABAR-TASACION             THRU
                   FIN-GRABAR-TASACION.

       FIN-ALTA-GARANTIA.
           EXIT.

      * Nueva tasación de una garantía activa (revisión periódica o
      * a petición del riesgo). No se modifica la anterior: queda en
      * el histórico.
       NUEVA-TASACION.
      *---------------
           IF   GARANTIA-E-ID-GARANTIA = ZERO
           THEN SET GARANTIA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-NUEVA-TASACION
           END-IF.

           PERFORM VALIDAR-TASACION            THRU
                   FIN-VALIDAR-TASACION.
           IF   NOT GARANTIA-STAT-OK
           THEN GO TO FIN-NUEVA-TASACION
           END-IF.

           PERFORM BUSCAR-GARANTIA             THRU
                   FIN-BUSCAR-GARANTIA.
           IF   NOT GARANTIA-STAT-OK
           THEN GO TO FIN-NUEVA-TASACION
           END-IF.

           IF   NOT GARANTIA-ESTADO-ACTIVA
           THEN SET GARANTIA-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-NUEVA-TASACION
           END-IF.

           PERFORM GRABAR-TASACION             THRU
                   FIN-GRABAR-TASACION.

       FIN-NUEVA-TASACION.
           EXIT.

      * Vincula a la garantía la póliza del seguro de daños del
      * inmueble, que ha de estar registrada en banco.poliza_prestamo
      * para el mismo préstamo. Con la póliza a cero se desvincula.
       VINCULAR-POLIZA.
      *----------------
           IF   GARANTIA-E-ID-GARANTIA = ZERO
                OR GARANTIA-E-ID-POLIZA IS NOT NUMERIC
           THEN SET GARANTIA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-VINCULAR-POLIZA
           END-IF.

           PERFORM BUSCAR-GARANTIA             THRU
                   FIN-BUSCAR-GARANTIA.
           IF   NOT GARANTIA-STAT-OK
           THEN GO TO FIN-VINCULAR-POLIZA
           END-IF.

           IF   NOT GARANTIA-ESTADO-ACTIVA
           THEN SET GARANTIA-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-VINCULAR-POLIZA
           END-IF.

           MOVE GARANTIA-E-ID-POLIZA           TO GARANTIA-ID-POLIZA.

           IF   GARANTIA-ID-POLIZA > ZERO
           THEN EXEC SQL
                     SELECT id_prestamo
                     INTO   :WK-POLIZA-ID-PRESTAMO
                     FROM   banco.poliza_prestamo
                     WHERE  id_poliza = :GARANTIA-ID-POLIZA
                END-EXEC
                MOVE SQLCODE                   TO GARANTIA-SQLCODE
                EVALUATE TRUE
                WHEN SQL-SUCCESS
                     CONTINUE
                WHEN SQL-NODATA
                     SET GARANTIA-STAT-ENC-NO  TO TRUE
                     GO TO FIN-VINCULAR-POLIZA
                WHEN OTHER
                     SET GARANTIA-STAT-ERR-SQL TO TRUE
                     GO TO FIN-VINCULAR-POLIZA
                END-EVALUATE
                IF   WK-POLIZA-ID-PRESTAMO NOT = GARANTIA-ID-PRESTAMO
                THEN SET GARANTIA-STAT-ERR-POLIZA
                                               TO TRUE
                     GO TO FIN-VINCULAR-POLIZA
                END-IF
           END-IF.

           EXEC SQL
                UPDATE banco.prestamo_garantia
                SET    id_poliza   = NULLIF(:GARANTIA-ID-POLIZA, 0)
                WHERE  id_garantia = :GARANTIA-ID
           END-EXEC.

           MOVE SQLCODE                        TO GARANTIA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GARANTIA-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** GARANTIA VINCULAR-POLIZA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-VINCULAR-POLIZA.
           EXIT.

      * Liberación de la garantía (cancelación registral de la
      * hipoteca o sustitución del inmueble). Deja de contar en el
      * LTV del préstamo; sus tasaciones se conservan.
       LIBERAR-GARANTIA.
      *-----------------
           IF   GARANTIA-E-ID-GARANTIA = ZERO
           THEN SET GARANTIA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-LIBERAR-GARANTIA
           END-IF.

           PERFORM BUSCAR-GARANTIA             THRU
                   FIN-BUSCAR-GARANTIA.
           IF   NOT GARANTIA-STAT-OK
           THEN GO TO FIN-LIBERAR-GARANTIA
           END-IF.

           IF   NOT GARANTIA-ESTADO-ACTIVA
           THEN SET GARANTIA-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-LIBERAR-GARANTIA
           END-IF.

           SET  GARANTIA-ESTADO-LIBERADA       TO TRUE.

           EXEC SQL
                UPDATE banco.prestamo_garantia
                SET    estado_garantia   = :GARANTIA-ESTADO,
                       fec_baja_garantia = CURDATE(),
                       usuario_garantia  = :GARANTIA-USUARIO
                WHERE  id_garantia       = :GARANTIA-ID
           END-EXEC.

           MOVE SQLCODE                        TO GARANTIA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GARANTIA-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** GARANTIA LIBERAR-GARANTIA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-LIBERAR-GARANTIA.
           EXIT.

      * Valor, fecha y tasadora de la tasación de entrada. Sin fecha
      * se toma la de hoy; no se admiten tasaciones con fecha futura.
       VALIDAR-TASACION.
      *-----------------
           IF   GARANTIA-E-VALOR-TASACION IS NOT NUMERIC
                OR GARANTIA-E-VALOR-TASACION = ZERO
                OR GARANTIA-E-FEC-TASACION IS NOT NUMERIC
                OR GARANTIA-E-TASADORA = SPACES
           THEN SET GARANTIA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-VALIDAR-TASACION
           END-IF.

           IF   GARANTIA-E-FEC-TASACION = ZERO
           THEN MOVE WK-FEC-HOY                TO
                     GARANTIA-E-FEC-TASACION
           END-IF.

           IF   GARANTIA-E-FEC-TASACION > WK-FEC-HOY
           THEN SET GARANTIA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-VALIDAR-TASACION
           END-IF.

           MOVE GARANTIA-E-FEC-TASACION        TO
                GARANTIA-FEC-TASACION.
           MOVE GARANTIA-E-VALOR-TASACION      TO
                GARANTIA-VALOR-TASACION.
           MOVE GARANTIA-E-TASADORA            TO GARANTIA-TASADORA.

       FIN-VALIDAR-TASACION.
           EXIT.

      * El préstamo GARANTIA-ID-PRESTAMO ha de existir y estar vivo
      * (al corriente o en mora).
       BUSCAR-PRESTAMO.
      *----------------
           EXEC SQL
                SELECT estado_prestamo
                INTO   :WK-PRESTAMO-ESTADO
                FROM   banco.prestamo
                WHERE  id_prestamo = :GARANTIA-ID-PRESTAMO
           END-EXEC.

           MOVE SQLCODE                        TO GARANTIA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   WK-PRESTAMO-ESTADO NOT = 'A'
                     AND WK-PRESTAMO-ESTADO NOT = 'M'
                THEN SET GARANTIA-STAT-ERR-ESTADO
                                               TO TRUE
                END-IF
           WHEN SQL-NODATA
                SET GARANTIA-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET GARANTIA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GARANTIA BUSCAR-PRESTAMO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-PRESTAMO.
           EXIT.

      * Lee la garantía de GARANTIA-E-ID-GARANTIA.
       BUSCAR-GARANTIA.
      *----------------
           MOVE GARANTIA-E-ID-GARANTIA         TO GARANTIA-ID.

           EXEC SQL
                SELECT id_prestamo, tipo_garantia, estado_garantia
                INTO   :GARANTIA-ID-PRESTAMO, :GARANTIA-TIPO,
                       :GARANTIA-ESTADO
                FROM   banco.prestamo_garantia
                WHERE  id_garantia = :GARANTIA-ID
           END-EXEC.

           MOVE SQLCODE                        TO GARANTIA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE GARANTIA-ID                TO
                     GARANTIA-S-ID-GARANTIA
           WHEN SQL-NODATA
                SET GARANTIA-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET GARANTIA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** GARANTIA BUSCAR-GARANTIA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-GARANTIA.
           EXIT.

      * Añade la tasación validada al histórico de la garantía
      * GARANTIA-ID.
       GRABAR-TASACION.
      *----------------
           EXEC SQL
                INSERT INTO banco.garantia_tasacion(
                    id_garantia,
                    fec_tasacion,
                    valor_tasacion,
                    tasadora_tasacion,
                    usuario_tasacion
                )
                VALUES(
                    :GARANTIA-ID,
                    :GARANTIA-FEC-TASACION,
                    :GARANTIA-VALOR-TASACION,
                    :GARANTIA-TASADORA,
                    :GARANTIA-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO GARANTIA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET GARANTIA-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** GARANTIA GRABAR-TASACION: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-TASACION.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET GARANTIA-STAT-ERR-SQL       TO TRUE
                MOVE SQLCODE                    TO GARANTIA-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO GARANTIA-SQLCODE
                MOVE 'GARANTIA'                 TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                MOVE GARANTIA-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
