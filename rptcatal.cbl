       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RPTCATAL.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Catálogo de informes. Cada lote que deja un fichero de salida
      * fechado lo registra aquí al terminar bien: el programa, la
      * ejecución de banco.batch_log, el nombre del fichero, cuántos
      * registros tiene (se cuentan leyendo el propio fichero), el
      * periodo que cubre y su nivel de confidencialidad. El informe
      * queda nuevo hasta que DISTINFORM lo reparte. La consulta de
      * entregas devuelve a quién se entregó el informe de un
      * programa cuyo periodo termina en un mes dado.
      * Como BATLOG, confirma por su cuenta el alta en el catálogo.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
           SELECT FICHINF ASSIGN TO WK-FICHINF-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHINF.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHINF RECORD CONTAINS 400 CHARACTERS
                 LABEL RECORD IS STANDARD.
       01  REG-FICHINF                       PIC X(400).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE rptcatal          END-EXEC.

       01  WK-MES                            PIC 9(06).
       01  WK-ENT-DESTINATARIO               PIC X(30).
       01  WK-ENT-RUTA                       PIC X(60).
       01  WK-ENT-FEC                        PIC X(08).
       01  WK-ENT-RESULTADO                  PIC X(01).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  WK-FICHINF-NOMBRE                 PIC X(60).
       01  FS-FICHINF                        PIC X(02).
       01  WK-FECHA-ACTUAL                   PIC X(08).
       01  WK-PARRAFO                        PIC X(30).

       01  SW-FIN-FICHERO                    PIC 9(01) VALUE 0.
           88  FIN-FICHERO-SI                VALUE 1.
           88  FIN-FICHERO-NO                VALUE 0.

       01  SW-FIN-ENTREGAS                   PIC 9(01) VALUE 0.
           88  FIN-ENTREGAS                  VALUE 1.
           88  NO-FIN-ENTREGAS               VALUE 0.

           COPY 'logerr.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'rptcatal.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-RPTCATAL.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN RPTCATAL-E-ACC-REGISTRAR
                PERFORM REGISTRAR-INFORME      THRU
                        FIN-REGISTRAR-INFORME

           WHEN RPTCATAL-E-ACC-CONSULTAR-ENTREGAS
                PERFORM CONSULTAR-ENTREGAS     THRU
                        FIN-CONSULTAR-ENTREGAS

           WHEN OTHER
                SET RPTCATAL-STAT-ERR-ACC      TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-RPTCATAL-SALIDA
                                              REG-RPTCATAL
                                              REG-RPTCATAL-NULL.

           ACCEPT WK-FECHA-ACTUAL             FROM DATE YYYYMMDD.
       FIN-INICIALIZAR.
           EXIT.

      * Un informe sin programa o sin fichero no se registra; el
      * nivel por omisión es confidencial y el periodo por omisión
      * el día de la ejecución.
       REGISTRAR-INFORME.
      *------------------
           MOVE 'REGISTRAR-INFORME'           TO WK-PARRAFO.

           IF   RPTCATAL-E-PROGRAMA = SPACES
                OR RPTCATAL-E-FICHERO = SPACES
           THEN SET RPTCATAL-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-REGISTRAR-INFORME
           END-IF.

           MOVE RPTCATAL-E-PROGRAMA           TO RPTCATAL-PROGRAMA.
           MOVE RPTCATAL-E-ID-EJEC            TO RPTCATAL-ID-EJEC.
           MOVE RPTCATAL-E-FICHERO            TO RPTCATAL-FICHERO.

           IF   RPTCATAL-E-NIVEL-OK
           THEN MOVE RPTCATAL-E-NIVEL         TO RPTCATAL-NIVEL
           ELSE SET RPTCATAL-NIVEL-CONFIDENCIAL TO TRUE
           END-IF.

           IF   RPTCATAL-E-PERIODO-DESDE = SPACES
           THEN MOVE WK-FECHA-ACTUAL          TO RPTCATAL-PERIODO-DESDE
           ELSE MOVE RPTCATAL-E-PERIODO-DESDE TO RPTCATAL-PERIODO-DESDE
           END-IF.

           IF   RPTCATAL-E-PERIODO-HASTA = SPACES
           THEN MOVE WK-FECHA-ACTUAL          TO RPTCATAL-PERIODO-HASTA
           ELSE MOVE RPTCATAL-E-PERIODO-HASTA TO RPTCATAL-PERIODO-HASTA
           END-IF.

           PERFORM CONTAR-REGISTROS           THRU
                   FIN-CONTAR-REGISTROS.

           IF   NOT RPTCATAL-STAT-OK
           THEN GO TO FIN-REGISTRAR-INFORME
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.informe_catalogo_id_informe_seq
                INTO   :RPTCATAL-ID
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                GO TO FIN-REGISTRAR-INFORME
           END-IF.

           EXEC SQL
                INSERT INTO banco.informe_catalogo(
                    id_informe,
                    programa_informe,
                    id_ejec,
                    nombre_fichero,
                    num_registros,
                    periodo_desde,
                    periodo_hasta,
                    nivel_confidencialidad,
                    fec_generacion,
                    estado_informe
                )
                VALUES(
                    :RPTCATAL-ID,
                    :RPTCATAL-PROGRAMA,
                    NULLIF(:RPTCATAL-ID-EJEC, 0),
                    :RPTCATAL-FICHERO,
                    :RPTCATAL-NUM-REGISTROS,
                    :RPTCATAL-PERIODO-DESDE,
                    :RPTCATAL-PERIODO-HASTA,
                    :RPTCATAL-NIVEL,
                    CURDATE(),
                    'N'
                )
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-REGISTRAR-INFORME
           END-IF.

           EXEC SQL commit END-EXEC.

           MOVE RPTCATAL-ID                   TO RPTCATAL-S-ID-INFORME.
           MOVE RPTCATAL-NUM-REGISTROS        TO
                RPTCATAL-S-NUM-REGISTROS.

       FIN-REGISTRAR-INFORME.
           EXIT.

      * El número de registros es el de líneas del fichero tal como
      * quedó en disco, cabeceras y totales incluidos.
       CONTAR-REGISTROS.
      *-----------------
           MOVE RPTCATAL-E-FICHERO            TO WK-FICHINF-NOMBRE.
           MOVE ZERO                          TO RPTCATAL-NUM-REGISTROS.

           OPEN INPUT FICHINF.

           IF   FS-FICHINF NOT = '00'
           THEN SET RPTCATAL-STAT-ERR-FICHERO TO TRUE
                DISPLAY '*** AVISO *** RPTCATAL: NO SE PUDO ABRIR ['
                        WK-FICHINF-NOMBRE '] FILE STATUS ['
                        FS-FICHINF ']'
                GO TO FIN-CONTAR-REGISTROS
           END-IF.

           SET  FIN-FICHERO-NO                TO TRUE.

           PERFORM LEER-REGISTRO              THRU FIN-LEER-REGISTRO
           UNTIL  FIN-FICHERO-SI.

           CLOSE FICHINF.

       FIN-CONTAR-REGISTROS.
           EXIT.

       LEER-REGISTRO.
      *--------------
           READ FICHINF
                AT END SET FIN-FICHERO-SI     TO TRUE
           END-READ.

           IF   NOT FIN-FICHERO-SI
           THEN ADD  1                        TO RPTCATAL-NUM-REGISTROS
           END-IF.

       FIN-LEER-REGISTRO.
           EXIT.

      * Entregas, la más reciente primero, de los informes del
      * programa cuyo periodo termina en el mes pedido; sólo caben
      * las veinte primeras.
       CONSULTAR-ENTREGAS.
      *-------------------
           MOVE 'CONSULTAR-ENTREGAS'          TO WK-PARRAFO.

           IF   RPTCATAL-E-PROGRAMA = SPACES
                OR RPTCATAL-E-MES IS NOT NUMERIC
                OR RPTCATAL-E-MES = ZERO
           THEN SET RPTCATAL-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-CONSULTAR-ENTREGAS
           END-IF.

           MOVE RPTCATAL-E-PROGRAMA           TO RPTCATAL-PROGRAMA.
           MOVE RPTCATAL-E-MES                TO WK-MES.

           EXEC SQL
                DECLARE CUR-ENTREGAS CURSOR FOR
                SELECT C.id_informe, C.nombre_fichero,
                       E.destinatario, E.ruta_destino,
                       E.fec_entrega, E.resultado_entrega
                FROM   banco.informe_catalogo C,
                       banco.informe_entrega  E
                WHERE  C.programa_informe = :RPTCATAL-PROGRAMA
                AND    EXTRACT(YEAR_MONTH FROM C.periodo_hasta)
                                          = :WK-MES
                AND    E.id_informe       = C.id_informe
                ORDER BY E.fec_entrega DESC, C.id_informe DESC,
                         E.destinatario
           END-EXEC.

           EXEC SQL OPEN CUR-ENTREGAS END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL             THRU FIN-ERROR-SQL
                GO TO FIN-CONSULTAR-ENTREGAS
           END-IF.

           SET  NO-FIN-ENTREGAS               TO TRUE.

           PERFORM LEER-ENTREGA               THRU FIN-LEER-ENTREGA
           UNTIL  FIN-ENTREGAS
           OR     RPTCATAL-S-ENT-CONTADOR = 20
           OR     NOT RPTCATAL-STAT-OK.

           EXEC SQL CLOSE CUR-ENTREGAS END-EXEC.

           IF   RPTCATAL-STAT-OK
                AND RPTCATAL-S-ENT-CONTADOR = ZERO
           THEN SET RPTCATAL-STAT-ENC-NO      TO TRUE
           END-IF.

       FIN-CONSULTAR-ENTREGAS.
           EXIT.

       LEER-ENTREGA.
      *-------------
           EXEC SQL
                FETCH CUR-ENTREGAS
                INTO  :RPTCATAL-ID, :RPTCATAL-FICHERO,
                      :WK-ENT-DESTINATARIO, :WK-ENT-RUTA,
                      :WK-ENT-FEC, :WK-ENT-RESULTADO
           END-EXEC.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-ENTREGAS              TO TRUE
           WHEN SQL-SUCCESS
                ADD  1                         TO
                     RPTCATAL-S-ENT-CONTADOR
                MOVE RPTCATAL-ID               TO
                     RPTCATAL-S-ENT-ID-INFORME(RPTCATAL-S-ENT-CONTADOR)
                MOVE RPTCATAL-FICHERO          TO
                     RPTCATAL-S-ENT-FICHERO(RPTCATAL-S-ENT-CONTADOR)
                MOVE WK-ENT-DESTINATARIO       TO
                     RPTCATAL-S-ENT-DESTINATARIO
                                              (RPTCATAL-S-ENT-CONTADOR)
                MOVE WK-ENT-RUTA               TO
                     RPTCATAL-S-ENT-RUTA(RPTCATAL-S-ENT-CONTADOR)
                MOVE WK-ENT-FEC                TO
                     RPTCATAL-S-ENT-FEC(RPTCATAL-S-ENT-CONTADOR)
                MOVE WK-ENT-RESULTADO          TO
                     RPTCATAL-S-ENT-RESULTADO(RPTCATAL-S-ENT-CONTADOR)
           WHEN OTHER
                PERFORM ERROR-SQL              THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-ENTREGA.
           EXIT.

       ERROR-SQL.
      *----------
           SET  RPTCATAL-STAT-ERR-SQL         TO TRUE.
           MOVE SQLCODE                       TO RPTCATAL-SQLCODE.
           DISPLAY '*** FATAL *** RPTCATAL ' WK-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'RPTCATAL'                    TO LOGERR-E-PROGRAMA.
           MOVE WK-PARRAFO                    TO LOGERR-E-PARRAFO.
           MOVE RPTCATAL-SQLCODE              TO LOGERR-E-SQLCODE.
           MOVE SPACES                        TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.
