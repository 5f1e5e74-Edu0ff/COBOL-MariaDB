       FILE-CONTROL.
      *    Fichero de salida con la cola de renovación de documentos
      *    por oficina: un registro por cliente con el documento
      *    caducado o a punto de caducar o con la revisión KYC por
      *    vencer, ordenado por oficina para que cada una trabaje su
      *    lista, con los de riesgo alto en cabeza. Su nombre lleva la
      *    fecha de la ejecución para no pisar el de ejecuciones
      *    anteriores.
           SELECT FICHDOC  ASSIGN TO WK-FICHDOC-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
       01  WK-DOC-NUM                        PIC X(20).
       01  WK-DOC-FEC-CAD                    PIC X(08).
       01  WK-DIAS-CADUCIDAD                 PIC S9(05).
       01  WK-DOC-EN-COLA                    PIC X(01).
           88  DOC-EN-COLA-SI                VALUE 'S'.

      * Calificación de riesgo del cliente (RIESGOCLI), la fecha de
      * su próxima revisión KYC y si ésta cae dentro de la ventana.
       01  WK-NIVEL-RIESGO                   PIC X(01).
       01  WK-FEC-REVISION                   PIC X(08).
       01  WK-REVISION-EN-COLA               PIC X(01).
           88  REVISION-EN-COLA-SI           VALUE 'S'.

      * Ventanas en meses: aviso previo y escalada a revisión.
       01  WK-MESES-AVISO                    PIC 9(02) VALUE 2.
           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  WK-MESES-ESCALADA-ENV             PIC X(02).

       01  WK-MARCA-ESTADO                   PIC X(10).
       01  WK-MARCA-REVISION                 PIC X(11).

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FECHA-HOY                      PIC 9(08).
       01  WK-FECHA-HOY-X                    REDEFINES WK-FECHA-HOY
                                             PIC X(08).

       01  WK-FICHDOC-NOMBRE                 PIC X(30).
       01  FS-FICHDOC                        PIC X(02).
       01  WK-CONTADOR-COLA                  PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CADUCADOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-ESCALADOS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-REVISIONES            PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM LEER-PARAMETROS         THRU
                        FIN-LEER-PARAMETROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.
           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           ACCEPT WK-FECHA-ACTUAL               FROM DATE.
           STRING 'doccaducados-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHDOC-NOMBRE.
           ACCEPT WK-FECHA-HOY                  FROM DATE YYYYMMDD.

       FIN-INICIALIZAR.
           EXIT.
       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Umbrales y plazos del proceso, de banco.parametro_batch
      *    salvo que la variable de entorno del mismo nombre los
      *    sustituya; el valor usado queda anotado contra la
      *    ejecución.
       LEER-PARAMETROS.
      *----------------
           INITIALIZE                           AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER           TO TRUE.
           MOVE 'RPTDOCCAD'                     TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'RPTDOCCAD_MESES_AVISO'         TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '02'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-MESES-AVISO-ENV.
           IF   WK-MESES-AVISO-ENV IS NUMERIC
                AND WK-MESES-AVISO-ENV NOT = '00'
           THEN MOVE WK-MESES-AVISO-ENV         TO WK-MESES-AVISO
           END-IF.

           MOVE 'RPTDOCCAD_MESES_ESCALADA'      TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 2                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '06'                            TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO
                WK-MESES-ESCALADA-ENV.
           IF   WK-MESES-ESCALADA-ENV IS NUMERIC
                AND WK-MESES-ESCALADA-ENV NOT = '00'
           THEN MOVE WK-MESES-ESCALADA-ENV      TO WK-MESES-ESCALADA
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** RPTDOCCAD LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'RPTDOCCAD'                  TO LOGERR-E-PROGRAMA
                MOVE 'LEER-PARAMETRO'             TO LOGERR-E-PARRAFO
                MOVE PARAMBATCH-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.
       FIN-LEER-PARAMETRO.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'RPTDOCCAD'                     TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHDOC-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** RPTDOCCAD REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHDOC-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
           EXIT.

      * La cola de renovación: clientes con documento registrado que
      * caduca dentro de la ventana de aviso o ya caducado, y clientes
      * cuya revisión KYC por nivel de riesgo (RIESGOCLI) vence dentro
      * de la misma ventana. Se ordena por oficina y, dentro de cada
      * oficina, primero los de riesgo alto, luego medio y luego el
      * resto, y a igual riesgo por urgencia (días hasta la caducidad
      * o la revisión, negativos si ya pasó).
       LISTAR-COLA.
      *--------------
           EXEC SQL
                DECLARE CUR-DOCCAD CURSOR FOR
                SELECT C.id_cliente, C.nif_cliente, C.nom_cliente,
                       COALESCE(C.oficina_cliente, '    '),
                       COALESCE(C.tipo_doc_cliente, ' '),
                       COALESCE(C.num_doc_cliente, ' '),
                       COALESCE(DATE_FORMAT(C.fec_cad_doc_cliente,
                                            '%Y%m%d'), ' '),
                       LEAST(COALESCE(DATEDIFF(C.fec_cad_doc_cliente,
                                               CURDATE()), 99999),
                             COALESCE(DATEDIFF(
                                        RC.fec_prox_revision_riesgo,
                                        CURDATE()), 99999)),
                       CASE WHEN C.fec_cad_doc_cliente <=
                                 DATE_ADD(CURDATE(),
                                   INTERVAL :WK-MESES-AVISO MONTH)
                            THEN 'S' ELSE 'N' END,
                       COALESCE(RC.nivel_riesgo, ' '),
                       COALESCE(DATE_FORMAT(
                                  RC.fec_prox_revision_riesgo,
                                  '%Y%m%d'), ' '),
                       CASE WHEN RC.fec_prox_revision_riesgo <=
                                 DATE_ADD(CURDATE(),
                                   INTERVAL :WK-MESES-AVISO MONTH)
                            THEN 'S' ELSE 'N' END
                FROM   banco.cliente C
                LEFT JOIN banco.riesgo_cliente RC
                       ON RC.id_cliente = C.id_cliente
                WHERE  C.fec_cad_doc_cliente <=
                       DATE_ADD(CURDATE(),
                                INTERVAL :WK-MESES-AVISO MONTH)
                OR     RC.fec_prox_revision_riesgo <=
                       DATE_ADD(CURDATE(),
                                INTERVAL :WK-MESES-AVISO MONTH)
                ORDER BY 4,
                         CASE RC.nivel_riesgo WHEN 'A' THEN 1
                                              WHEN 'M' THEN 2
                                              ELSE 3 END,
                         8
           END-EXEC.

           EXEC SQL OPEN CUR-DOCCAD END-EXEC.
                FETCH CUR-DOCCAD
                INTO  :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-NOM,
                      :WK-CLI-OFICINA, :WK-DOC-TIPO, :WK-DOC-NUM,
                      :WK-DOC-FEC-CAD, :WK-DIAS-CADUCIDAD,
                      :WK-DOC-EN-COLA, :WK-NIVEL-RIESGO,
                      :WK-FEC-REVISION, :WK-REVISION-EN-COLA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                            TO WK-CONTADOR-COLA
                MOVE SPACES                       TO WK-MARCA-ESTADO
                IF   DOC-EN-COLA-SI
                THEN IF   WK-DOC-FEC-CAD < WK-FECHA-HOY-X
                     THEN MOVE 'CADUCADO'         TO WK-MARCA-ESTADO
                          ADD  1                  TO
                               WK-CONTADOR-CADUCADOS
                     ELSE MOVE 'PROXIMO'          TO WK-MARCA-ESTADO
                     END-IF
                END-IF
                IF   REVISION-EN-COLA-SI
                THEN MOVE 'REVISAR KYC'           TO WK-MARCA-REVISION
                     ADD  1                       TO
                          WK-CONTADOR-REVISIONES
                ELSE MOVE SPACES                  TO WK-MARCA-REVISION
                END-IF
                MOVE SPACES                       TO REG-FICHDOC
                STRING 'OFICINA [' WK-CLI-OFICINA '] RIESGO ['
                       WK-NIVEL-RIESGO '] NIF ['
                       WK-CLI-NIF '] ' WK-CLI-NOM
                       ' DOC [' WK-DOC-TIPO ' ' WK-DOC-NUM
                       '] CADUCA [' WK-DOC-FEC-CAD '] '
                       WK-MARCA-ESTADO
                       ' REVISION [' WK-FEC-REVISION '] '
                       WK-MARCA-REVISION
                       DELIMITED BY SIZE     INTO REG-FICHDOC
                WRITE REG-FICHDOC
           WHEN OTHER
                  ']'.
           DISPLAY 'EN ESCALADA A REVISION [' WK-CONTADOR-ESCALADOS
                  ']'.
           DISPLAY 'REVISIONES KYC VENCEN  [' WK-CONTADOR-REVISIONES
                  ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
