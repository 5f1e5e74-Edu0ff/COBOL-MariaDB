      *    una línea imprimible/enviable por cada plazo fijo que
      *    vence dentro de la ventana de preaviso, con el importe
      *    estimado al vencimiento y la instrucción de renovación
      *    vigente, en el estilo de las cartas de AVISODOM. La carta
      *    va al domicilio de envío del titular (DOMENVIO) o, si
      *    Correos ha devuelto todos los suyos, queda retenida para
      *    su oficina. Su nombre lleva la fecha de la ejecución para
      *    no pisar el de ejecuciones anteriores.
           SELECT FICHAVIPLA ASSIGN TO WK-FICHAVIPLA-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
       FILE SECTION.
      *-------------
      * Un registro por carta generada.
       FD FICHAVIPLA RECORD CONTAINS 400 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHAVIPLA                   PIC X(400).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Fila del cursor: el plazo a punto de vencer y su titular; el
      * domicilio al que enviar la carta lo da DOMENVIO.
       01  WK-PLAZO-ID                     PIC 9(10).
       01  WK-PLAZO-PRINCIPAL               PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-PLAZO-FEC-VENC                PIC X(08).
       01  WK-DIAS-TRAMO                    PIC S9(05).
       01  WK-DIAS-TOTAL                    PIC S9(05).
       01  WK-CLI-ID                       PIC 9(10).
       01  WK-CLI-NIF                      PIC X(10).
       01  WK-CLI-NOM                      PIC X(57).
       01  WK-CLI-IDIOMA                   PIC X(02).

      * Ventana de preaviso en días.
           COPY 'plantilla.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'domenvio.cpy'.

      * Texto fijo de la carta: plantilla en el idioma del cliente
      * si legal la ha cargado, y el literal de siempre si no.
           88  STAT-ERR-SQL                 VALUE 01.
           88  STAT-ERR-IO                  VALUE 02.

      * Los días de preaviso se ajustan con el parámetro
      * AVISOPLAZO_DIAS; por omisión quince días.
       01  WK-DIAS-PREAVISO-ENV             PIC X(03).

       01  FS-FICHAVIPLA                    PIC X(02).
       01  WK-SQLCODE                       PIC S9(09) COMP-5.

      * Cuántas cartas llevamos generadas, y de ellas cuántas
      * retenidas para la oficina.
       01  WK-CONTADOR-CARTAS               PIC 9(06) VALUE 0.
       01  WK-CONTADOR-RETENIDAS            PIC 9(06) VALUE 0.

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
           STRING 'avisos-plazo-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHAVIPLA-NOMBRE.

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
           MOVE 'AVISOPLAZO'                    TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO PARAMBATCH-E-ID-EJEC.

           MOVE 'AVISOPLAZO_DIAS'               TO
                PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                             TO
                PARAMBATCH-E-NUMERICO.
           MOVE 3                               TO
                PARAMBATCH-E-LONGITUD.
           MOVE '015'                           TO
                PARAMBATCH-E-VALOR-DEFECTO.
           PERFORM LEER-PARAMETRO               THRU FIN-LEER-PARAMETRO.
           MOVE PARAMBATCH-S-VALOR              TO WK-DIAS-PREAVISO-ENV.
           IF   WK-DIAS-PREAVISO-ENV IS NUMERIC
                AND WK-DIAS-PREAVISO-ENV NOT = '000'
           THEN MOVE WK-DIAS-PREAVISO-ENV       TO WK-DIAS-PREAVISO
           END-IF.

       FIN-LEER-PARAMETROS.
           EXIT.

       LEER-PARAMETRO.
      *---------------
           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** AVISOPLAZO LEER-PARAMETRO: NO'
                DISPLAY 'SE PUDO LEER ' PARAMBATCH-E-PARAMETRO
                MOVE 'AVISOPLAZO'                 TO LOGERR-E-PROGRAMA
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
           MOVE 'AVISOPLAZO'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHAVIPLA-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** AVISOPLAZO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHAVIPLA-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
       FIN-CERRAR-FICHERO.
           EXIT.

      * ventana de preaviso, con su titular, saltando
      * ventana de preaviso, con el titular y su domicilio, saltando
      * los ya avisados (banco.aviso_plazo hace de libro de avisos
      * igual que banco.aviso_domicilio en AVISODOM). Así la carta
                                         P.fecha_apertura_plazo)),
                       DATEDIFF(P.fecha_vencimiento_plazo,
                                P.fecha_apertura_plazo),
                       C.id_cliente, C.nif_cliente, C.nom_cliente,
                       COALESCE(C.idioma_cliente, 'ES')
                FROM   banco.plazo_fijo P, banco.cuenta CT,
                       banco.cliente_rln_cuenta R, banco.cliente C
                WHERE  P.estado_plazo = 'A'
                AND    P.fecha_vencimiento_plazo > CURDATE()
                AND    P.fecha_vencimiento_plazo <=
                AND    R.id_medio    = CT.id_medio
                AND    R.tip_rln     = 'T'
                AND    C.id_cliente  = R.id_cliente
                AND    NOT EXISTS (
                           SELECT 1
                           FROM   banco.aviso_plazo A
                      :WK-PLAZO-TASA, :WK-PLAZO-RENOVAR,
                      :WK-PLAZO-FEC-VENC,
                      :WK-DIAS-TRAMO, :WK-DIAS-TOTAL,
                      :WK-CLI-ID, :WK-CLI-NIF, :WK-CLI-NOM,
                      :WK-CLI-IDIOMA
           END-EXEC.

                        + WK-PLAZO-PRINCIPAL * WK-PLAZO-TASA
           END-IF.

           INITIALIZE                            AREA-DOMENVIO.
           MOVE WK-CLI-ID                        TO DOMENVIO-E-ID-CLI.

           CALL "DOMENVIO"                       USING AREA-DOMENVIO.

           IF   NOT DOMENVIO-STAT-OK
                AND NOT DOMENVIO-STAT-RETENER
           THEN SET STAT-ERR-SQL                 TO TRUE
                DISPLAY '*** FATAL *** AVISOPLAZO GENERAR-CARTA: ERR'
                DISPLAY 'CLIENTE  [' WK-CLI-ID ']'
                DISPLAY 'DOMENVIO [' DOMENVIO-STAT ']'
                MOVE 'AVISOPLAZO'                 TO LOGERR-E-PROGRAMA
                MOVE 'GENERAR-CARTA'              TO LOGERR-E-PARRAFO
                MOVE DOMENVIO-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                       TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
                GO TO FIN-GENERAR-CARTA
           END-IF.

           PERFORM OBTENER-PLANTILLA             THRU
                   FIN-OBTENER-PLANTILLA.

      *    Sin domicilio entregable la carta se imprime igual, pero
      *    retenida para la oficina, y el plazo queda avisado.
           MOVE SPACES                           TO REG-FICHAVIPLA.
           IF   DOMENVIO-STAT-RETENER
           THEN STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM ' ' WK-TEXTO-CARTA
                       ' RETENIDA EN OFICINA ['
                       DOMENVIO-S-OFICINA ']'
                       ' PLAZO [' WK-PLAZO-ID '] VENCE ['
                       WK-PLAZO-FEC-VENC '] IMPORTE ESTIMADO ['
                       WK-IMPORTE-VENC '] RENOVAR ['
                       WK-PLAZO-RENOVAR ']'
                       DELIMITED BY SIZE         INTO REG-FICHAVIPLA
                ADD  1                           TO
                     WK-CONTADOR-RETENIDAS
           ELSE STRING 'NIF [' WK-CLI-NIF '] '
                       WK-CLI-NOM ' ' WK-TEXTO-CARTA
                       ' DOMICILIO [' DOMENVIO-S-CALLE ' '
                       DOMENVIO-S-NUM ' ' DOMENVIO-S-COD-POS ' '
                       DOMENVIO-S-POBL ']'
                       ' PLAZO [' WK-PLAZO-ID '] VENCE ['
                       WK-PLAZO-FEC-VENC '] IMPORTE ESTIMADO ['
                       WK-IMPORTE-VENC '] RENOVAR ['
                       WK-PLAZO-RENOVAR ']'
                       DELIMITED BY SIZE         INTO REG-FICHAVIPLA
           END-IF.

           WRITE REG-FICHAVIPLA.

           DISPLAY 'VENTANA DE PREAVISO [' WK-DIAS-PREAVISO '] DIAS'.
           DISPLAY 'FICHERO DE SALIDA   [' WK-FICHAVIPLA-NOMBRE ']'.
           DISPLAY 'CARTAS GENERADAS    [' WK-CONTADOR-CARTAS ']'.
           DISPLAY 'RETENIDAS OFICINA   [' WK-CONTADOR-RETENIDAS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
