       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. DOCUMENTO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Índice documental. Cada documento escaneado en el archivo
      * (contratos, escrituras, órdenes de domiciliación, copias del
      * documento de identidad, certificados de defunción) se indexa
      * aquí contra el cliente o el producto al que pertenece, con la
      * versión de las condiciones firmadas, la fecha de la firma y
      * los firmantes. ALTAPRES, INSMAN y FALLECCLI indexan o
      * comprueban la documentación de lo que dan de alta o marcan,
      * CONSULTACLI lista la del cliente y RPTDOCPEND saca cada día
      * los productos abiertos sin su documentación obligatoria.
      * Como BOVEDA, no confirma: la transacción es de quien llama.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE documento         END-EXEC.

      * Filas encontradas al comprobar la entidad o la referencia.
       01  WK-EXISTENTES                     PIC 9(05).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

      * Fecha de firma recibida, para validarla.
       01  WK-FEC-FIRMA                      PIC 9(08).
       01  WK-FEC-FIRMA-R                    REDEFINES WK-FEC-FIRMA.
           05  WK-FEC-FIRMA-AAAA             PIC 9(04).
           05  WK-FEC-FIRMA-MM               PIC 9(02).
               88  FEC-FIRMA-MES-OK          VALUES 1 THRU 12.
           05  WK-FEC-FIRMA-DD               PIC 9(02).
               88  FEC-FIRMA-DIA-OK          VALUES 1 THRU 31.
       01  WK-FECHA-ACTUAL                   PIC 9(08).

       LINKAGE SECTION.
      *----------------
           COPY 'documento.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-DOCUMENTO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN DOCUMENTO-E-ACC-ALTA
                PERFORM ALTA-DOCUMENTO        THRU FIN-ALTA-DOCUMENTO

           WHEN DOCUMENTO-E-ACC-ANULAR
                PERFORM ANULAR-DOCUMENTO      THRU
                        FIN-ANULAR-DOCUMENTO

           WHEN DOCUMENTO-E-ACC-COMPROBAR
                PERFORM COMPROBAR-DOCUMENTO   THRU
                        FIN-COMPROBAR-DOCUMENTO

           WHEN DOCUMENTO-E-ACC-LISTAR
                PERFORM LISTAR-DOCUMENTOS     THRU
                        FIN-LISTAR-DOCUMENTOS

           WHEN OTHER
                SET DOCUMENTO-STAT-ERR-ACC    TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-DOCUMENTO-SALIDA
                                              REG-DOCUMENTO
                                              REG-DOCUMENTO-NULL.

           MOVE DOCUMENTO-E-USUARIO           TO DOCUMENTO-USUARIO.
           IF   DOCUMENTO-USUARIO = SPACES
           THEN ACCEPT DOCUMENTO-USUARIO      FROM ENVIRONMENT 'USER'
           END-IF.
           IF   DOCUMENTO-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO DOCUMENTO-USUARIO
           END-IF.

           MOVE DOCUMENTO-E-ENTIDAD           TO DOCUMENTO-ENTIDAD.
           MOVE DOCUMENTO-E-ID-ENTIDAD        TO DOCUMENTO-ID-ENTIDAD.
           MOVE DOCUMENTO-E-TIPO              TO DOCUMENTO-TIPO.
       FIN-INICIALIZAR.
           EXIT.

      * Una referencia del archivo se indexa una sola vez, contra un
      * cliente o producto que exista. Un documento nuevo del mismo
      * tipo (otra versión de las condiciones) no sustituye al
      * anterior: ambos quedan, y el vigente es el más reciente.
       ALTA-DOCUMENTO.
      *---------------
           IF   DOCUMENTO-E-REF = SPACES
                OR NOT DOCUMENTO-TIPO-OK
           THEN SET DOCUMENTO-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-ALTA-DOCUMENTO
           END-IF.

           ACCEPT WK-FECHA-ACTUAL             FROM DATE YYYYMMDD.

           IF   DOCUMENTO-E-FEC-FIRMA = ZERO
           THEN MOVE WK-FECHA-ACTUAL          TO WK-FEC-FIRMA
           ELSE MOVE DOCUMENTO-E-FEC-FIRMA    TO WK-FEC-FIRMA
           END-IF.

           IF   NOT FEC-FIRMA-MES-OK
                OR NOT FEC-FIRMA-DIA-OK
                OR WK-FEC-FIRMA > WK-FECHA-ACTUAL
           THEN SET DOCUMENTO-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-ALTA-DOCUMENTO
           END-IF.

           PERFORM COMPROBAR-ENTIDAD          THRU
                   FIN-COMPROBAR-ENTIDAD.

           IF   NOT DOCUMENTO-STAT-OK
           THEN GO TO FIN-ALTA-DOCUMENTO
           END-IF.

           MOVE DOCUMENTO-E-REF               TO DOCUMENTO-REF.
           MOVE ZERO                          TO WK-EXISTENTES.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTENTES
                FROM   banco.documento
                WHERE  ref_documento    = :DOCUMENTO-REF
                AND    estado_documento = 'A'
           END-EXEC.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO ALTA-DOCUMENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-DOCUMENTO
           END-IF.

           IF   WK-EXISTENTES > ZERO
           THEN SET DOCUMENTO-STAT-DUPLICADO  TO TRUE
                GO TO FIN-ALTA-DOCUMENTO
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR banco.documento_id_documento_seq
                INTO   :DOCUMENTO-ID
           END-EXEC.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO ALTA-DOCUMENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-DOCUMENTO
           END-IF.

           MOVE DOCUMENTO-E-VERSION           TO DOCUMENTO-VERSION.
           MOVE WK-FEC-FIRMA                  TO DOCUMENTO-FEC-FIRMA.
           MOVE DOCUMENTO-E-FIRMANTES         TO DOCUMENTO-FIRMANTES.
           SET  DOCUMENTO-ESTADO-VIGENTE      TO TRUE.

           EXEC SQL
                INSERT INTO banco.documento(
                    id_documento,
                    ref_documento,
                    tipo_documento,
                    entidad_documento,
                    id_entidad_documento,
                    version_documento,
                    fec_firma_documento,
                    firmantes_documento,
                    estado_documento,
                    fec_alta_documento,
                    usuario_documento
                )
                VALUES(
                    :DOCUMENTO-ID,
                    :DOCUMENTO-REF,
                    :DOCUMENTO-TIPO,
                    :DOCUMENTO-ENTIDAD,
                    :DOCUMENTO-ID-ENTIDAD,
                    :DOCUMENTO-VERSION,
                    str_to_date(:DOCUMENTO-FEC-FIRMA, '%Y%m%d'),
                    :DOCUMENTO-FIRMANTES,
                    :DOCUMENTO-ESTADO,
                    CURDATE(),
                    :DOCUMENTO-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           IF   SQL-SUCCESS
           THEN MOVE DOCUMENTO-ID             TO DOCUMENTO-S-ID
           ELSE SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO ALTA-DOCUMENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ALTA-DOCUMENTO.
           EXIT.

      * El cliente o producto del vínculo tiene que existir en su
      * tabla; no se mira su estado, porque la documentación de un
      * producto cancelado se sigue archivando.
       COMPROBAR-ENTIDAD.
      *------------------
           MOVE ZERO                          TO WK-EXISTENTES.

           EVALUATE TRUE
           WHEN DOCUMENTO-ENTIDAD-CLIENTE
                EXEC SQL
                     SELECT COUNT(*)
                     INTO   :WK-EXISTENTES
                     FROM   banco.cliente
                     WHERE  id_cliente = :DOCUMENTO-ID-ENTIDAD
                END-EXEC
           WHEN DOCUMENTO-ENTIDAD-CUENTA
                EXEC SQL
                     SELECT COUNT(*)
                     INTO   :WK-EXISTENTES
                     FROM   banco.cuenta
                     WHERE  id_medio = :DOCUMENTO-ID-ENTIDAD
                END-EXEC
           WHEN DOCUMENTO-ENTIDAD-TARJETA
                EXEC SQL
                     SELECT COUNT(*)
                     INTO   :WK-EXISTENTES
                     FROM   banco.tarjeta
                     WHERE  id_medio = :DOCUMENTO-ID-ENTIDAD
                END-EXEC
           WHEN DOCUMENTO-ENTIDAD-PRESTAMO
                EXEC SQL
                     SELECT COUNT(*)
                     INTO   :WK-EXISTENTES
                     FROM   banco.prestamo
                     WHERE  id_prestamo = :DOCUMENTO-ID-ENTIDAD
                END-EXEC
           WHEN DOCUMENTO-ENTIDAD-PLAZO
                EXEC SQL
                     SELECT COUNT(*)
                     INTO   :WK-EXISTENTES
                     FROM   banco.plazo_fijo
                     WHERE  id_plazo = :DOCUMENTO-ID-ENTIDAD
                END-EXEC
           WHEN DOCUMENTO-ENTIDAD-MANDATO
                EXEC SQL
                     SELECT COUNT(*)
                     INTO   :WK-EXISTENTES
                     FROM   banco.mandato
                     WHERE  id_medio = :DOCUMENTO-ID-ENTIDAD
                END-EXEC
           WHEN OTHER
                SET DOCUMENTO-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-COMPROBAR-ENTIDAD
           END-EVALUATE.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO COMPROBAR-ENTIDAD: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-ENTIDAD
           END-IF.

           IF   WK-EXISTENTES = ZERO
           THEN SET DOCUMENTO-STAT-ENC-NO     TO TRUE
           END-IF.

       FIN-COMPROBAR-ENTIDAD.
           EXIT.

      * Una entrada mal indexada, o la de un documento que el archivo
      * ha retirado, queda anulada; no se borra.
       ANULAR-DOCUMENTO.
      *-----------------
           MOVE DOCUMENTO-E-ID                TO DOCUMENTO-ID.

           EXEC SQL
                SELECT estado_documento
                INTO   :DOCUMENTO-ESTADO
                FROM   banco.documento
                WHERE  id_documento = :DOCUMENTO-ID
           END-EXEC.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   NOT DOCUMENTO-ESTADO-VIGENTE
                THEN SET DOCUMENTO-STAT-ENC-NO TO TRUE
                     GO TO FIN-ANULAR-DOCUMENTO
                END-IF
           WHEN SQL-NODATA
                SET DOCUMENTO-STAT-ENC-NO     TO TRUE
                GO TO FIN-ANULAR-DOCUMENTO
           WHEN OTHER
                SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO ANULAR-DOCUMENTO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ANULAR-DOCUMENTO
           END-EVALUATE.

           EXEC SQL
                UPDATE banco.documento
                SET    estado_documento  = 'B',
                       usuario_documento = :DOCUMENTO-USUARIO
                WHERE  id_documento      = :DOCUMENTO-ID
           END-EXEC.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           IF   SQL-SUCCESS
           THEN MOVE DOCUMENTO-ID             TO DOCUMENTO-S-ID
           ELSE SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO ANULAR-DOCUMENTO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ANULAR-DOCUMENTO.
           EXIT.

      * ¿Tiene el cliente o producto en archivo un documento vigente
      * de ese tipo? Se devuelve el más reciente.
       COMPROBAR-DOCUMENTO.
      *--------------------
           SET  DOCUMENTO-S-EN-ARCHIVO-NO     TO TRUE.

           EXEC SQL
                SELECT COALESCE(MAX(id_documento), 0)
                INTO   :DOCUMENTO-ID
                FROM   banco.documento
                WHERE  entidad_documento    = :DOCUMENTO-ENTIDAD
                AND    id_entidad_documento = :DOCUMENTO-ID-ENTIDAD
                AND    tipo_documento       = :DOCUMENTO-TIPO
                AND    estado_documento     = 'A'
           END-EXEC.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO COMPROBAR-DOCUMENTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-DOCUMENTO
           END-IF.

           IF   DOCUMENTO-ID > ZERO
           THEN SET  DOCUMENTO-S-EN-ARCHIVO-SI TO TRUE
                MOVE DOCUMENTO-ID             TO DOCUMENTO-S-ID
           END-IF.

       FIN-COMPROBAR-DOCUMENTO.
           EXIT.

      * Documentos vigentes de un cliente o producto, del firmado más
      * recientemente al más antiguo.
       LISTAR-DOCUMENTOS.
      *------------------
           EXEC SQL
                DECLARE CUR-DOCUMENTOS CURSOR FOR
                SELECT id_documento, tipo_documento, ref_documento,
                       COALESCE(version_documento, ' '),
                       DATE_FORMAT(fec_firma_documento, '%Y%m%d'),
                       COALESCE(firmantes_documento, ' ')
                FROM   banco.documento
                WHERE  entidad_documento    = :DOCUMENTO-ENTIDAD
                AND    id_entidad_documento = :DOCUMENTO-ID-ENTIDAD
                AND    estado_documento     = 'A'
                ORDER BY fec_firma_documento DESC, id_documento DESC
           END-EXEC.

           EXEC SQL OPEN CUR-DOCUMENTOS END-EXEC.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO LISTAR-DOCUMENTOS: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LISTAR-DOCUMENTOS
           END-IF.

           PERFORM LEER-DOCUMENTO             THRU FIN-LEER-DOCUMENTO
           UNTIL  SQL-NODATA
           OR     NOT DOCUMENTO-STAT-OK
           OR     DOCUMENTO-S-CONTADOR >= 20.

           EXEC SQL CLOSE CUR-DOCUMENTOS END-EXEC.

       FIN-LISTAR-DOCUMENTOS.
           EXIT.

       LEER-DOCUMENTO.
      *---------------
           EXEC SQL
                FETCH CUR-DOCUMENTOS
                INTO  :DOCUMENTO-ID, :DOCUMENTO-TIPO, :DOCUMENTO-REF,
                      :DOCUMENTO-VERSION, :DOCUMENTO-FEC-FIRMA,
                      :DOCUMENTO-FIRMANTES
           END-EXEC.

           MOVE SQLCODE                       TO DOCUMENTO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                CONTINUE
           WHEN SQL-SUCCESS
                ADD  1                        TO DOCUMENTO-S-CONTADOR
                MOVE DOCUMENTO-ID             TO
                     DOCUMENTO-S-DOC-ID(DOCUMENTO-S-CONTADOR)
                MOVE DOCUMENTO-TIPO           TO
                     DOCUMENTO-S-DOC-TIPO(DOCUMENTO-S-CONTADOR)
                MOVE DOCUMENTO-REF            TO
                     DOCUMENTO-S-DOC-REF(DOCUMENTO-S-CONTADOR)
                MOVE DOCUMENTO-VERSION        TO
                     DOCUMENTO-S-DOC-VERSION(DOCUMENTO-S-CONTADOR)
                MOVE DOCUMENTO-FEC-FIRMA      TO
                     DOCUMENTO-S-DOC-FEC-FIRMA(DOCUMENTO-S-CONTADOR)
                MOVE DOCUMENTO-FIRMANTES      TO
                     DOCUMENTO-S-DOC-FIRMANTES(DOCUMENTO-S-CONTADOR)
           WHEN OTHER
                SET DOCUMENTO-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** DOCUMENTO LEER-DOCUMENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-DOCUMENTO.
           EXIT.
