       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. EXPRGPD.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Respuesta a una solicitud de acceso y portabilidad de datos
      * personales (RGPD) de una persona identificada por su NIF: todo
      * lo que el banco guarda de ella, en un informe legible para
      * entregárselo y en un fichero delimitado para la portabilidad.
      * Comprende la ficha de banco.cliente, sus domicilios, sus
      * contactos (alias de pago), sus relaciones (cuentas, poderes
      * otorgados y recibidos, titularidad real, avales y apoderamiento
      * de sociedades), cuentas, tarjetas con el número enmascarado,
      * movimientos vivos y purgados, préstamos, depósitos, mandatos,
      * el historial de consentimientos y las consultas de su ficha
      * anotadas en banco.auditoria_consulta. Una persona que no es
      * cliente también recibe respuesta con lo que haya de ella por
      * su NIF.
      *
      * Cada solicitud queda en banco.solicitud_rgpd con su fecha de
      * recepción y el plazo de un mes para responderla; la ejecución
      * que genera la respuesta la marca como respondida con la fecha,
      * la ejecución y los ficheros entregados. Si una ejecución
      * falla, la solicitud sigue pendiente y la siguiente del mismo
      * NIF la retoma con su fecha original.
      *
      * Parámetros: EXPRGPD_NIF (obligatorio) y EXPRGPD_FECHA, fecha
      * de recepción de la solicitud (AAAAMMDD, por omisión hoy).

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       CONFIGURATION SECTION.
      *----------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
      *    Informe legible para el interesado. Su nombre lleva el
      *    número de solicitud y la fecha de la ejecución.
           SELECT FICHINF  ASSIGN TO WK-FICHINF-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHINF.

      *    Los mismos datos en campos separados por punto y coma, un
      *    registro por dato con su tipo en el primer campo.
           SELECT FICHDAT  ASSIGN TO WK-FICHDAT-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHDAT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHINF  RECORD CONTAINS 200 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHINF                      PIC X(200).

       FD FICHDAT  RECORD CONTAINS 300 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHDAT                      PIC X(300).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.
           EXEC SQL INCLUDE domicilio        END-EXEC.

      * Solicitud en curso: número, NIF, fecha de recepción, fecha
      * límite de respuesta y si ya se ha pasado.
       01  WK-SOL-ID                         PIC 9(10).
       01  WK-SOL-NIF                        PIC X(10).
       01  WK-SOL-FEC                        PIC X(08).
       01  WK-SOL-FEC-LIMITE                 PIC X(08).
       01  WK-SOL-FUERA-PLAZO                PIC X(01).
           88  SOL-FUERA-PLAZO               VALUE 'S'.
       01  WK-SOL-FICHINF                    PIC X(50).
       01  WK-SOL-FICHDAT                    PIC X(50).
       01  WK-SOL-ID-EJEC                    PIC 9(10).

      * Ficha del cliente; a cero si el NIF no es de ningún cliente.
       01  WK-CLI-ID                         PIC 9(10).
       01  WK-CLI-NOM                        PIC X(57).
       01  WK-CLI-FEC-NAC                    PIC X(08).
       01  WK-CLI-OFICINA                    PIC X(04).
       01  WK-CLI-CLASE                      PIC X(01).
       01  WK-CLI-NIF-APODERADO              PIC X(10).
       01  WK-CLI-FEC-ALTA                   PIC X(08).
       01  WK-CLI-FEC-FALLEC                 PIC X(08).
       01  WK-CLI-DOC-TIPO                   PIC X(01).
       01  WK-CLI-DOC-NUM                    PIC X(20).
       01  WK-CLI-DOC-FEC-CAD                PIC X(08).
       01  WK-CLI-PAIS                       PIC X(02).
       01  WK-CLI-TIN                        PIC X(20).
       01  WK-CLI-AUTOCERT                   PIC X(01).
       01  WK-CLI-IDIOMA                     PIC X(02).

      * Domicilio en curso: clase de relación con el cliente.
       01  WK-DOM-TIPO                       PIC X(01).

      * Alias de pago (teléfono o correo electrónico) en curso.
       01  WK-ALI-ALIAS                      PIC X(40).
       01  WK-ALI-TIPO                       PIC X(01).
       01  WK-ALI-ESTADO                     PIC X(01).
       01  WK-ALI-FEC                        PIC X(08).

      * Relación en curso: clase, la otra parte (cuenta, NIF o
      * préstamo), detalle y estado.
       01  WK-REL-TIPO                       PIC X(14).
       01  WK-REL-REFERENCIA                 PIC X(20).
       01  WK-REL-DETALLE                    PIC X(60).
       01  WK-REL-ESTADO                     PIC X(01).

      * Cuenta en curso.
       01  WK-CTA-NUM                        PIC X(20).
       01  WK-CTA-RLN                        PIC X(05).
       01  WK-CTA-SALDO                      PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-CTA-LIMITE                     PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-CTA-ESTADO                     PIC X(01).
       01  WK-CTA-DIVISA                     PIC X(03).
       01  WK-CTA-PRODUCTO                   PIC X(06).
       01  WK-CTA-FEC-ALTA                   PIC X(08).

      * Tarjeta en curso, con el número ya enmascarado.
       01  WK-TAR-NUM                        PIC X(16).
       01  WK-TAR-CRED                       PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-TAR-CADUCIDAD                  PIC X(05).
       01  WK-TAR-ESTADO                     PIC X(01).
       01  WK-TAR-DIVISA                     PIC X(03).
       01  WK-TAR-PRODUCTO                   PIC X(06).
       01  WK-TAR-FEC-ALTA                   PIC X(08).

      * Movimiento en curso: cuenta o tarjeta (enmascarada), y si
      * está en la tabla viva (V) o ya purgado al histórico (H).
       01  WK-MOV-MEDIO                      PIC X(20).
       01  WK-MOV-FEC                        PIC X(19).
       01  WK-MOV-CPT                        PIC X(49).
       01  WK-MOV-IMPT                       PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-MOV-DIVISA                     PIC X(03).
       01  WK-MOV-REF                        PIC 9(12).
       01  WK-MOV-ORIGEN                     PIC X(01).

      * Préstamo o depósito en curso.
       01  WK-OPE-ID                         PIC 9(10).
       01  WK-OPE-CTA                        PIC X(20).
       01  WK-OPE-PRINCIPAL                  PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-OPE-TASA                       PIC 9(01)V9(04).
       01  WK-OPE-PLAZO                      PIC 9(03).
       01  WK-OPE-CUOTA                      PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-OPE-PAGADAS                    PIC 9(03).
       01  WK-OPE-FEC-INICIO                 PIC X(08).
       01  WK-OPE-FEC-FIN                    PIC X(08).
       01  WK-OPE-ESTADO                     PIC X(01).

      * Mandato en curso.
       01  WK-MAN-REF                        PIC X(12).
       01  WK-MAN-CTA                        PIC X(20).
       01  WK-MAN-FEC-ALTA                   PIC X(08).
       01  WK-MAN-ESTADO                     PIC X(01).

      * Cambio de consentimiento en curso.
       01  WK-CON-FEC                        PIC X(19).
       01  WK-CON-FINALIDAD                  PIC X(01).
       01  WK-CON-ESTADO                     PIC X(01).
       01  WK-CON-CANAL                      PIC X(01).
       01  WK-CON-VERSION                    PIC X(10).

      * Consulta de la ficha en curso.
       01  WK-AUD-FEC                        PIC X(19).
       01  WK-AUD-USUARIO                    PIC X(30).
       01  WK-AUD-OPCION                     PIC X(12).
       01  WK-AUD-RESULTADO                  PIC X(01).
           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
      * para cerrarla.
       01  WK-BATLOG-ID-EJEC                 PIC 9(10) VALUE 0.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

      * Valor de retorno al sistema operativo (status).
       01  SW-STAT                           PIC 9(02) VALUE 00.
           88  STAT-OK                       VALUE 00.
           88  STAT-ERR-SQL                  VALUE 01.
           88  STAT-ERR-IO                   VALUE 02.
           88  STAT-ERR-PARM                 VALUE 03.


       01  SW-FIN-CURSOR                     PIC 9(01) VALUE 0.
           88  FIN-CURSOR                    VALUE 1.
           88  NO-FIN-CURSOR                 VALUE 0.

       01  WK-NIF-ENV                        PIC X(10).
       01  WK-FECHA-ENV                      PIC X(08).

       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  WK-FICHINF-NOMBRE                 PIC X(50).
       01  FS-FICHINF                        PIC X(02).
       01  WK-FICHDAT-NOMBRE                 PIC X(50).
       01  FS-FICHDAT                        PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Título de la sección del informe en curso y registros que
      * lleva.
       01  WK-SECCION                        PIC X(40).
       01  WK-CONTADOR-SECCION               PIC 9(06) VALUE 0.

      * Importes y tipos editados: para el informe con separador de
      * miles, para el fichero delimitado con signo y coma decimal.
       01  WK-IMPORTE-1-EDIT                 PIC -ZZ.ZZZ.ZZ9,99.
       01  WK-IMPORTE-2-EDIT                 PIC -ZZ.ZZZ.ZZ9,99.
       01  WK-IMPORTE-1-DATO                 PIC -9(08),99.
       01  WK-IMPORTE-2-DATO                 PIC -9(08),99.
       01  WK-TASA-EDIT                      PIC 9,9999.

      * Registros del fichero delimitado, y de ellos movimientos.
       01  WK-CONTADOR-REGISTROS             PIC 9(06) VALUE 0.
       01  WK-CONTADOR-MOVIMIENTOS           PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                  THRU FIN-INICIALIZAR.

           IF   STAT-OK
           THEN PERFORM CONECTAR-BD             THRU FIN-CONECTAR-BD
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-SOLICITUD     THRU
                        FIN-REGISTRAR-SOLICITUD
           END-IF.

           IF   STAT-OK
           THEN PERFORM BUSCAR-CLIENTE          THRU
                        FIN-BUSCAR-CLIENTE
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHEROS          THRU
                        FIN-ABRIR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM EXPORTAR-DATOS          THRU
                        FIN-EXPORTAR-DATOS
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
                PERFORM CERRAR-FICHEROS         THRU
                        FIN-CERRAR-FICHEROS
           END-IF.

           IF   STAT-OK
           THEN PERFORM CERRAR-SOLICITUD        THRU
                        FIN-CERRAR-SOLICITUD
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           END-IF.

           PERFORM DESCONECTAR-BD               THRU FIN-DESCONECTAR-BD.
           PERFORM MOSTRAR-ESTADO               THRU FIN-MOSTRAR-ESTADO.

           STOP RUN RETURNING SW-STAT.

       INICIALIZAR.
      *------------
           ACCEPT WK-FECHA-ACTUAL               FROM DATE YYYYMMDD.

           MOVE SPACES                          TO WK-NIF-ENV.
           ACCEPT WK-NIF-ENV                    FROM ENVIRONMENT
                                                'EXPRGPD_NIF'.

           IF   WK-NIF-ENV = SPACES
           THEN SET STAT-ERR-PARM               TO TRUE
                DISPLAY '*** FATAL *** EXPRGPD INICIALIZAR: FALTA LA'
                DISPLAY 'VARIABLE DE ENTORNO EXPRGPD_NIF'
                GO TO FIN-INICIALIZAR
           END-IF.

           MOVE WK-NIF-ENV                      TO WK-SOL-NIF.

      *    La fecha de recepción, si no viene o no es válida, es la
      *    de hoy.
           MOVE SPACES                          TO WK-FECHA-ENV.
           ACCEPT WK-FECHA-ENV                  FROM ENVIRONMENT
                                                'EXPRGPD_FECHA'.

           IF   WK-FECHA-ENV IS NUMERIC
                AND WK-FECHA-ENV NOT > WK-FECHA-ACTUAL
           THEN MOVE WK-FECHA-ENV               TO WK-SOL-FEC
           ELSE MOVE WK-FECHA-ACTUAL            TO WK-SOL-FEC
           END-IF.

       FIN-INICIALIZAR.
           EXIT.

       CONECTAR-BD.
      *------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-ABRIR             TO TRUE.

      *    El origen de datos se toma de la variable de entorno
      *    BANCO_DSNAME si está definida; si no, se mantiene el valor
      *    por omisión de WK-DATASOURCE.
           MOVE SPACES                          TO WK-DATASOURCE-ENV.
           ACCEPT WK-DATASOURCE-ENV             FROM ENVIRONMENT
                                                 'BANCO_DSNAME'.
           IF   WK-DATASOURCE-ENV NOT = SPACES
           THEN MOVE WK-DATASOURCE-ENV          TO WK-DATASOURCE
           END-IF.

           MOVE WK-DATASOURCE                   TO CONEXMDB-E-DSNAME.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

           IF   NOT CONEXMDB-STAT-OK
           THEN SET STAT-ERR-SQL                TO TRUE
                DISPLAY '*** FATAL *** EXPRGPD CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'EXPRGPD'                   TO LOGERR-E-PROGRAMA
                MOVE 'CONECTAR-BD'               TO LOGERR-E-PARRAFO
                MOVE CONEXMDB-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      *    Da de alta la fila de control del lote en banco.batch_log
      *    y se queda con su identificador para poder cerrarla al
      *    terminar.
       REGISTRAR-INICIO-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-INICIAR            TO TRUE.
           MOVE 'EXPRGPD'                       TO BATLOG-E-PROGRAMA.

           CALL "BATLOG"                        USING AREA-BATLOG.

           IF   BATLOG-STAT-OK
           THEN MOVE BATLOG-S-ID-EJEC           TO WK-BATLOG-ID-EJEC
           END-IF.

       FIN-REGISTRAR-INICIO-BATCH.
           EXIT.

      *    Cierra la fila de control abierta por REGISTRAR-INICIO-
      *    BATCH con el numero de filas tratadas y el estado final.
       REGISTRAR-FIN-BATCH.
      *------------------------
           INITIALIZE                           AREA-BATLOG-ENTRADA.

           SET  BATLOG-E-ACC-FINALIZAR          TO TRUE.
           MOVE WK-BATLOG-ID-EJEC               TO BATLOG-E-ID-EJEC.
           MOVE WK-CONTADOR-REGISTROS           TO
                BATLOG-E-NUM-REGISTROS.

           IF   STAT-OK
           THEN SET BATLOG-E-ESTADO-OK          TO TRUE
           ELSE SET BATLOG-E-ESTADO-ERROR       TO TRUE
           END-IF.

           CALL "BATLOG"                        USING AREA-BATLOG.

       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR            TO TRUE.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.


      *    Da de alta en el catálogo de informes las dos salidas, como
      *    restringidas: son todos los datos personales de una persona.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'EXPRGPD'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHINF-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXPRGPD REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHINF-NOMBRE ']'
           END-IF.

           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'EXPRGPD'                       TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHDAT-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 3                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** EXPRGPD REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHDAT-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

      *    Una solicitud del NIF que siga pendiente se retoma con su
      *    fecha de recepción; si no hay, se da de alta con el plazo
      *    de un mes. El alta se confirma enseguida para que la
      *    solicitud conste aunque la respuesta falle.
       REGISTRAR-SOLICITUD.
      *--------------------
           EXEC SQL
                SELECT COALESCE(MAX(id_solicitud), 0)
                INTO   :WK-SOL-ID
                FROM   banco.solicitud_rgpd
                WHERE  nif_solicitud    = :WK-SOL-NIF
                AND    estado_solicitud = 'P'
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'REGISTRAR-SOLICITUD'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-REGISTRAR-SOLICITUD
           END-IF.

           IF   WK-SOL-ID = ZERO
           THEN PERFORM ALTA-SOLICITUD          THRU
                        FIN-ALTA-SOLICITUD
           END-IF.

           IF   NOT STAT-OK
           THEN GO TO FIN-REGISTRAR-SOLICITUD
           END-IF.

           EXEC SQL
                SELECT DATE_FORMAT(fec_solicitud, '%Y%m%d'),
                       DATE_FORMAT(fec_limite_solicitud, '%Y%m%d'),
                       CASE WHEN CURDATE() > fec_limite_solicitud
                            THEN 'S' ELSE 'N' END
                INTO   :WK-SOL-FEC, :WK-SOL-FEC-LIMITE,
                       :WK-SOL-FUERA-PLAZO
                FROM   banco.solicitud_rgpd
                WHERE  id_solicitud = :WK-SOL-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'REGISTRAR-SOLICITUD'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-REGISTRAR-SOLICITUD
           END-IF.

           STRING 'exprgpd-informe-' WK-SOL-ID '-' WK-FECHA-ACTUAL
                  '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHINF-NOMBRE.
           STRING 'exprgpd-datos-' WK-SOL-ID '-' WK-FECHA-ACTUAL
                  '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHDAT-NOMBRE.

       FIN-REGISTRAR-SOLICITUD.
           EXIT.

       ALTA-SOLICITUD.
      *---------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.solicitud_rgpd_id_solicitud_seq
                INTO   :WK-SOL-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ALTA-SOLICITUD'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ALTA-SOLICITUD
           END-IF.

           EXEC SQL
                INSERT INTO banco.solicitud_rgpd(
                    id_solicitud,
                    nif_solicitud,
                    fec_solicitud,
                    fec_limite_solicitud,
                    estado_solicitud
                )
                VALUES(
                    :WK-SOL-ID,
                    :WK-SOL-NIF,
                    str_to_date(:WK-SOL-FEC, '%Y%m%d'),
                    DATE_ADD(str_to_date(:WK-SOL-FEC, '%Y%m%d'),
                             INTERVAL 1 MONTH),
                    'P'
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ALTA-SOLICITUD'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-ALTA-SOLICITUD
           END-IF.

           EXEC SQL commit END-EXEC.

       FIN-ALTA-SOLICITUD.
           EXIT.

      *    Respondida: fecha de respuesta, ejecución y ficheros. Una
      *    respuesta fuera de plazo se da igual, pero se avisa.
       CERRAR-SOLICITUD.
      *-----------------
           MOVE WK-BATLOG-ID-EJEC               TO WK-SOL-ID-EJEC.
           MOVE WK-FICHINF-NOMBRE               TO WK-SOL-FICHINF.
           MOVE WK-FICHDAT-NOMBRE               TO WK-SOL-FICHDAT.

           EXEC SQL
                UPDATE banco.solicitud_rgpd
                SET    estado_solicitud    = 'R',
                       fec_respuesta       = CURDATE(),
                       id_cliente          = NULLIF(:WK-CLI-ID, 0),
                       id_ejec_solicitud   = :WK-SOL-ID-EJEC,
                       fichero_informe     = :WK-SOL-FICHINF,
                       fichero_datos       = :WK-SOL-FICHDAT
                WHERE  id_solicitud        = :WK-SOL-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CERRAR-SOLICITUD'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                EXEC SQL rollback END-EXEC
                GO TO FIN-CERRAR-SOLICITUD
           END-IF.

           EXEC SQL commit END-EXEC.

           IF   SOL-FUERA-PLAZO
           THEN DISPLAY '*** AVISO *** EXPRGPD CERRAR-SOLICITUD'
                DISPLAY 'SOLICITUD [' WK-SOL-ID '] RESPONDIDA FUERA '
                        'DE PLAZO, LIMITE [' WK-SOL-FEC-LIMITE ']'
           END-IF.

       FIN-CERRAR-SOLICITUD.
           EXIT.

      *    Un NIF que no es de ningún cliente deja WK-CLI-ID a cero:
      *    las secciones que cuelgan del cliente salen vacías y las que
      *    se buscan por NIF (contactos, poderes, titularidad real,
      *    consultas) salen igual.
       BUSCAR-CLIENTE.
      *---------------
           MOVE ZERO                            TO WK-CLI-ID.

           EXEC SQL
                SELECT id_cliente, nom_cliente,
                       COALESCE(DATE_FORMAT(fec_nac_cliente,
                                            '%Y%m%d'), ''),
                       COALESCE(oficina_cliente, ''),
                       COALESCE(clase_cliente, ''),
                       COALESCE(nif_apoderado_cliente, ''),
                       COALESCE(DATE_FORMAT(fec_alta_cliente,
                                            '%Y%m%d'), ''),
                       COALESCE(DATE_FORMAT(
                                fecha_fallecimiento_cliente,
                                '%Y%m%d'), ''),
                       COALESCE(tipo_doc_cliente, ''),
                       COALESCE(num_doc_cliente, ''),
                       COALESCE(DATE_FORMAT(fec_cad_doc_cliente,
                                            '%Y%m%d'), ''),
                       COALESCE(pais_residencia_cliente, ''),
                       COALESCE(tin_cliente, ''),
                       COALESCE(autocert_fiscal_cliente, ''),
                       COALESCE(idioma_cliente, '')
                INTO   :WK-CLI-ID, :WK-CLI-NOM, :WK-CLI-FEC-NAC,
                       :WK-CLI-OFICINA, :WK-CLI-CLASE,
                       :WK-CLI-NIF-APODERADO, :WK-CLI-FEC-ALTA,
                       :WK-CLI-FEC-FALLEC, :WK-CLI-DOC-TIPO,
                       :WK-CLI-DOC-NUM, :WK-CLI-DOC-FEC-CAD,
                       :WK-CLI-PAIS, :WK-CLI-TIN, :WK-CLI-AUTOCERT,
                       :WK-CLI-IDIOMA
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-SOL-NIF
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE ZERO                       TO WK-CLI-ID
           WHEN OTHER
                MOVE 'BUSCAR-CLIENTE'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-BUSCAR-CLIENTE.
           EXIT.

       ABRIR-FICHEROS.
      *---------------
           OPEN OUTPUT FICHINF.

           IF   FS-FICHINF NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXPRGPD ABRIR-FICHEROS: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHINF ']'
                GO TO FIN-ABRIR-FICHEROS
           END-IF.

           OPEN OUTPUT FICHDAT.

           IF   FS-FICHDAT NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** EXPRGPD ABRIR-FICHEROS: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHDAT ']'
                CLOSE FICHINF
           END-IF.

       FIN-ABRIR-FICHEROS.
           EXIT.

       CERRAR-FICHEROS.
      *----------------
           CLOSE FICHINF.
           CLOSE FICHDAT.

       FIN-CERRAR-FICHEROS.
           EXIT.

       EXPORTAR-DATOS.
      *---------------
           PERFORM EXPORTAR-CLIENTE             THRU
                   FIN-EXPORTAR-CLIENTE.

           IF   STAT-OK
           THEN PERFORM EXPORTAR-DOMICILIOS     THRU
                        FIN-EXPORTAR-DOMICILIOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-CONTACTOS      THRU
                        FIN-EXPORTAR-CONTACTOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-RELACIONES     THRU
                        FIN-EXPORTAR-RELACIONES
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-CUENTAS        THRU
                        FIN-EXPORTAR-CUENTAS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-TARJETAS       THRU
                        FIN-EXPORTAR-TARJETAS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-MOVIMIENTOS    THRU
                        FIN-EXPORTAR-MOVIMIENTOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-PRESTAMOS      THRU
                        FIN-EXPORTAR-PRESTAMOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-DEPOSITOS      THRU
                        FIN-EXPORTAR-DEPOSITOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-MANDATOS       THRU
                        FIN-EXPORTAR-MANDATOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-CONSENTIMIENTOS THRU
                        FIN-EXPORTAR-CONSENTIMIENTOS
           END-IF.
           IF   STAT-OK
           THEN PERFORM EXPORTAR-CONSULTAS      THRU
                        FIN-EXPORTAR-CONSULTAS
           END-IF.

       FIN-EXPORTAR-DATOS.
           EXIT.

      *    Cabecera de una sección del informe legible.
       ABRIR-SECCION.
      *--------------
           MOVE ZERO                            TO WK-CONTADOR-SECCION.
           MOVE SPACES                          TO REG-FICHINF.
           WRITE REG-FICHINF.
           MOVE WK-SECCION                      TO REG-FICHINF.
           WRITE REG-FICHINF.
           MOVE ALL '-'                         TO REG-FICHINF(1:40).
           WRITE REG-FICHINF.

       FIN-ABRIR-SECCION.
           EXIT.

      *    Una sección sin registros lo dice expresamente: el
      *    interesado tiene que ver que se ha buscado.
       CERRAR-SECCION.
      *---------------
           IF   WK-CONTADOR-SECCION = ZERO
           THEN MOVE '  SIN DATOS'              TO REG-FICHINF
                WRITE REG-FICHINF
           END-IF.

       FIN-CERRAR-SECCION.
           EXIT.

      *    Línea del informe y registro del fichero delimitado ya
      *    compuestos.
       GRABAR-DATO.
      *------------
           WRITE REG-FICHINF.
           WRITE REG-FICHDAT.
           ADD  1                               TO WK-CONTADOR-SECCION.
           ADD  1                               TO
                WK-CONTADOR-REGISTROS.

       FIN-GRABAR-DATO.
           EXIT.

       EXPORTAR-CLIENTE.
      *-----------------
           MOVE SPACES                          TO REG-FICHINF.
           STRING 'SOLICITUD DE ACCESO A DATOS PERSONALES ['
                  WK-SOL-ID '] NIF [' WK-SOL-NIF
                  '] RECIBIDA [' WK-SOL-FEC
                  '] PLAZO HASTA [' WK-SOL-FEC-LIMITE
                  '] GENERADA [' WK-FECHA-ACTUAL ']'
                  DELIMITED BY SIZE             INTO REG-FICHINF.
           WRITE REG-FICHINF.

           MOVE SPACES                          TO REG-FICHDAT.
           STRING 'SOLICITUD;' WK-SOL-ID ';' WK-SOL-NIF ';'
                  WK-SOL-FEC ';' WK-SOL-FEC-LIMITE ';'
                  WK-FECHA-ACTUAL
                  DELIMITED BY SIZE             INTO REG-FICHDAT.
           WRITE REG-FICHDAT.
           ADD  1                               TO
                WK-CONTADOR-REGISTROS.

           MOVE 'DATOS DE CLIENTE'              TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           IF   WK-CLI-ID NOT = ZERO
           THEN MOVE SPACES                     TO REG-FICHINF
                STRING '  NOMBRE [' WK-CLI-NOM
                       '] NACIMIENTO [' WK-CLI-FEC-NAC
                       '] CLASE [' WK-CLI-CLASE
                       '] OFICINA [' WK-CLI-OFICINA
                       '] ALTA [' WK-CLI-FEC-ALTA
                       '] IDIOMA [' WK-CLI-IDIOMA
                       '] FALLECIMIENTO [' WK-CLI-FEC-FALLEC ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                WRITE REG-FICHINF
                MOVE SPACES                     TO REG-FICHINF
                STRING '  DOCUMENTO [' WK-CLI-DOC-TIPO ' '
                       WK-CLI-DOC-NUM '] CADUCA [' WK-CLI-DOC-FEC-CAD
                       '] RESIDENCIA FISCAL [' WK-CLI-PAIS
                       '] TIN [' WK-CLI-TIN
                       '] AUTOCERTIFICACION [' WK-CLI-AUTOCERT
                       '] APODERADO [' WK-CLI-NIF-APODERADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'CLIENTE;' WK-SOL-NIF ';' WK-CLI-NOM ';'
                       WK-CLI-FEC-NAC ';' WK-CLI-CLASE ';'
                       WK-CLI-OFICINA ';' WK-CLI-FEC-ALTA ';'
                       WK-CLI-IDIOMA ';' WK-CLI-FEC-FALLEC ';'
                       WK-CLI-DOC-TIPO ';' WK-CLI-DOC-NUM ';'
                       WK-CLI-DOC-FEC-CAD ';' WK-CLI-PAIS ';'
                       WK-CLI-TIN ';' WK-CLI-AUTOCERT ';'
                       WK-CLI-NIF-APODERADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           END-IF.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-CLIENTE.
           EXIT.

      *    El domicilio principal de la ficha y los que cuelgan de
      *    banco.cliente_rln_dom, cada uno una vez.
       EXPORTAR-DOMICILIOS.
      *--------------------
           MOVE 'DOMICILIOS'                    TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-DOMICILIOS CURSOR FOR
                SELECT D.id_dom,
                       COALESCE(MAX(R.tip_dom), 'P'),
                       COALESCE(D.calle_dom, ''),
                       COALESCE(D.num_dom, ''),
                       COALESCE(D.cod_post_dom, ''),
                       COALESCE(D.pobl_dom, ''),
                       COALESCE(D.prov_dom, '')
                FROM   banco.domicilio D
                LEFT JOIN banco.cliente_rln_dom R
                ON     R.id_dom     = D.id_dom
                AND    R.id_cliente = :WK-CLI-ID
                WHERE  D.id_dom IN (SELECT C.id_dom
                                    FROM   banco.cliente C
                                    WHERE  C.id_cliente = :WK-CLI-ID
                                    UNION
                                    SELECT L.id_dom
                                    FROM   banco.cliente_rln_dom L
                                    WHERE  L.id_cliente = :WK-CLI-ID)
                GROUP BY D.id_dom, D.calle_dom, D.num_dom,
                         D.cod_post_dom, D.pobl_dom, D.prov_dom
                ORDER BY D.id_dom
           END-EXEC.

           EXEC SQL OPEN CUR-DOMICILIOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-DOMICILIOS'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-DOMICILIOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-DOMICILIO               THRU FIN-LEER-DOMICILIO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-DOMICILIOS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-DOMICILIOS.
           EXIT.

       LEER-DOMICILIO.
      *---------------
           EXEC SQL
                FETCH CUR-DOMICILIOS
                INTO  :DOMICILIO-ID, :WK-DOM-TIPO, :DOMICILIO-CALLE,
                      :DOMICILIO-NUM, :DOMICILIO-COD-POS,
                      :DOMICILIO-POBL, :DOMICILIO-PROV
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE SPACES                     TO REG-FICHINF
                STRING '  [' WK-DOM-TIPO '] ' DOMICILIO-CALLE ' '
                       DOMICILIO-NUM ' ' DOMICILIO-COD-POS ' '
                       DOMICILIO-POBL ' ' DOMICILIO-PROV
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'DOMICILIO;' WK-DOM-TIPO ';' DOMICILIO-CALLE
                       ';' DOMICILIO-NUM ';' DOMICILIO-COD-POS ';'
                       DOMICILIO-POBL ';' DOMICILIO-PROV
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-DOMICILIO'           TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-DOMICILIO.
           EXIT.

      *    Teléfonos y correos electrónicos dados de alta como alias
      *    de pago a su NIF, también los ya dados de baja.
       EXPORTAR-CONTACTOS.
      *-------------------
           MOVE 'CONTACTOS (ALIAS DE PAGO)'     TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-CONTACTOS CURSOR FOR
                SELECT alias_pago, tipo_alias, estado_alias,
                       COALESCE(DATE_FORMAT(fec_alta_alias,
                                            '%Y%m%d'), '')
                FROM   banco.alias_pago
                WHERE  nif_alias = :WK-SOL-NIF
                ORDER BY fec_alta_alias
           END-EXEC.

           EXEC SQL OPEN CUR-CONTACTOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-CONTACTOS'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-CONTACTOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-CONTACTO                THRU FIN-LEER-CONTACTO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CONTACTOS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-CONTACTOS.
           EXIT.

       LEER-CONTACTO.
      *--------------
           EXEC SQL
                FETCH CUR-CONTACTOS
                INTO  :WK-ALI-ALIAS, :WK-ALI-TIPO, :WK-ALI-ESTADO,
                      :WK-ALI-FEC
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE SPACES                     TO REG-FICHINF
                STRING '  [' WK-ALI-TIPO '] ' WK-ALI-ALIAS
                       ' ALTA [' WK-ALI-FEC '] ESTADO ['
                       WK-ALI-ESTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'CONTACTO;' WK-ALI-TIPO ';' WK-ALI-ALIAS ';'
                       WK-ALI-FEC ';' WK-ALI-ESTADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-CONTACTO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-CONTACTO.
           EXIT.

      *    Todo lo que vincula a la persona con otros: sus cuentas y
      *    la relación con cada una, los poderes que otorgó y los que
      *    recibió de otros clientes, las sociedades de las que es
      *    titular real o apoderado firmante y los préstamos que
      *    avala.
       EXPORTAR-RELACIONES.
      *--------------------
           MOVE 'RELACIONES'                    TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-RELACIONES CURSOR FOR
                SELECT 'CUENTA', C.num_cuenta, R.tip_rln,
                       COALESCE(C.estado_cuenta, '')
                FROM   banco.cliente_rln_cuenta R, banco.cuenta C
                WHERE  R.id_cliente = :WK-CLI-ID
                AND    C.id_medio   = R.id_medio
                UNION ALL
                SELECT 'PODER OTORGADO', P.nif_apoderado_poder,
                       CONCAT(COALESCE(P.num_escritura_poder, ''),
                              ' ', COALESCE(P.notario_poder, '')),
                       P.estado_poder
                FROM   banco.poder P
                WHERE  P.id_cliente = :WK-CLI-ID
                UNION ALL
                SELECT 'PODER RECIBIDO', C.nif_cliente,
                       CONCAT(COALESCE(P.num_escritura_poder, ''),
                              ' ', COALESCE(P.notario_poder, '')),
                       P.estado_poder
                FROM   banco.poder P, banco.cliente C
                WHERE  P.nif_apoderado_poder = :WK-SOL-NIF
                AND    C.id_cliente          = P.id_cliente
                UNION ALL
                SELECT 'TITULAR REAL', C.nif_cliente,
                       CONCAT(T.porcentaje_titreal, '% ',
                              T.tipo_control_titreal),
                       T.estado_titreal
                FROM   banco.titular_real T, banco.cliente C
                WHERE  T.nif_titreal = :WK-SOL-NIF
                AND    C.id_cliente  = T.id_cliente
                UNION ALL
                SELECT 'APODERADO', C.nif_cliente, C.nom_cliente, ''
                FROM   banco.cliente C
                WHERE  C.nif_apoderado_cliente = :WK-SOL-NIF
                UNION ALL
                SELECT 'AVALISTA', CAST(A.id_prestamo AS CHAR), '',
                       ''
                FROM   banco.prestamo_avalista A
                WHERE  A.id_cliente = :WK-CLI-ID
           END-EXEC.

           EXEC SQL OPEN CUR-RELACIONES END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-RELACIONES'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-RELACIONES
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-RELACION                THRU FIN-LEER-RELACION
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-RELACIONES END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-RELACIONES.
           EXIT.

       LEER-RELACION.
      *--------------
           EXEC SQL
                FETCH CUR-RELACIONES
                INTO  :WK-REL-TIPO, :WK-REL-REFERENCIA,
                      :WK-REL-DETALLE, :WK-REL-ESTADO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE SPACES                     TO REG-FICHINF
                STRING '  ' WK-REL-TIPO ' [' WK-REL-REFERENCIA '] '
                       WK-REL-DETALLE ' ESTADO [' WK-REL-ESTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'RELACION;' WK-REL-TIPO ';' WK-REL-REFERENCIA
                       ';' WK-REL-DETALLE ';' WK-REL-ESTADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-RELACION'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-RELACION.
           EXIT.

       EXPORTAR-CUENTAS.
      *-----------------
           MOVE 'CUENTAS'                       TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-CUENTAS CURSOR FOR
                SELECT C.num_cuenta, R.tip_rln,
                       COALESCE(C.saldo_cuenta, 0),
                       COALESCE(C.limite_cuenta, 0),
                       COALESCE(C.estado_cuenta, ''),
                       COALESCE(C.divisa_cuenta, ''),
                       COALESCE(C.cod_producto, ''),
                       COALESCE(DATE_FORMAT(C.fec_alta_cuenta,
                                            '%Y%m%d'), '')
                FROM   banco.cliente_rln_cuenta R, banco.cuenta C
                WHERE  R.id_cliente = :WK-CLI-ID
                AND    C.id_medio   = R.id_medio
                ORDER BY C.num_cuenta
           END-EXEC.

           EXEC SQL OPEN CUR-CUENTAS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-CUENTAS'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-CUENTAS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-CUENTA                  THRU FIN-LEER-CUENTA
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CUENTAS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-CUENTAS.
           EXIT.

       LEER-CUENTA.
      *------------
           EXEC SQL
                FETCH CUR-CUENTAS
                INTO  :WK-CTA-NUM, :WK-CTA-RLN, :WK-CTA-SALDO,
                      :WK-CTA-LIMITE, :WK-CTA-ESTADO, :WK-CTA-DIVISA,
                      :WK-CTA-PRODUCTO, :WK-CTA-FEC-ALTA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE WK-CTA-SALDO               TO WK-IMPORTE-1-EDIT
                                                   WK-IMPORTE-1-DATO
                MOVE WK-CTA-LIMITE              TO WK-IMPORTE-2-EDIT
                                                   WK-IMPORTE-2-DATO
                MOVE SPACES                     TO REG-FICHINF
                STRING '  ' WK-CTA-NUM ' [' WK-CTA-RLN '] SALDO '
                       WK-IMPORTE-1-EDIT ' ' WK-CTA-DIVISA
                       ' LIMITE ' WK-IMPORTE-2-EDIT
                       ' PRODUCTO [' WK-CTA-PRODUCTO
                       '] ALTA [' WK-CTA-FEC-ALTA
                       '] ESTADO [' WK-CTA-ESTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'CUENTA;' WK-CTA-NUM ';' WK-CTA-RLN ';'
                       WK-IMPORTE-1-DATO ';' WK-IMPORTE-2-DATO ';'
                       WK-CTA-DIVISA ';' WK-CTA-PRODUCTO ';'
                       WK-CTA-FEC-ALTA ';' WK-CTA-ESTADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-CUENTA'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-CUENTA.
           EXIT.

      *    El número de tarjeta sale enmascarado, como en el resto de
      *    informes y extractos.
       EXPORTAR-TARJETAS.
      *------------------
           MOVE 'TARJETAS'                      TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-TARJETAS CURSOR FOR
                SELECT CONCAT(LEFT(T.num_tarjeta, 6), '******',
                              RIGHT(T.num_tarjeta, 4)),
                       COALESCE(T.cred_tarjeta, 0),
                       COALESCE(DATE_FORMAT(T.fec_tarjeta, '%m/%y'),
                                ''),
                       COALESCE(T.estado_tarjeta, ''),
                       COALESCE(T.divisa_tarjeta, ''),
                       COALESCE(T.cod_producto, ''),
                       COALESCE(DATE_FORMAT(T.fec_alta_tarjeta,
                                            '%Y%m%d'), '')
                FROM   banco.tarjeta T
                WHERE  T.id_cliente = :WK-CLI-ID
                ORDER BY T.id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-TARJETAS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-TARJETAS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-TARJETAS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-TARJETA                 THRU FIN-LEER-TARJETA
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-TARJETAS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-TARJETAS.
           EXIT.

       LEER-TARJETA.
      *-------------
           EXEC SQL
                FETCH CUR-TARJETAS
                INTO  :WK-TAR-NUM, :WK-TAR-CRED, :WK-TAR-CADUCIDAD,
                      :WK-TAR-ESTADO, :WK-TAR-DIVISA,
                      :WK-TAR-PRODUCTO, :WK-TAR-FEC-ALTA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE WK-TAR-CRED                TO WK-IMPORTE-1-EDIT
                                                   WK-IMPORTE-1-DATO
                MOVE SPACES                     TO REG-FICHINF
                STRING '  ' WK-TAR-NUM ' CREDITO ' WK-IMPORTE-1-EDIT
                       ' ' WK-TAR-DIVISA ' CADUCA [' WK-TAR-CADUCIDAD
                       '] PRODUCTO [' WK-TAR-PRODUCTO
                       '] ALTA [' WK-TAR-FEC-ALTA
                       '] ESTADO [' WK-TAR-ESTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'TARJETA;' WK-TAR-NUM ';' WK-IMPORTE-1-DATO
                       ';' WK-TAR-DIVISA ';' WK-TAR-CADUCIDAD ';'
                       WK-TAR-PRODUCTO ';' WK-TAR-FEC-ALTA ';'
                       WK-TAR-ESTADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-TARJETA'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-TARJETA.
           EXIT.

      *    Movimientos de sus cuentas y tarjetas, los de la tabla viva
      *    y los ya purgados a banco.movimiento_hist, por fecha.
       EXPORTAR-MOVIMIENTOS.
      *---------------------
           MOVE 'MOVIMIENTOS'                   TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-MOVIMIENTOS CURSOR FOR
                SELECT COALESCE(C.num_cuenta,
                                CONCAT(LEFT(T.num_tarjeta, 6),
                                       '******',
                                       RIGHT(T.num_tarjeta, 4))),
                       DATE_FORMAT(M.fec_mov, '%Y-%m-%d %H:%i:%s'),
                       COALESCE(M.cnpt_mov, ''),
                       M.importe_mov,
                       COALESCE(M.divisa_mov, ''),
                       COALESCE(M.ref_mov, 0),
                       M.origen
                FROM   (SELECT id_medio, fec_mov, cnpt_mov,
                               importe_mov, divisa_mov, ref_mov,
                               'V' AS origen
                        FROM   banco.movimiento
                        UNION ALL
                        SELECT id_medio, fec_mov, cnpt_mov,
                               importe_mov, divisa_mov, ref_mov,
                               'H' AS origen
                        FROM   banco.movimiento_hist) M
                LEFT JOIN banco.cuenta C
                ON     C.id_medio = M.id_medio
                LEFT JOIN banco.tarjeta T
                ON     T.id_medio = M.id_medio
                WHERE  M.id_medio IN (SELECT R.id_medio
                                      FROM   banco.cliente_rln_cuenta R
                                      WHERE  R.id_cliente = :WK-CLI-ID
                                      UNION
                                      SELECT X.id_medio
                                      FROM   banco.tarjeta X
                                      WHERE  X.id_cliente = :WK-CLI-ID)
                ORDER BY M.fec_mov
           END-EXEC.

           EXEC SQL OPEN CUR-MOVIMIENTOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-MOVIMIENTOS'     TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-MOVIMIENTOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-MOVIMIENTO              THRU
                   FIN-LEER-MOVIMIENTO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-MOVIMIENTOS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-MOVIMIENTOS.
           EXIT.

       LEER-MOVIMIENTO.
      *----------------
           EXEC SQL
                FETCH CUR-MOVIMIENTOS
                INTO  :WK-MOV-MEDIO, :WK-MOV-FEC, :WK-MOV-CPT,
                      :WK-MOV-IMPT, :WK-MOV-DIVISA, :WK-MOV-REF,
                      :WK-MOV-ORIGEN
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE WK-MOV-IMPT                TO WK-IMPORTE-1-EDIT
                                                   WK-IMPORTE-1-DATO
                MOVE SPACES                     TO REG-FICHINF
                STRING '  ' WK-MOV-FEC ' ' WK-MOV-MEDIO ' '
                       WK-MOV-CPT ' ' WK-IMPORTE-1-EDIT ' '
                       WK-MOV-DIVISA ' REF [' WK-MOV-REF ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'MOVIMIENTO;' WK-MOV-MEDIO ';' WK-MOV-FEC ';'
                       WK-MOV-CPT ';' WK-IMPORTE-1-DATO ';'
                       WK-MOV-DIVISA ';' WK-MOV-REF ';' WK-MOV-ORIGEN
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
                ADD  1                          TO
                     WK-CONTADOR-MOVIMIENTOS
           WHEN OTHER
                MOVE 'LEER-MOVIMIENTO'          TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-MOVIMIENTO.
           EXIT.

      *    Préstamos contra cualquiera de sus cuentas, vivos o no.
       EXPORTAR-PRESTAMOS.
      *-------------------
           MOVE 'PRESTAMOS'                     TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-PRESTAMOS CURSOR FOR
                SELECT P.id_prestamo, C.num_cuenta,
                       P.principal_prestamo, P.tasa_prestamo,
                       P.plazo_meses_prestamo,
                       P.cuota_mensual_prestamo,
                       P.cuotas_pagadas_prestamo,
                       COALESCE(DATE_FORMAT(P.fecha_alta_prestamo,
                                            '%Y%m%d'), ''),
                       COALESCE(DATE_FORMAT(
                                P.fecha_proxima_cuota_prestamo,
                                '%Y%m%d'), ''),
                       P.estado_prestamo
                FROM   banco.prestamo P, banco.cuenta C,
                       banco.cliente_rln_cuenta R
                WHERE  R.id_cliente = :WK-CLI-ID
                AND    C.id_medio   = R.id_medio
                AND    P.id_medio_cuenta = C.id_medio
                ORDER BY P.id_prestamo
           END-EXEC.

           EXEC SQL OPEN CUR-PRESTAMOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-PRESTAMOS'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-PRESTAMOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-PRESTAMO                THRU FIN-LEER-PRESTAMO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-PRESTAMOS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-PRESTAMOS.
           EXIT.

       LEER-PRESTAMO.
      *--------------
           EXEC SQL
                FETCH CUR-PRESTAMOS
                INTO  :WK-OPE-ID, :WK-OPE-CTA, :WK-OPE-PRINCIPAL,
                      :WK-OPE-TASA, :WK-OPE-PLAZO, :WK-OPE-CUOTA,
                      :WK-OPE-PAGADAS, :WK-OPE-FEC-INICIO,
                      :WK-OPE-FEC-FIN, :WK-OPE-ESTADO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE WK-OPE-PRINCIPAL           TO WK-IMPORTE-1-EDIT
                                                   WK-IMPORTE-1-DATO
                MOVE WK-OPE-CUOTA               TO WK-IMPORTE-2-EDIT
                                                   WK-IMPORTE-2-DATO
                MOVE WK-OPE-TASA                TO WK-TASA-EDIT
                MOVE SPACES                     TO REG-FICHINF
                STRING '  [' WK-OPE-ID '] CUENTA ' WK-OPE-CTA
                       ' PRINCIPAL ' WK-IMPORTE-1-EDIT
                       ' TIPO ' WK-TASA-EDIT
                       ' PLAZO ' WK-OPE-PLAZO
                       ' CUOTA ' WK-IMPORTE-2-EDIT
                       ' PAGADAS ' WK-OPE-PAGADAS
                       ' ALTA [' WK-OPE-FEC-INICIO
                       '] ESTADO [' WK-OPE-ESTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'PRESTAMO;' WK-OPE-ID ';' WK-OPE-CTA ';'
                       WK-IMPORTE-1-DATO ';' WK-TASA-EDIT ';'
                       WK-OPE-PLAZO ';' WK-IMPORTE-2-DATO ';'
                       WK-OPE-PAGADAS ';' WK-OPE-FEC-INICIO ';'
                       WK-OPE-FEC-FIN ';' WK-OPE-ESTADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-PRESTAMO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-PRESTAMO.
           EXIT.

      *    Depósitos a plazo contra cualquiera de sus cuentas.
       EXPORTAR-DEPOSITOS.
      *-------------------
           MOVE 'DEPOSITOS A PLAZO'             TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-DEPOSITOS CURSOR FOR
                SELECT F.id_plazo, C.num_cuenta, F.principal_plazo,
                       F.tasa_plazo,
                       COALESCE(DATE_FORMAT(F.fecha_apertura_plazo,
                                            '%Y%m%d'), ''),
                       COALESCE(DATE_FORMAT(
                                F.fecha_vencimiento_plazo,
                                '%Y%m%d'), ''),
                       F.estado_plazo
                FROM   banco.plazo_fijo F, banco.cuenta C,
                       banco.cliente_rln_cuenta R
                WHERE  R.id_cliente = :WK-CLI-ID
                AND    C.id_medio   = R.id_medio
                AND    F.id_medio_cuenta = C.id_medio
                ORDER BY F.id_plazo
           END-EXEC.

           EXEC SQL OPEN CUR-DEPOSITOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-DEPOSITOS'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-DEPOSITOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-DEPOSITO                THRU FIN-LEER-DEPOSITO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-DEPOSITOS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-DEPOSITOS.
           EXIT.

       LEER-DEPOSITO.
      *--------------
           EXEC SQL
                FETCH CUR-DEPOSITOS
                INTO  :WK-OPE-ID, :WK-OPE-CTA, :WK-OPE-PRINCIPAL,
                      :WK-OPE-TASA, :WK-OPE-FEC-INICIO,
                      :WK-OPE-FEC-FIN, :WK-OPE-ESTADO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE WK-OPE-PRINCIPAL           TO WK-IMPORTE-1-EDIT
                                                   WK-IMPORTE-1-DATO
                MOVE WK-OPE-TASA                TO WK-TASA-EDIT
                MOVE SPACES                     TO REG-FICHINF
                STRING '  [' WK-OPE-ID '] CUENTA ' WK-OPE-CTA
                       ' PRINCIPAL ' WK-IMPORTE-1-EDIT
                       ' TIPO ' WK-TASA-EDIT
                       ' APERTURA [' WK-OPE-FEC-INICIO
                       '] VENCIMIENTO [' WK-OPE-FEC-FIN
                       '] ESTADO [' WK-OPE-ESTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'DEPOSITO;' WK-OPE-ID ';' WK-OPE-CTA ';'
                       WK-IMPORTE-1-DATO ';' WK-TASA-EDIT ';'
                       WK-OPE-FEC-INICIO ';' WK-OPE-FEC-FIN ';'
                       WK-OPE-ESTADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-DEPOSITO'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-DEPOSITO.
           EXIT.

      *    Mandatos de adeudo domiciliado sobre sus cuentas.
       EXPORTAR-MANDATOS.
      *------------------
           MOVE 'MANDATOS DE ADEUDO'            TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-MANDATOS CURSOR FOR
                SELECT M.ref_mandato, C.num_cuenta,
                       COALESCE(DATE_FORMAT(M.fec_alta_mandato,
                                            '%Y%m%d'), ''),
                       M.estado_mandato
                FROM   banco.mandato M, banco.cuenta C,
                       banco.cliente_rln_cuenta R
                WHERE  R.id_cliente   = :WK-CLI-ID
                AND    C.id_medio     = R.id_medio
                AND    M.id_medio_cta = C.id_medio
                ORDER BY M.fec_alta_mandato
           END-EXEC.

           EXEC SQL OPEN CUR-MANDATOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-MANDATOS'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-MANDATOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-MANDATO                 THRU FIN-LEER-MANDATO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-MANDATOS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-MANDATOS.
           EXIT.

       LEER-MANDATO.
      *-------------
           EXEC SQL
                FETCH CUR-MANDATOS
                INTO  :WK-MAN-REF, :WK-MAN-CTA, :WK-MAN-FEC-ALTA,
                      :WK-MAN-ESTADO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE SPACES                     TO REG-FICHINF
                STRING '  [' WK-MAN-REF '] CUENTA ' WK-MAN-CTA
                       ' ALTA [' WK-MAN-FEC-ALTA
                       '] ESTADO [' WK-MAN-ESTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'MANDATO;' WK-MAN-REF ';' WK-MAN-CTA ';'
                       WK-MAN-FEC-ALTA ';' WK-MAN-ESTADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-MANDATO'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-MANDATO.
           EXIT.

      *    Historial completo de consentimientos, como en RPTCONSENT.
       EXPORTAR-CONSENTIMIENTOS.
      *-------------------------
           MOVE 'CONSENTIMIENTOS'               TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-CONSENTIMIENTOS CURSOR FOR
                SELECT DATE_FORMAT(fec_consent,
                                   '%Y-%m-%d %H:%i:%s'),
                       finalidad_consent, estado_consent,
                       canal_consent, version_texto_consent
                FROM   banco.consentimiento_hist
                WHERE  id_cliente = :WK-CLI-ID
                ORDER BY fec_consent, id_consent_hist
           END-EXEC.

           EXEC SQL OPEN CUR-CONSENTIMIENTOS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-CONSENTIMIENTOS' TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-CONSENTIMIENTOS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-CONSENTIMIENTO          THRU
                   FIN-LEER-CONSENTIMIENTO
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CONSENTIMIENTOS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-CONSENTIMIENTOS.
           EXIT.

       LEER-CONSENTIMIENTO.
      *--------------------
           EXEC SQL
                FETCH CUR-CONSENTIMIENTOS
                INTO  :WK-CON-FEC, :WK-CON-FINALIDAD, :WK-CON-ESTADO,
                      :WK-CON-CANAL, :WK-CON-VERSION
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE SPACES                     TO REG-FICHINF
                STRING '  ' WK-CON-FEC ' FINALIDAD ['
                       WK-CON-FINALIDAD '] ESTADO [' WK-CON-ESTADO
                       '] CANAL [' WK-CON-CANAL
                       '] TEXTO LEGAL [' WK-CON-VERSION ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'CONSENTIMIENTO;' WK-CON-FEC ';'
                       WK-CON-FINALIDAD ';' WK-CON-ESTADO ';'
                       WK-CON-CANAL ';' WK-CON-VERSION
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-CONSENTIMIENTO'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-CONSENTIMIENTO.
           EXIT.

      *    Quién ha consultado su ficha por NIF, cuándo y desde qué
      *    opción.
       EXPORTAR-CONSULTAS.
      *-------------------
           MOVE 'CONSULTAS DE SUS DATOS'        TO WK-SECCION.
           PERFORM ABRIR-SECCION                THRU FIN-ABRIR-SECCION.

           EXEC SQL
                DECLARE CUR-CONSULTAS CURSOR FOR
                SELECT DATE_FORMAT(fec_auditoria,
                                   '%Y-%m-%d %H:%i:%s'),
                       usuario_auditoria, opcion_auditoria,
                       resultado_auditoria
                FROM   banco.auditoria_consulta
                WHERE  clave_auditoria = :WK-SOL-NIF
                ORDER BY fec_auditoria
           END-EXEC.

           EXEC SQL OPEN CUR-CONSULTAS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'EXPORTAR-CONSULTAS'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-EXPORTAR-CONSULTAS
           END-IF.

           SET  NO-FIN-CURSOR                   TO TRUE.

           PERFORM LEER-CONSULTA                THRU FIN-LEER-CONSULTA
           UNTIL  FIN-CURSOR
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CONSULTAS END-EXEC.

           PERFORM CERRAR-SECCION               THRU FIN-CERRAR-SECCION.

       FIN-EXPORTAR-CONSULTAS.
           EXIT.

       LEER-CONSULTA.
      *--------------
           EXEC SQL
                FETCH CUR-CONSULTAS
                INTO  :WK-AUD-FEC, :WK-AUD-USUARIO, :WK-AUD-OPCION,
                      :WK-AUD-RESULTADO
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CURSOR                 TO TRUE
           WHEN SQL-SUCCESS
                MOVE SPACES                     TO REG-FICHINF
                STRING '  ' WK-AUD-FEC ' USUARIO [' WK-AUD-USUARIO
                       '] OPCION [' WK-AUD-OPCION
                       '] RESULTADO [' WK-AUD-RESULTADO ']'
                       DELIMITED BY SIZE        INTO REG-FICHINF
                MOVE SPACES                     TO REG-FICHDAT
                STRING 'CONSULTA;' WK-AUD-FEC ';' WK-AUD-USUARIO ';'
                       WK-AUD-OPCION ';' WK-AUD-RESULTADO
                       DELIMITED BY SIZE        INTO REG-FICHDAT
                PERFORM GRABAR-DATO             THRU FIN-GRABAR-DATO
           WHEN OTHER
                MOVE 'LEER-CONSULTA'            TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-CONSULTA.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHINF.
           WRITE REG-FICHINF.
           MOVE SPACES                          TO REG-FICHINF.
           STRING 'REGISTROS [' WK-CONTADOR-REGISTROS
                  '] DE ELLOS MOVIMIENTOS [' WK-CONTADOR-MOVIMIENTOS
                  ']'
                  DELIMITED BY SIZE             INTO REG-FICHINF.
           WRITE REG-FICHINF.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** EXPRGPD ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           MOVE 'EXPRGPD'                       TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ACCESO A DATOS PERSONALES (RGPD)'.
           DISPLAY 'NIF                  [' WK-NIF-ENV ']'.
           DISPLAY 'SOLICITUD            [' WK-SOL-ID ']'.
           DISPLAY 'RECIBIDA             [' WK-SOL-FEC ']'.
           DISPLAY 'PLAZO HASTA          [' WK-SOL-FEC-LIMITE ']'.
           DISPLAY 'INFORME              [' WK-FICHINF-NOMBRE ']'.
           DISPLAY 'DATOS                [' WK-FICHDAT-NOMBRE ']'.
           DISPLAY 'REGISTROS            [' WK-CONTADOR-REGISTROS
                   ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
