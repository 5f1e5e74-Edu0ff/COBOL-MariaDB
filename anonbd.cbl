       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. ANONBD.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Anonimización de una copia del esquema banco para pruebas.
      * Trabaja sobre la copia restaurada de la descarga del esquema
      * (BANCO_DSNAME apuntando al servidor de pruebas, y
      * ANONBD_ENTORNO=PRUEBAS; sin las dos cosas no toca nada) y la
      * deja anonimizada de forma coherente:
      *   - cada NIF/NIE/CIF real se sustituye, en todas las tablas
      *     que lo guardan, por uno ficticio del mismo tipo y con su
      *     letra o dígito de control válido; el mismo NIF real da
      *     siempre el mismo ficticio dentro de la ejecución, de modo
      *     que titulares, apoderados, titulares reales y demás
      *     relaciones siguen enlazando;
      *   - nombres, fecha de nacimiento (se conserva el año),
      *     documento de identidad y TIN de los clientes;
      *   - la calle de los domicilios (se conservan número, código
      *     postal, población y provincia);
      *   - el número de las tarjetas (se conserva el BIN y se
      *     recalcula el dígito Luhn), con PIN 1234 y CCV 123 de
      *     prueba y sin historial de PIN;
      *   - el número de las cuentas (se conservan entidad y oficina
      *     y se recalculan los dos dígitos de control del CCC; el
      *     IBAN se deriva del CCC);
      *   - los alias de pago por teléfono y correo electrónico.
      * Saldos, movimientos, productos, clases de cliente y los
      * identificadores internos no se tocan. Todo va en una sola
      * transacción: si algo falla no queda nada a medias. Las tablas
      * de correspondencia (banco.anon_nif y banco.anon_cuenta) se
      * vacían al terminar para que la copia no guarde la relación
      * entre el dato real y el ficticio.

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
      *    Resumen de la ejecución: filas anonimizadas por tipo de
      *    dato, con la fecha de la ejecución en el nombre.
           SELECT FICHANON ASSIGN TO WK-FICHANON-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
                          FILE STATUS  IS FS-FICHANON.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *-------------
       FD FICHANON RECORD CONTAINS 132 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHANON                     PIC X(132).

       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Semilla de la ejecución: ordena la asignación de NIF
      * ficticios y alimenta las sustituciones calculadas en SQL, de
      * modo que dos ejecuciones sobre la misma descarga no dan la
      * misma correspondencia.
       01  WK-SEMILLA                        PIC X(16).

      * Correspondencia NIF real / NIF ficticio en curso, con el
      * nombre ficticio que le toca.
       01  WK-NIF-REAL                       PIC X(10).
       01  WK-NIF-FALSO                      PIC X(10).
       01  WK-NOM-FALSO                      PIC X(57).

      * Tarjeta y cuenta en curso.
       01  WK-TAR-ID                         PIC 9(10).
       01  WK-TAR-NUM-REAL                   PIC X(16).
       01  WK-TAR-NUM-FALSO                  PIC X(16).
       01  WK-CTA-ID                         PIC 9(10).
       01  WK-CTA-NUM-REAL                   PIC X(20).
       01  WK-CTA-NUM-FALSO                  PIC X(20).

      * PIN y CCV de prueba con que quedan todas las tarjetas.
       01  WK-PIN-PRUEBAS                    PIC X(04) VALUE '1234'.
       01  WK-CCV-PRUEBAS                    PIC X(03) VALUE '123'.

       01  WK-NUM-FILAS                      PIC 9(09).
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
      *    Ejecución fuera de la copia de pruebas, o con más NIF
      *    distintos de los que admite la numeración ficticia.
           88  STAT-ERR-ENTORNO              VALUE 03.
           88  STAT-ERR-VOLUMEN              VALUE 04.


       01  SW-FIN-MAPA                       PIC 9(01) VALUE 0.
           88  FIN-MAPA                      VALUE 1.
           88  NO-FIN-MAPA                   VALUE 0.

       01  SW-FIN-TARJETAS                   PIC 9(01) VALUE 0.
           88  FIN-TARJETAS                  VALUE 1.
           88  NO-FIN-TARJETAS               VALUE 0.

       01  SW-FIN-CUENTAS                    PIC 9(01) VALUE 0.
           88  FIN-CUENTAS                   VALUE 1.
           88  NO-FIN-CUENTAS                VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(08).
       01  WK-ENTORNO                        PIC X(10).
       01  WK-DSNAME-ENV                     PIC X(50).

       01  WK-FICHANON-NOMBRE                PIC X(40).
       01  FS-FICHANON                       PIC X(02).
       01  WK-SQLCODE                        PIC S9(09) COMP-5.

      * Letra de control del NIF/NIE, en el orden que corresponde al
      * resto de la división por 23 de la parte numérica (0 a 22).
       01  WK-NIF-LETRAS                     PIC X(23) VALUE
           'TRWAGMYFPDXBNJZSQVHLCKE'.
       01  WK-NIF-NUMERO                     PIC 9(08).
       01  WK-NIF-COCIENTE                   PIC 9(08).
       01  WK-NIF-RESTO                      PIC 9(02).

      * Vistas del NIF ficticio según su tipo: DNI (ocho cifras y
      * letra), NIE (X/Y/Z, siete cifras y letra) y CIF (letra de la
      * clase de sociedad, siete cifras y control).
       01  WK-NIF-FICTICIO                   PIC X(10).
       01  WK-DNI-FALSO                      REDEFINES
                                             WK-NIF-FICTICIO.
           05  WK-DNI-NUMERO                 PIC 9(08).
           05  WK-DNI-LETRA                  PIC X(01).
           05  FILLER                        PIC X(01).
       01  WK-NIE-FALSO                      REDEFINES
                                             WK-NIF-FICTICIO.
           05  WK-NIE-PREFIJO                PIC X(01).
           05  WK-NIE-NUMERO                 PIC 9(07).
           05  WK-NIE-LETRA                  PIC X(01).
           05  FILLER                        PIC X(01).
       01  WK-CIF-FALSO                      REDEFINES
                                             WK-NIF-FICTICIO.
           05  WK-CIF-CLASE                  PIC X(01).
           05  WK-CIF-NUM-X                  PIC X(07).
           05  WK-CIF-CONTROL-FALSO          PIC X(01).
           05  FILLER                        PIC X(01).
       01  WK-OTRO-FALSO                     REDEFINES
                                             WK-NIF-FICTICIO.
           05  WK-OTRO-PREFIJO               PIC X(04).
           05  WK-OTRO-NUMERO                PIC 9(06).

      * Dígito de control del CIF: suma ponderada de los siete
      * dígitos centrales (los de posición impar se doblan y se suman
      * sus cifras) y control igual a lo que falta hasta la decena,
      * como dígito o como su letra equivalente.
       01  WK-CIF-LETRAS                     PIC X(10) VALUE
           'JABCDEFGHI'.
       01  WK-CIF-NUMERO                     PIC 9(07).
       01  WK-CIF-DIG                        PIC 9(02).
       01  WK-CIF-SUMA                       PIC 9(03).
       01  WK-CIF-COC                        PIC 9(03).
       01  WK-CIF-RESTO                      PIC 9(01).
       01  WK-CIF-I                          PIC 9(01).
       01  WK-CIF-CONTROL                    PIC 9(01).
       01  WK-CIF-CONTROL-X                  REDEFINES WK-CIF-CONTROL
                                             PIC X(01).

      * Nombres ficticios de persona física: nombre y dos apellidos
      * tomados de estas tablas según el número de orden del NIF.
       01  WK-TABLA-NOMBRES-DATOS.
           05  FILLER                        PIC X(10) VALUE 'ANA'.
           05  FILLER                        PIC X(10) VALUE 'LUIS'.
           05  FILLER                        PIC X(10) VALUE 'MARTA'.
           05  FILLER                        PIC X(10) VALUE 'JAVIER'.
           05  FILLER                        PIC X(10) VALUE 'LUCIA'.
           05  FILLER                        PIC X(10) VALUE 'PABLO'.
           05  FILLER                        PIC X(10) VALUE 'ELENA'.
           05  FILLER                        PIC X(10) VALUE 'DIEGO'.
           05  FILLER                        PIC X(10) VALUE 'SARA'.
           05  FILLER                        PIC X(10) VALUE 'JORGE'.
           05  FILLER                        PIC X(10) VALUE 'PAULA'.
           05  FILLER                        PIC X(10) VALUE 'RAUL'.
           05  FILLER                        PIC X(10) VALUE 'NURIA'.
           05  FILLER                        PIC X(10) VALUE 'IVAN'.
           05  FILLER                        PIC X(10) VALUE 'ROSA'.
           05  FILLER                        PIC X(10) VALUE 'ALBERTO'.
           05  FILLER                        PIC X(10) VALUE 'CARMEN'.
           05  FILLER                        PIC X(10) VALUE 'SERGIO'.
           05  FILLER                        PIC X(10) VALUE 'TERESA'.
           05  FILLER                        PIC X(10) VALUE 'MANUEL'.
       01  WK-TABLA-NOMBRES                  REDEFINES
           WK-TABLA-NOMBRES-DATOS.
           05  WK-NOMBRE                     PIC X(10) OCCURS 20 TIMES.

       01  WK-TABLA-APELLIDOS-DATOS.
           05  FILLER                        PIC X(10) VALUE 'GARCIA'.
           05  FILLER                        PIC X(10) VALUE 'MARTINEZ'.
           05  FILLER                        PIC X(10) VALUE 'LOPEZ'.
           05  FILLER                        PIC X(10) VALUE 'SANCHEZ'.
           05  FILLER                        PIC X(10) VALUE 'PEREZ'.
           05  FILLER                        PIC X(10) VALUE 'GOMEZ'.
           05  FILLER                        PIC X(10) VALUE 'MARTIN'.
           05  FILLER                        PIC X(10) VALUE 'JIMENEZ'.
           05  FILLER                        PIC X(10) VALUE 'RUIZ'.
           05  FILLER                        PIC X(10) VALUE 'DIAZ'.
           05  FILLER                        PIC X(10) VALUE 'MORENO'.
           05  FILLER                        PIC X(10) VALUE 'ALVAREZ'.
           05  FILLER                        PIC X(10) VALUE 'ROMERO'.
           05  FILLER                        PIC X(10) VALUE 'ALONSO'.
           05  FILLER                        PIC X(10) VALUE 'NAVARRO'.
           05  FILLER                        PIC X(10) VALUE 'TORRES'.
           05  FILLER                        PIC X(10) VALUE 'VAZQUEZ'.
           05  FILLER                        PIC X(10) VALUE 'RAMOS'.
           05  FILLER                        PIC X(10) VALUE 'SERRANO'.
           05  FILLER                        PIC X(10) VALUE 'MOLINA'.
       01  WK-TABLA-APELLIDOS                REDEFINES
           WK-TABLA-APELLIDOS-DATOS.
           05  WK-APELLIDO                   PIC X(10) OCCURS 20 TIMES.

       01  WK-NOM-COC                        PIC 9(06).
       01  WK-NOM-I1                         PIC 9(02).
       01  WK-NOM-I2                         PIC 9(02).
       01  WK-NOM-I3                         PIC 9(02).

      * Número de tarjeta ficticio: BIN real, nueve cifras sacadas
      * del identificador de la tarjeta y dígito Luhn recalculado.
       01  WK-TAR-NUEVA.
           05  WK-TAR-BIN                    PIC X(06).
           05  WK-TAR-CUERPO                 PIC 9(09).
           05  WK-TAR-CONTROL                PIC 9(01).
       01  WK-TAR-NUEVA-R                    REDEFINES WK-TAR-NUEVA.
           05  WK-TAR-DIG                    PIC 9(01) OCCURS 16 TIMES.

       01  WK-TAR-COC                        PIC 9(10).
       01  WK-LUHN-I                         PIC 9(02).
       01  WK-LUHN-DIG                       PIC 9(02).
       01  WK-LUHN-SUMA                      PIC 9(03).
       01  WK-LUHN-COC                       PIC 9(03).
       01  WK-LUHN-RESTO                     PIC 9(01).
       01  SW-LUHN                           PIC 9(01) VALUE 0.
           88  LUHN-DOBLAR                   VALUE 1.
           88  LUHN-NO-DOBLAR                VALUE 0.

      * Número de cuenta ficticio: entidad y oficina reales, dígitos
      * de control recalculados y los diez dígitos de la cuenta
      * sacados de su identificador.
       01  WK-CCC-NUEVO.
           05  WK-CCC-ENTIDAD                PIC 9(04).
           05  WK-CCC-OFICINA                PIC 9(04).
           05  WK-CCC-DC-1                   PIC 9(01).
           05  WK-CCC-DC-2                   PIC 9(01).
           05  WK-CCC-CUENTA                 PIC 9(10).
       01  WK-CCC-NUEVO-X                    REDEFINES WK-CCC-NUEVO
                                             PIC X(20).

      * Pesos oficiales del dígito de control CCC, de izquierda a
      * derecha sobre un bloque de 10 dígitos.
       01  WK-DC-PESO-TABLA-DATOS.
           05  FILLER                        PIC 9(02) VALUE 01.
           05  FILLER                        PIC 9(02) VALUE 02.
           05  FILLER                        PIC 9(02) VALUE 04.
           05  FILLER                        PIC 9(02) VALUE 08.
           05  FILLER                        PIC 9(02) VALUE 05.
           05  FILLER                        PIC 9(02) VALUE 10.
           05  FILLER                        PIC 9(02) VALUE 09.
           05  FILLER                        PIC 9(02) VALUE 07.
           05  FILLER                        PIC 9(02) VALUE 03.
           05  FILLER                        PIC 9(02) VALUE 06.
       01  WK-DC-PESO-TABLA                  REDEFINES
           WK-DC-PESO-TABLA-DATOS.
           05  WK-DC-PESO                    PIC 9(02) OCCURS 10 TIMES.

       01  WK-DC-BLOQUE                      PIC 9(10).
       01  WK-DC-BLOQUE-R                    REDEFINES WK-DC-BLOQUE.
           05  WK-DC-BLOQUE-DIG              PIC 9(01) OCCURS 10 TIMES.

       01  WK-DC-SUMA                        PIC 9(03).
       01  WK-DC-COC                         PIC 9(02).
       01  WK-DC-RESTO                       PIC 9(02).
       01  WK-DC-I                           PIC 9(02).
       01  WK-DC-DIGITO-CALC                 PIC 9(02).

      * Filas anonimizadas por tipo de dato; las tarjetas y cuentas
      * con un número que no tiene la forma esperada se dejan como
      * están y se cuentan aparte.
       01  WK-CONTADOR-NIF                   PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CLIENTES              PIC 9(09) VALUE 0.
       01  WK-CONTADOR-DOMICILIOS            PIC 9(09) VALUE 0.
       01  WK-CONTADOR-TARJETAS              PIC 9(09) VALUE 0.
       01  WK-CONTADOR-TAR-OMITIDAS          PIC 9(09) VALUE 0.
       01  WK-CONTADOR-CUENTAS               PIC 9(09) VALUE 0.
       01  WK-CONTADOR-CTA-OMITIDAS          PIC 9(09) VALUE 0.
       01  WK-CONTADOR-ALIAS                 PIC 9(09) VALUE 0.
       01  WK-CONTADOR-TOTAL                 PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.

           IF   STAT-OK
           THEN PERFORM CONECTAR-BD             THRU FIN-CONECTAR-BD
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INICIO-BATCH  THRU
                        FIN-REGISTRAR-INICIO-BATCH
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-FICHERO           THRU FIN-ABRIR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM ANONIMIZAR              THRU FIN-ANONIMIZAR
                IF   STAT-OK
                THEN PERFORM HACER-COMMIT       THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK     THRU
                             FIN-HACER-ROLLBACK
                END-IF
                PERFORM ESCRIBIR-TOTALES        THRU
                        FIN-ESCRIBIR-TOTALES
                PERFORM CERRAR-FICHERO          THRU
                        FIN-CERRAR-FICHERO
           END-IF.

           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
           END-IF.

           IF   NOT STAT-ERR-ENTORNO
           THEN PERFORM DESCONECTAR-BD          THRU FIN-DESCONECTAR-BD
           END-IF.

           PERFORM MOSTRAR-ESTADO               THRU FIN-MOSTRAR-ESTADO.

           STOP RUN RETURNING SW-STAT.

      *    Salvaguarda: sólo se trabaja si la ejecución se ha marcado
      *    expresamente como de pruebas y con un origen de datos
      *    propio; con el origen de datos por omisión (el de
      *    explotación) no se conecta siquiera.
       INICIALIZAR.
      *------------
           ACCEPT WK-FECHA-ACTUAL               FROM DATE YYYYMMDD.
           STRING 'anonimizacion-' WK-FECHA-ACTUAL '.dat'
                  DELIMITED BY SIZE        INTO WK-FICHANON-NOMBRE.

           MOVE SPACES                          TO WK-ENTORNO.
           ACCEPT WK-ENTORNO                    FROM ENVIRONMENT
                  'ANONBD_ENTORNO'.

           MOVE SPACES                          TO WK-DSNAME-ENV.
           ACCEPT WK-DSNAME-ENV                 FROM ENVIRONMENT
                  'BANCO_DSNAME'.

           IF   WK-ENTORNO NOT = 'PRUEBAS'
                OR WK-DSNAME-ENV = SPACES
                OR WK-DSNAME-ENV = WK-DATASOURCE
           THEN SET  STAT-ERR-ENTORNO           TO TRUE
                DISPLAY '*** FATAL *** ANONBD INICIALIZAR: SOLO SE'
                DISPLAY 'EJECUTA CON ANONBD_ENTORNO=PRUEBAS Y'
                DISPLAY 'BANCO_DSNAME APUNTANDO A LA COPIA DE PRUEBAS'
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
                DISPLAY '*** FATAL *** ANONBD CONECTAR-BD: NO SE'
                DISPLAY 'PUDO ABRIR LA CONEXION A LA BASE DE DATOS'
                MOVE 'ANONBD'                    TO LOGERR-E-PROGRAMA
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
           MOVE 'ANONBD'                        TO BATLOG-E-PROGRAMA.

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
           MOVE WK-CONTADOR-TOTAL               TO
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


      *    Da de alta en el catálogo de informes el resumen de la
      *    anonimización.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'ANONBD'                        TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHANON-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 1                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** ANONBD REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHANON-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       ABRIR-FICHERO.
      *--------------
           OPEN OUTPUT FICHANON.

           IF   FS-FICHANON NOT = '00'
           THEN SET STAT-ERR-IO                 TO TRUE
                DISPLAY '*** FATAL *** ANONBD ABRIR-FICHERO: ERR'
                DISPLAY 'FILE STATUS [' FS-FICHANON ']'
           END-IF.

       FIN-ABRIR-FICHERO.
           EXIT.

       CERRAR-FICHERO.
      *---------------
           CLOSE FICHANON.

       FIN-CERRAR-FICHERO.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                COMMIT
           END-EXEC.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                ROLLBACK
           END-EXEC.

       FIN-HACER-ROLLBACK.
           EXIT.

      *    Los NIF van primero: los nombres, el documento de
      *    identidad y las peticiones dependen ya del NIF ficticio.
       ANONIMIZAR.
      *-----------
           PERFORM PREPARAR-SEMILLA             THRU
                   FIN-PREPARAR-SEMILLA.

           IF   STAT-OK
           THEN PERFORM VACIAR-CORRESPONDENCIAS THRU
                        FIN-VACIAR-CORRESPONDENCIAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM CARGAR-MAPA-NIF         THRU
                        FIN-CARGAR-MAPA-NIF
           END-IF.

           IF   STAT-OK
           THEN PERFORM APLICAR-MAPA-NIF        THRU
                        FIN-APLICAR-MAPA-NIF
           END-IF.

           IF   STAT-OK
           THEN PERFORM ANONIMIZAR-CLIENTES     THRU
                        FIN-ANONIMIZAR-CLIENTES
           END-IF.

           IF   STAT-OK
           THEN PERFORM ANONIMIZAR-DOMICILIOS   THRU
                        FIN-ANONIMIZAR-DOMICILIOS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ANONIMIZAR-TARJETAS     THRU
                        FIN-ANONIMIZAR-TARJETAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ANONIMIZAR-CUENTAS      THRU
                        FIN-ANONIMIZAR-CUENTAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ANONIMIZAR-ALIAS        THRU
                        FIN-ANONIMIZAR-ALIAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM VACIAR-CORRESPONDENCIAS THRU
                        FIN-VACIAR-CORRESPONDENCIAS
           END-IF.

           COMPUTE WK-CONTADOR-TOTAL = WK-CONTADOR-NIF
                                     + WK-CONTADOR-CLIENTES
                                     + WK-CONTADOR-DOMICILIOS
                                     + WK-CONTADOR-TARJETAS
                                     + WK-CONTADOR-CUENTAS
                                     + WK-CONTADOR-ALIAS.

       FIN-ANONIMIZAR.
           EXIT.

       PREPARAR-SEMILLA.
      *-----------------
           EXEC SQL
                SELECT LEFT(SHA2(CONCAT(UUID(), RAND()), 256), 16)
                INTO   :WK-SEMILLA
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'PREPARAR-SEMILLA'         TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-PREPARAR-SEMILLA.
           EXIT.

       VACIAR-CORRESPONDENCIAS.
      *------------------------
           MOVE 'VACIAR-CORRESPONDENCIAS'       TO LOGERR-E-PARRAFO.

           EXEC SQL
                DELETE FROM banco.anon_nif
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-VACIAR-CORRESPONDENCIAS
           END-IF.

           EXEC SQL
                DELETE FROM banco.anon_cuenta
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

       FIN-VACIAR-CORRESPONDENCIAS.
           EXIT.

      *    Todos los NIF distintos que aparecen en el esquema, sea
      *    cual sea la tabla y la columna que los guarda, para que un
      *    mismo NIF reciba el mismo ficticio en todas partes.
       CARGAR-MAPA-NIF.
      *----------------
           EXEC SQL
                INSERT INTO banco.anon_nif(nif_real)
                SELECT N.nif
                FROM  (SELECT nif_cliente AS nif
                       FROM   banco.cliente
                       UNION
                       SELECT nif_apoderado_cliente
                       FROM   banco.cliente
                       UNION
                       SELECT nif_apoderado_poder
                       FROM   banco.poder
                       UNION
                       SELECT nif_titreal
                       FROM   banco.titular_real
                       UNION
                       SELECT nif_lista
                       FROM   banco.titular_real
                       UNION
                       SELECT nif_lista
                       FROM   banco.lista_sancion
                       UNION
                       SELECT nif_caso
                       FROM   banco.caso_sar
                       UNION
                       SELECT nif_cirbe
                       FROM   banco.cirbe_retorno
                       UNION
                       SELECT nif_reclamacion
                       FROM   banco.reclamacion
                       UNION
                       SELECT nif_empleado
                       FROM   banco.nomina_domiciliada
                       UNION
                       SELECT nif_ordenante
                       FROM   banco.nomina_domiciliada
                       UNION
                       SELECT nif_solicita_firma
                       FROM   banco.firma_pendiente
                       UNION
                       SELECT nif_confirma_firma
                       FROM   banco.firma_pendiente
                       UNION
                       SELECT nif_visita
                       FROM   banco.caja_visita
                       UNION
                       SELECT nif_alias
                       FROM   banco.alias_pago
                       UNION
                       SELECT nif_cliente
                       FROM   banco.peticion_aprobacion
                       UNION
                       SELECT nif_vip
                       FROM   banco.lista_vip) N
                WHERE  N.nif IS NOT NULL
                AND    N.nif <> ''
           END-EXEC.

           MOVE 'CARGAR-MAPA-NIF'               TO LOGERR-E-PARRAFO.
           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-CARGAR-MAPA-NIF
           END-IF.

      *    El orden de asignación depende de la semilla: el número de
      *    orden de un NIF en la tabla no delata su posición real.
           EXEC SQL
                DECLARE CUR-MAPA CURSOR FOR
                SELECT nif_real
                FROM   banco.anon_nif
                ORDER BY SHA2(CONCAT(:WK-SEMILLA, nif_real), 256)
           END-EXEC.

           EXEC SQL OPEN CUR-MAPA END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CARGAR-MAPA-NIF
           END-IF.

           SET  NO-FIN-MAPA                     TO TRUE.

           PERFORM LEER-MAPA                    THRU FIN-LEER-MAPA
           UNTIL  FIN-MAPA
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-MAPA END-EXEC.

       FIN-CARGAR-MAPA-NIF.
           EXIT.

       LEER-MAPA.
      *----------
           EXEC SQL
                FETCH CUR-MAPA
                INTO  :WK-NIF-REAL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-MAPA                   TO TRUE
           WHEN SQL-SUCCESS
                PERFORM ASIGNAR-NIF-FALSO       THRU
                        FIN-ASIGNAR-NIF-FALSO
           WHEN OTHER
                MOVE 'LEER-MAPA'                TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-MAPA.
           EXIT.

      *    El ficticio conserva el tipo del real: DNI, NIE con su
      *    misma letra inicial o CIF con su misma clase de sociedad;
      *    la parte numérica sale del número de orden (a partir de
      *    90000000 en los DNI y de 9000000 en NIE y CIF) y la letra
      *    o dígito de control se calcula como en INSCLI, de modo que
      *    el ficticio pasa las mismas validaciones que el real. Lo
      *    que no tiene forma de NIF queda como ANON y el número de
      *    orden.
       ASIGNAR-NIF-FALSO.
      *------------------
           IF   WK-CONTADOR-NIF = 999999
           THEN SET  STAT-ERR-VOLUMEN           TO TRUE
                DISPLAY '*** FATAL *** ANONBD ASIGNAR-NIF-FALSO: MAS'
                DISPLAY 'DE 999999 NIF DISTINTOS EN LA COPIA'
                GO TO FIN-ASIGNAR-NIF-FALSO
           END-IF.

           ADD  1                               TO WK-CONTADOR-NIF.
           MOVE SPACES                          TO WK-NIF-FICTICIO.

           EVALUATE TRUE
           WHEN WK-NIF-REAL(1:8) IS NUMERIC
                MOVE 90000000                   TO WK-DNI-NUMERO
                ADD  WK-CONTADOR-NIF            TO WK-DNI-NUMERO
                MOVE WK-DNI-NUMERO              TO WK-NIF-NUMERO
                PERFORM CALCULAR-LETRA-NIF      THRU
                        FIN-CALCULAR-LETRA-NIF
                MOVE WK-NIF-LETRAS(WK-NIF-RESTO + 1:1)
                                                TO WK-DNI-LETRA
                PERFORM COMPONER-NOMBRE-PERSONA THRU
                        FIN-COMPONER-NOMBRE-PERSONA
           WHEN (WK-NIF-REAL(1:1) = 'X' OR 'Y' OR 'Z')
                AND WK-NIF-REAL(2:7) IS NUMERIC
                MOVE WK-NIF-REAL(1:1)           TO WK-NIE-PREFIJO
                MOVE 9000000                    TO WK-NIE-NUMERO
                ADD  WK-CONTADOR-NIF            TO WK-NIE-NUMERO
                MOVE WK-NIE-NUMERO              TO WK-NIF-NUMERO
                EVALUATE WK-NIE-PREFIJO
                WHEN 'Y'
                     ADD  10000000              TO WK-NIF-NUMERO
                WHEN 'Z'
                     ADD  20000000              TO WK-NIF-NUMERO
                END-EVALUATE
                PERFORM CALCULAR-LETRA-NIF      THRU
                        FIN-CALCULAR-LETRA-NIF
                MOVE WK-NIF-LETRAS(WK-NIF-RESTO + 1:1)
                                                TO WK-NIE-LETRA
                PERFORM COMPONER-NOMBRE-PERSONA THRU
                        FIN-COMPONER-NOMBRE-PERSONA
           WHEN WK-NIF-REAL(1:1) IS ALPHABETIC
                AND WK-NIF-REAL(1:1) NOT = SPACE
                AND WK-NIF-REAL(2:7) IS NUMERIC
                MOVE WK-NIF-REAL(1:1)           TO WK-CIF-CLASE
                MOVE 9000000                    TO WK-CIF-NUMERO
                ADD  WK-CONTADOR-NIF            TO WK-CIF-NUMERO
                MOVE WK-CIF-NUMERO              TO WK-CIF-NUM-X
                PERFORM CALCULAR-CONTROL-CIF    THRU
                        FIN-CALCULAR-CONTROL-CIF
                IF   WK-NIF-REAL(9:1) IS NUMERIC
                THEN MOVE WK-CIF-CONTROL-X      TO
                          WK-CIF-CONTROL-FALSO
                ELSE MOVE WK-CIF-LETRAS(WK-CIF-CONTROL + 1:1)
                                                TO
                          WK-CIF-CONTROL-FALSO
                END-IF
                PERFORM COMPONER-NOMBRE-EMPRESA THRU
                        FIN-COMPONER-NOMBRE-EMPRESA
           WHEN OTHER
                MOVE 'ANON'                     TO WK-OTRO-PREFIJO
                MOVE WK-CONTADOR-NIF            TO WK-OTRO-NUMERO
                PERFORM COMPONER-NOMBRE-PERSONA THRU
                        FIN-COMPONER-NOMBRE-PERSONA
           END-EVALUATE.

           MOVE WK-NIF-FICTICIO                 TO WK-NIF-FALSO.

           EXEC SQL
                UPDATE banco.anon_nif
                SET    nif_falso = :WK-NIF-FALSO,
                       nom_falso = :WK-NOM-FALSO
                WHERE  nif_real  = :WK-NIF-REAL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'ASIGNAR-NIF-FALSO'        TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-ASIGNAR-NIF-FALSO.
           EXIT.

       CALCULAR-LETRA-NIF.
      *-------------------
           DIVIDE WK-NIF-NUMERO BY 23           GIVING WK-NIF-COCIENTE
                                                REMAINDER WK-NIF-RESTO.

       FIN-CALCULAR-LETRA-NIF.
           EXIT.

       CALCULAR-CONTROL-CIF.
      *---------------------
           MOVE ZERO                            TO WK-CIF-SUMA.

           PERFORM SUMAR-DIGITO-CIF             THRU
                   FIN-SUMAR-DIGITO-CIF
           VARYING WK-CIF-I FROM 1 BY 1
           UNTIL   WK-CIF-I > 7.

           DIVIDE WK-CIF-SUMA BY 10             GIVING WK-CIF-COC
                                                REMAINDER WK-CIF-RESTO.

           IF   WK-CIF-RESTO = 0
           THEN MOVE 0                          TO WK-CIF-CONTROL
           ELSE COMPUTE WK-CIF-CONTROL = 10 - WK-CIF-RESTO
           END-IF.

       FIN-CALCULAR-CONTROL-CIF.
           EXIT.

       SUMAR-DIGITO-CIF.
      *-----------------
           MOVE WK-CIF-NUM-X(WK-CIF-I:1)        TO WK-CIF-DIG(2:1).
           MOVE 0                               TO WK-CIF-DIG(1:1).

           DIVIDE WK-CIF-I BY 2                 GIVING WK-CIF-COC
                                                REMAINDER WK-CIF-RESTO.

           IF   WK-CIF-RESTO = 1
           THEN MULTIPLY 2 BY WK-CIF-DIG
                IF   WK-CIF-DIG > 9
                THEN SUBTRACT 9                 FROM WK-CIF-DIG
                END-IF
           END-IF.

           ADD  WK-CIF-DIG                      TO WK-CIF-SUMA.

       FIN-SUMAR-DIGITO-CIF.
           EXIT.

      *    Nombre y dos apellidos de las tablas, según las cifras en
      *    base 20 del número de orden: 8000 combinaciones antes de
      *    repetirse, suficientes para que los duplicados de nombre
      *    se parezcan a los reales.
       COMPONER-NOMBRE-PERSONA.
      *------------------------
           DIVIDE WK-CONTADOR-NIF BY 20         GIVING WK-NOM-COC
                                                REMAINDER WK-NOM-I1.
           DIVIDE WK-NOM-COC BY 20              GIVING WK-NOM-COC
                                                REMAINDER WK-NOM-I2.
           DIVIDE WK-NOM-COC BY 20              GIVING WK-NOM-COC
                                                REMAINDER WK-NOM-I3.

           MOVE SPACES                          TO WK-NOM-FALSO.
           STRING WK-NOMBRE(WK-NOM-I1 + 1)      DELIMITED BY SPACE
                  ' '                           DELIMITED BY SIZE
                  WK-APELLIDO(WK-NOM-I2 + 1)    DELIMITED BY SPACE
                  ' '                           DELIMITED BY SIZE
                  WK-APELLIDO(WK-NOM-I3 + 1)    DELIMITED BY SPACE
                  INTO WK-NOM-FALSO.

       FIN-COMPONER-NOMBRE-PERSONA.
           EXIT.

      *    Razón social con la forma jurídica que indica la clase del
      *    CIF (A anónima, B limitada).
       COMPONER-NOMBRE-EMPRESA.
      *------------------------
           MOVE SPACES                          TO WK-NOM-FALSO.

           EVALUATE WK-CIF-CLASE
           WHEN 'A'
                STRING 'EMPRESA ' WK-CONTADOR-NIF ' S.A.'
                       DELIMITED BY SIZE        INTO WK-NOM-FALSO
           WHEN 'B'
                STRING 'EMPRESA ' WK-CONTADOR-NIF ' S.L.'
                       DELIMITED BY SIZE        INTO WK-NOM-FALSO
           WHEN OTHER
                STRING 'ENTIDAD ' WK-CONTADOR-NIF
                       DELIMITED BY SIZE        INTO WK-NOM-FALSO
           END-EVALUATE.

       FIN-COMPONER-NOMBRE-EMPRESA.
           EXIT.

      *    Sustituye cada NIF por su ficticio en todas las columnas
      *    que lo guardan, y el nombre del cliente, del titular real
      *    y de las peticiones de alta por el nombre ficticio de su
      *    NIF. Las consultas de auditoría guardan como clave el NIF
      *    consultado y se cambian igual. El nombre de las listas de
      *    sanciones es público y se deja.
       APLICAR-MAPA-NIF.
      *-----------------
           MOVE 'APLICAR-MAPA-NIF'              TO LOGERR-E-PARRAFO.

           EXEC SQL
                UPDATE banco.cliente T, banco.anon_nif A
                SET    T.nif_cliente = A.nif_falso,
                       T.nom_cliente = A.nom_falso
                WHERE  T.nif_cliente = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.cliente T, banco.anon_nif A
                SET    T.nif_apoderado_cliente = A.nif_falso
                WHERE  T.nif_apoderado_cliente = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.poder T, banco.anon_nif A
                SET    T.nif_apoderado_poder = A.nif_falso
                WHERE  T.nif_apoderado_poder = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.titular_real T, banco.anon_nif A
                SET    T.nif_titreal = A.nif_falso,
                       T.nom_titreal = A.nom_falso
                WHERE  T.nif_titreal = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.titular_real T, banco.anon_nif A
                SET    T.nif_lista = A.nif_falso
                WHERE  T.nif_lista = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.lista_sancion T, banco.anon_nif A
                SET    T.nif_lista = A.nif_falso
                WHERE  T.nif_lista = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.caso_sar T, banco.anon_nif A
                SET    T.nif_caso = A.nif_falso
                WHERE  T.nif_caso = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.cirbe_retorno T, banco.anon_nif A
                SET    T.nif_cirbe = A.nif_falso
                WHERE  T.nif_cirbe = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.reclamacion T, banco.anon_nif A
                SET    T.nif_reclamacion = A.nif_falso
                WHERE  T.nif_reclamacion = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.nomina_domiciliada T, banco.anon_nif A
                SET    T.nif_empleado = A.nif_falso
                WHERE  T.nif_empleado = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.nomina_domiciliada T, banco.anon_nif A
                SET    T.nif_ordenante = A.nif_falso
                WHERE  T.nif_ordenante = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.firma_pendiente T, banco.anon_nif A
                SET    T.nif_solicita_firma = A.nif_falso
                WHERE  T.nif_solicita_firma = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.firma_pendiente T, banco.anon_nif A
                SET    T.nif_confirma_firma = A.nif_falso
                WHERE  T.nif_confirma_firma = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.caja_visita T, banco.anon_nif A
                SET    T.nif_visita = A.nif_falso
                WHERE  T.nif_visita = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.alias_pago T, banco.anon_nif A
                SET    T.nif_alias = A.nif_falso
                WHERE  T.nif_alias = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.peticion_aprobacion T, banco.anon_nif A
                SET    T.nif_cliente = A.nif_falso,
                       T.nom_cliente = A.nom_falso
                WHERE  T.nif_cliente = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.lista_vip T, banco.anon_nif A
                SET    T.nif_vip = A.nif_falso
                WHERE  T.nif_vip = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-APLICAR-MAPA-NIF
           END-IF.

           EXEC SQL
                UPDATE banco.auditoria_consulta T, banco.anon_nif A
                SET    T.clave_auditoria = A.nif_falso
                WHERE  T.clave_auditoria = A.nif_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

       FIN-APLICAR-MAPA-NIF.
           EXIT.

      *    La fecha de nacimiento conserva el año (la pirámide de
      *    edades y los menores siguen igual) con mes y día sacados de
      *    la semilla; el documento de identidad pasa a ser el NIF
      *    ficticio cuando es DNI, NIE o CIF, y el pasaporte y el TIN
      *    extranjero se forman con el identificador del cliente.
       ANONIMIZAR-CLIENTES.
      *--------------------
           MOVE 'ANONIMIZAR-CLIENTES'           TO LOGERR-E-PARRAFO.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-FILAS
                FROM   banco.cliente
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ANONIMIZAR-CLIENTES
           END-IF.

           MOVE WK-NUM-FILAS                    TO WK-CONTADOR-CLIENTES.

           EXEC SQL
                UPDATE banco.cliente
                SET    fec_nac_cliente = str_to_date(CONCAT(
                           YEAR(fec_nac_cliente),
                           LPAD(1 + MOD(CRC32(CONCAT(:WK-SEMILLA,
                                'M', id_cliente)), 12), 2, '0'),
                           LPAD(1 + MOD(CRC32(CONCAT(:WK-SEMILLA,
                                'D', id_cliente)), 28), 2, '0')),
                           '%Y%m%d')
                WHERE  fec_nac_cliente IS NOT NULL
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-ANONIMIZAR-CLIENTES
           END-IF.

           EXEC SQL
                UPDATE banco.cliente
                SET    num_doc_cliente = CASE
                           WHEN tipo_doc_cliente IN ('D', 'N', 'C')
                           THEN nif_cliente
                           ELSE CONCAT('PAS', LPAD(id_cliente, 10,
                                                   '0'))
                       END
                WHERE  num_doc_cliente IS NOT NULL
                AND    num_doc_cliente <> ''
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-ANONIMIZAR-CLIENTES
           END-IF.

           EXEC SQL
                UPDATE banco.cliente
                SET    tin_cliente = CONCAT('TIN', LPAD(id_cliente,
                                                        10, '0'))
                WHERE  tin_cliente IS NOT NULL
                AND    tin_cliente <> ''
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-ANONIMIZAR-CLIENTES
           END-IF.

           EXEC SQL
                UPDATE banco.peticion_aprobacion
                SET    fec_nac_cliente = str_to_date(CONCAT(
                           YEAR(fec_nac_cliente),
                           LPAD(1 + MOD(CRC32(CONCAT(:WK-SEMILLA,
                                'M', id_peticion)), 12), 2, '0'),
                           LPAD(1 + MOD(CRC32(CONCAT(:WK-SEMILLA,
                                'D', id_peticion)), 28), 2, '0')),
                           '%Y%m%d')
                WHERE  fec_nac_cliente IS NOT NULL
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

       FIN-ANONIMIZAR-CLIENTES.
           EXIT.

      *    La calle se sustituye por una ficticia que depende sólo de
      *    la calle real y de la semilla: los domicilios de una misma
      *    calle siguen en la misma calle (y los duplicados siguen
      *    siendo duplicados). Número, código postal, población y
      *    provincia se conservan para no perder el reparto
      *    geográfico. Las peticiones de alta pendientes llevan su
      *    propia copia del domicilio y se cambian igual.
       ANONIMIZAR-DOMICILIOS.
      *----------------------
           MOVE 'ANONIMIZAR-DOMICILIOS'         TO LOGERR-E-PARRAFO.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-FILAS
                FROM   banco.domicilio
                WHERE  calle_dom IS NOT NULL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ANONIMIZAR-DOMICILIOS
           END-IF.

           MOVE WK-NUM-FILAS                    TO
                WK-CONTADOR-DOMICILIOS.

           EXEC SQL
                UPDATE banco.domicilio
                SET    calle_dom = CONCAT(
                           ELT(1 + MOD(CRC32(CONCAT(:WK-SEMILLA,
                               UPPER(TRIM(calle_dom)))), 6),
                               'CALLE', 'AVENIDA', 'PLAZA', 'PASEO',
                               'CAMINO', 'RONDA'),
                           ' ',
                           ELT(1 + MOD(FLOOR(CRC32(CONCAT(
                               :WK-SEMILLA, UPPER(TRIM(calle_dom))))
                               / 6), 12),
                               'DEL PINO', 'MAYOR', 'DE LA IGLESIA',
                               'DEL SOL', 'DE LA ESTACION', 'REAL',
                               'DEL MOLINO', 'DE LAS FLORES',
                               'DEL CARMEN', 'NUEVA', 'DE LA PAZ',
                               'DEL RIO'),
                           ' ',
                           MOD(FLOOR(CRC32(CONCAT(:WK-SEMILLA,
                               UPPER(TRIM(calle_dom)))) / 72), 1000))
                WHERE  calle_dom IS NOT NULL
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-ANONIMIZAR-DOMICILIOS
           END-IF.

           EXEC SQL
                UPDATE banco.peticion_aprobacion
                SET    calle_dom = CONCAT(
                           ELT(1 + MOD(CRC32(CONCAT(:WK-SEMILLA,
                               UPPER(TRIM(calle_dom)))), 6),
                               'CALLE', 'AVENIDA', 'PLAZA', 'PASEO',
                               'CAMINO', 'RONDA'),
                           ' ',
                           ELT(1 + MOD(FLOOR(CRC32(CONCAT(
                               :WK-SEMILLA, UPPER(TRIM(calle_dom))))
                               / 6), 12),
                               'DEL PINO', 'MAYOR', 'DE LA IGLESIA',
                               'DEL SOL', 'DE LA ESTACION', 'REAL',
                               'DEL MOLINO', 'DE LAS FLORES',
                               'DEL CARMEN', 'NUEVA', 'DE LA PAZ',
                               'DEL RIO'),
                           ' ',
                           MOD(FLOOR(CRC32(CONCAT(:WK-SEMILLA,
                               UPPER(TRIM(calle_dom)))) / 72), 1000))
                WHERE  calle_dom IS NOT NULL
                AND    calle_dom <> ''
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

       FIN-ANONIMIZAR-DOMICILIOS.
           EXIT.

      *    Número nuevo para cada tarjeta; después, sal nueva y PIN y
      *    CCV de prueba para todas, y fuera el historial de PIN, que
      *    guarda resúmenes de PIN reales.
       ANONIMIZAR-TARJETAS.
      *--------------------
           MOVE 'ANONIMIZAR-TARJETAS'           TO LOGERR-E-PARRAFO.

           EXEC SQL
                DECLARE CUR-TARJETAS CURSOR FOR
                SELECT id_medio, num_tarjeta
                FROM   banco.tarjeta
                WHERE  num_tarjeta IS NOT NULL
                ORDER BY id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-TARJETAS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ANONIMIZAR-TARJETAS
           END-IF.

           SET  NO-FIN-TARJETAS                 TO TRUE.

           PERFORM LEER-TARJETA                 THRU FIN-LEER-TARJETA
           UNTIL  FIN-TARJETAS
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-TARJETAS END-EXEC.

           IF   NOT STAT-OK
           THEN GO TO FIN-ANONIMIZAR-TARJETAS
           END-IF.

           MOVE 'ANONIMIZAR-TARJETAS'           TO LOGERR-E-PARRAFO.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    sal_pin_tarjeta = LEFT(SHA2(CONCAT(UUID(),
                                         RAND(), id_medio), 256), 32),
                       sal_ccv_tarjeta = LEFT(SHA2(CONCAT(RAND(),
                                         UUID(), id_medio), 256), 32)
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-ANONIMIZAR-TARJETAS
           END-IF.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    pin_tarjeta = CASE
                           WHEN pin_tarjeta IS NULL
                           OR   pin_tarjeta = ''
                           THEN pin_tarjeta
                           ELSE SHA2(CONCAT(sal_pin_tarjeta,
                                            :WK-PIN-PRUEBAS), 256)
                       END,
                       ccv_tarjeta = SHA2(CONCAT(sal_ccv_tarjeta,
                                                 :WK-CCV-PRUEBAS), 256)
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

           IF   NOT STAT-OK
           THEN GO TO FIN-ANONIMIZAR-TARJETAS
           END-IF.

           EXEC SQL
                DELETE FROM banco.pin_historico
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

       FIN-ANONIMIZAR-TARJETAS.
           EXIT.

       LEER-TARJETA.
      *-------------
           EXEC SQL
                FETCH CUR-TARJETAS
                INTO  :WK-TAR-ID, :WK-TAR-NUM-REAL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-TARJETAS               TO TRUE
           WHEN SQL-SUCCESS
                PERFORM CAMBIAR-NUM-TARJETA     THRU
                        FIN-CAMBIAR-NUM-TARJETA
           WHEN OTHER
                MOVE 'LEER-TARJETA'             TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-TARJETA.
           EXIT.

      *    Se conserva el BIN (marca, tipo de tarjeta y emisor); las
      *    nueve cifras siguientes salen del identificador de la
      *    tarjeta, único, y la última es el dígito Luhn.
       CAMBIAR-NUM-TARJETA.
      *--------------------
           IF   WK-TAR-NUM-REAL IS NOT NUMERIC
           THEN ADD  1                          TO
                     WK-CONTADOR-TAR-OMITIDAS
                GO TO FIN-CAMBIAR-NUM-TARJETA
           END-IF.

           MOVE WK-TAR-NUM-REAL(1:6)            TO WK-TAR-BIN.
           DIVIDE WK-TAR-ID BY 1000000000       GIVING WK-TAR-COC
                                                REMAINDER
                                                WK-TAR-CUERPO.

           PERFORM CALCULAR-DIGITO-LUHN         THRU
                   FIN-CALCULAR-DIGITO-LUHN.

           MOVE WK-TAR-NUEVA                    TO WK-TAR-NUM-FALSO.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    num_tarjeta = :WK-TAR-NUM-FALSO
                WHERE  id_medio    = :WK-TAR-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CAMBIAR-NUM-TARJETA'      TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CAMBIAR-NUM-TARJETA
           END-IF.

           ADD  1                               TO WK-CONTADOR-TARJETAS.

       FIN-CAMBIAR-NUM-TARJETA.
           EXIT.

      *    Luhn: de derecha a izquierda sobre las quince primeras
      *    cifras, doblando la primera y luego una sí y otra no (las
      *    que pasan de 9 se quedan en la suma de sus cifras); el
      *    control es lo que falta a la suma hasta la decena.
       CALCULAR-DIGITO-LUHN.
      *---------------------
           MOVE ZERO                            TO WK-LUHN-SUMA.
           SET  LUHN-DOBLAR                     TO TRUE.

           PERFORM SUMAR-DIGITO-LUHN            THRU
                   FIN-SUMAR-DIGITO-LUHN
           VARYING WK-LUHN-I FROM 15 BY -1
           UNTIL   WK-LUHN-I < 1.

           DIVIDE WK-LUHN-SUMA BY 10            GIVING WK-LUHN-COC
                                                REMAINDER WK-LUHN-RESTO.

           IF   WK-LUHN-RESTO = 0
           THEN MOVE 0                          TO WK-TAR-CONTROL
           ELSE COMPUTE WK-TAR-CONTROL = 10 - WK-LUHN-RESTO
           END-IF.

       FIN-CALCULAR-DIGITO-LUHN.
           EXIT.

       SUMAR-DIGITO-LUHN.
      *------------------
           MOVE WK-TAR-DIG(WK-LUHN-I)           TO WK-LUHN-DIG.

           IF   LUHN-DOBLAR
           THEN MULTIPLY 2 BY WK-LUHN-DIG
                IF   WK-LUHN-DIG > 9
                THEN SUBTRACT 9                 FROM WK-LUHN-DIG
                END-IF
                SET  LUHN-NO-DOBLAR             TO TRUE
           ELSE SET  LUHN-DOBLAR                TO TRUE
           END-IF.

           ADD  WK-LUHN-DIG                     TO WK-LUHN-SUMA.

       FIN-SUMAR-DIGITO-LUHN.
           EXIT.

      *    Número nuevo para cada cuenta, anotado en la
      *    correspondencia de cuentas para llevarlo a las órdenes de
      *    no pago, que guardan el número y no el identificador.
       ANONIMIZAR-CUENTAS.
      *-------------------
           MOVE 'ANONIMIZAR-CUENTAS'            TO LOGERR-E-PARRAFO.

           EXEC SQL
                DECLARE CUR-CUENTAS CURSOR FOR
                SELECT id_medio, num_cuenta
                FROM   banco.cuenta
                WHERE  num_cuenta IS NOT NULL
                ORDER BY id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-CUENTAS END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ANONIMIZAR-CUENTAS
           END-IF.

           SET  NO-FIN-CUENTAS                  TO TRUE.

           PERFORM LEER-CUENTA                  THRU FIN-LEER-CUENTA
           UNTIL  FIN-CUENTAS
           OR     NOT STAT-OK.

           EXEC SQL CLOSE CUR-CUENTAS END-EXEC.

           IF   NOT STAT-OK
           THEN GO TO FIN-ANONIMIZAR-CUENTAS
           END-IF.

           MOVE 'ANONIMIZAR-CUENTAS'            TO LOGERR-E-PARRAFO.

           EXEC SQL
                UPDATE banco.orden_no_pago O, banco.anon_cuenta A
                SET    O.num_cuenta = A.num_falso
                WHERE  O.num_cuenta = A.num_real
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

       FIN-ANONIMIZAR-CUENTAS.
           EXIT.

       LEER-CUENTA.
      *------------
           EXEC SQL
                FETCH CUR-CUENTAS
                INTO  :WK-CTA-ID, :WK-CTA-NUM-REAL
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET  FIN-CUENTAS                TO TRUE
           WHEN SQL-SUCCESS
                PERFORM CAMBIAR-NUM-CUENTA      THRU
                        FIN-CAMBIAR-NUM-CUENTA
           WHEN OTHER
                MOVE 'LEER-CUENTA'              TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-EVALUATE.

       FIN-LEER-CUENTA.
           EXIT.

      *    Se conservan entidad y oficina; los diez dígitos de la
      *    cuenta son el identificador, único, y los dos dígitos de
      *    control se recalculan como en BANCO (VALIDAR-DC-CUENTA).
       CAMBIAR-NUM-CUENTA.
      *-------------------
           IF   WK-CTA-NUM-REAL IS NOT NUMERIC
           THEN ADD  1                          TO
                     WK-CONTADOR-CTA-OMITIDAS
                GO TO FIN-CAMBIAR-NUM-CUENTA
           END-IF.

           MOVE WK-CTA-NUM-REAL                 TO WK-CCC-NUEVO-X.
           MOVE WK-CTA-ID                       TO WK-CCC-CUENTA.

           COMPUTE WK-DC-BLOQUE = WK-CCC-ENTIDAD * 10000
                                + WK-CCC-OFICINA.
           PERFORM CALCULAR-DIGITO-DC           THRU
                   FIN-CALCULAR-DIGITO-DC.
           MOVE WK-DC-DIGITO-CALC               TO WK-CCC-DC-1.

           MOVE WK-CCC-CUENTA                   TO WK-DC-BLOQUE.
           PERFORM CALCULAR-DIGITO-DC           THRU
                   FIN-CALCULAR-DIGITO-DC.
           MOVE WK-DC-DIGITO-CALC               TO WK-CCC-DC-2.

           MOVE WK-CCC-NUEVO-X                  TO WK-CTA-NUM-FALSO.

           EXEC SQL
                UPDATE banco.cuenta
                SET    num_cuenta = :WK-CTA-NUM-FALSO
                WHERE  id_medio   = :WK-CTA-ID
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CAMBIAR-NUM-CUENTA'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CAMBIAR-NUM-CUENTA
           END-IF.

           EXEC SQL
                INSERT INTO banco.anon_cuenta(
                    num_real,
                    num_falso
                )
                VALUES(
                    :WK-CTA-NUM-REAL,
                    :WK-CTA-NUM-FALSO
                )
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN MOVE 'CAMBIAR-NUM-CUENTA'       TO LOGERR-E-PARRAFO
                PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-CAMBIAR-NUM-CUENTA
           END-IF.

           ADD  1                               TO WK-CONTADOR-CUENTAS.

       FIN-CAMBIAR-NUM-CUENTA.
           EXIT.

       CALCULAR-DIGITO-DC.
      *-------------------
           MOVE ZERO                            TO WK-DC-SUMA.

           PERFORM SUMAR-DIGITO-DC              THRU FIN-SUMAR-DIGITO-DC
           VARYING WK-DC-I FROM 1 BY 1
           UNTIL   WK-DC-I > 10.

           DIVIDE WK-DC-SUMA BY 11              GIVING WK-DC-COC
                                                REMAINDER WK-DC-RESTO.

           COMPUTE WK-DC-DIGITO-CALC = 11 - WK-DC-RESTO.

           EVALUATE WK-DC-DIGITO-CALC
           WHEN 10
                MOVE 1                          TO WK-DC-DIGITO-CALC
           WHEN 11
                MOVE 0                          TO WK-DC-DIGITO-CALC
           END-EVALUATE.

       FIN-CALCULAR-DIGITO-DC.
           EXIT.

       SUMAR-DIGITO-DC.
      *----------------
           COMPUTE WK-DC-SUMA = WK-DC-SUMA +
                   WK-DC-BLOQUE-DIG(WK-DC-I) * WK-DC-PESO(WK-DC-I).

       FIN-SUMAR-DIGITO-DC.
           EXIT.

      *    Alias de pago: los teléfonos pasan a un móvil ficticio y
      *    los correos a una dirección del dominio reservado de
      *    pruebas, los dos sacados del alias real y de la semilla
      *    (un mismo alias da el mismo ficticio).
       ANONIMIZAR-ALIAS.
      *-----------------
           MOVE 'ANONIMIZAR-ALIAS'              TO LOGERR-E-PARRAFO.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-FILAS
                FROM   banco.alias_pago
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
                GO TO FIN-ANONIMIZAR-ALIAS
           END-IF.

           MOVE WK-NUM-FILAS                    TO WK-CONTADOR-ALIAS.

           EXEC SQL
                UPDATE banco.alias_pago
                SET    alias_pago = CASE
                           WHEN tipo_alias = 'T'
                           THEN CONCAT('6', LPAD(MOD(CRC32(CONCAT(
                                :WK-SEMILLA, alias_pago)), 100000000),
                                8, '0'))
                           ELSE CONCAT('cliente', CRC32(CONCAT(
                                :WK-SEMILLA, alias_pago)),
                                '@ejemplo.test')
                       END
           END-EXEC.

           PERFORM COMPROBAR-SQL                THRU FIN-COMPROBAR-SQL.

       FIN-ANONIMIZAR-ALIAS.
           EXIT.

      *    Resultado de una sentencia de modificación: que no toque
      *    ninguna fila no es un error.
       COMPROBAR-SQL.
      *--------------
           MOVE SQLCODE                         TO WK-SQLCODE.

           IF   NOT SQL-SUCCESS
                AND NOT SQL-NODATA
           THEN PERFORM ERROR-SQL               THRU FIN-ERROR-SQL
           END-IF.

       FIN-COMPROBAR-SQL.
           EXIT.

       ESCRIBIR-TOTALES.
      *-----------------
           MOVE SPACES                          TO REG-FICHANON.
           STRING 'NIF SUSTITUIDOS [' WK-CONTADOR-NIF
                  '] CLIENTES [' WK-CONTADOR-CLIENTES
                  '] DOMICILIOS [' WK-CONTADOR-DOMICILIOS
                  '] ALIAS [' WK-CONTADOR-ALIAS ']'
                  DELIMITED BY SIZE             INTO REG-FICHANON.

           WRITE REG-FICHANON.

           MOVE SPACES                          TO REG-FICHANON.
           STRING 'TARJETAS [' WK-CONTADOR-TARJETAS
                  '] OMITIDAS [' WK-CONTADOR-TAR-OMITIDAS
                  '] CUENTAS [' WK-CONTADOR-CUENTAS
                  '] OMITIDAS [' WK-CONTADOR-CTA-OMITIDAS ']'
                  DELIMITED BY SIZE             INTO REG-FICHANON.

           WRITE REG-FICHANON.

           MOVE SPACES                          TO REG-FICHANON.

           IF   STAT-OK
           THEN STRING 'ANONIMIZACION COMPLETA [' WK-CONTADOR-TOTAL
                       ']'
                       DELIMITED BY SIZE        INTO REG-FICHANON
           ELSE STRING 'ANONIMIZACION DESHECHA, ESTADO [' SW-STAT
                       ']'
                       DELIMITED BY SIZE        INTO REG-FICHANON
           END-IF.

           WRITE REG-FICHANON.

       FIN-ESCRIBIR-TOTALES.
           EXIT.

      *    Se deshace el trabajo antes de anotar el error: LOGERR
      *    confirma su propia fila y con ella confirmaría la
      *    anonimización a medias.
       ERROR-SQL.
      *----------
           SET  STAT-ERR-SQL                    TO TRUE.
           DISPLAY '*** FATAL *** ANONBD ' LOGERR-E-PARRAFO.
           DISPLAY 'SQLCODE  [' SQLCODE ']'.
           DISPLAY 'SQLERRML [' SQLERRML ']'.
           DISPLAY 'SQLERRMC [' SQLERRMC ']'.
           PERFORM HACER-ROLLBACK               THRU FIN-HACER-ROLLBACK.
           MOVE 'ANONBD'                        TO LOGERR-E-PROGRAMA.
           MOVE WK-SQLCODE                      TO LOGERR-E-SQLCODE.
           MOVE SPACES                          TO LOGERR-E-SQLERRMC.
           CALL 'LOGERR' USING AREA-LOGERR.

       FIN-ERROR-SQL.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ANONIMIZACION DE LA COPIA DE PRUEBAS'.
           DISPLAY 'INFORME              [' WK-FICHANON-NOMBRE ']'.
           DISPLAY 'NIF SUSTITUIDOS      [' WK-CONTADOR-NIF ']'.
           DISPLAY 'CLIENTES             [' WK-CONTADOR-CLIENTES ']'.
           DISPLAY 'DOMICILIOS           [' WK-CONTADOR-DOMICILIOS
                   ']'.
           DISPLAY 'TARJETAS             [' WK-CONTADOR-TARJETAS ']'.
           DISPLAY 'TARJETAS OMITIDAS    [' WK-CONTADOR-TAR-OMITIDAS
                   ']'.
           DISPLAY 'CUENTAS              [' WK-CONTADOR-CUENTAS ']'.
           DISPLAY 'CUENTAS OMITIDAS     [' WK-CONTADOR-CTA-OMITIDAS
                   ']'.
           DISPLAY 'ALIAS DE PAGO        [' WK-CONTADOR-ALIAS ']'.
           DISPLAY 'ESTADO               [' SW-STAT ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
           EXIT.
