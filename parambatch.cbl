       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. PARAMBATCH.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Parámetros de los procesos batch. Cada proceso lee al arrancar
      * sus umbrales, plazos y modos de banco.parametro_batch, que
      * guarda la historia de cada uno (valor, fecha desde la que
      * rige y quién lo cambió). La variable de entorno del mismo
      * nombre queda sólo para sustituirlo a propósito en una
      * ejecución; sin variable ni fila en vigor, vale el valor por
      * omisión del programa. El valor usado y su origen se anotan en
      * banco.batch_log_parametro contra la ejecución de
      * banco.batch_log, para saber con qué trabajó cada noche.
      * Cambiar un parámetro sensible (umbral de blanqueo, umbral de
      * OTP...) tiene control de cuatro ojos: la primera llamada
      * encola la petición en banco.peticion_aprobacion y sólo cuando
      * un segundo operador la aprueba en APRCAMBIO se graba el valor.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE parambatch        END-EXEC.

       01  WK-PROGRAMA                       PIC X(12).
       01  WK-PARAMETRO                      PIC X(30).
       01  WK-VALOR                          PIC X(30).
       01  WK-FEC-VIGOR                      PIC 9(08).
       01  WK-USUARIO                        PIC X(30).
       01  WK-USUARIO-SOLICITA               PIC X(30).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

      * Parámetros cuyo cambio pide la confirmación de un segundo
      * operador.
       01  WK-PARAMETRO-SENSIBLE             PIC X(30).
           88  PARAMETRO-SENSIBLE            VALUE
                                             'RPTAML_UMBRAL'
                                             'INSMOV_UMBRAL_OTP'
                                             'RPTGRANRIE_FONDOS_PROPIOS'
                                             'RPTLTV_LIMITE'
                                             'BANCO_BIC'.

       01  WK-VALOR-AUX                      PIC X(30).
       01  WK-LONGITUD                       PIC 9(02).
       01  WK-LONG-VALOR                     PIC 9(02).
       01  WK-POSICION                       PIC 9(02).

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-FECHA                          PIC 9(08).
       01  WK-FECHA-R                        REDEFINES WK-FECHA.
           05  WK-FECHA-AAAA                 PIC 9(04).
           05  WK-FECHA-MM                   PIC 9(02).
           05  WK-FECHA-DD                   PIC 9(02).

      * Si el valor leído es utilizable tal cual lo pide el programa.
       01  SW-VALOR-VALIDO                   PIC 9(01) VALUE 1.
           88  VALOR-VALIDO-SI               VALUE 1.
           88  VALOR-VALIDO-NO               VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'parambatch.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-PARAMBATCH.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           IF   PARAMBATCH-STAT-OK
           THEN EVALUATE TRUE
                WHEN PARAMBATCH-E-ACC-LEER
                     PERFORM LEER-PARAMETRO   THRU
                             FIN-LEER-PARAMETRO

                WHEN PARAMBATCH-E-ACC-CAMBIAR
                     PERFORM CAMBIAR-PARAMETRO
                                              THRU
                             FIN-CAMBIAR-PARAMETRO

                WHEN OTHER
                     SET PARAMBATCH-STAT-ERR-ACC
                                              TO TRUE
                END-EVALUATE
           END-IF.

      *    La lectura sólo escribe cuando anota el valor usado contra
      *    una ejecución batch, al arrancar y sin nada más pendiente;
      *    sin ejecución (INSMOV) no confirma ni deshace nada, que la
      *    unidad de trabajo es la del que llama.
           IF   PARAMBATCH-E-ACC-CAMBIAR
                OR PARAMBATCH-E-ID-EJEC NOT = 0
           THEN IF   PARAMBATCH-STAT-OK OR PARAMBATCH-STAT-PENDIENTE
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE IF   PARAMBATCH-STAT-ERR-SQL
                     THEN PERFORM HACER-ROLLBACK
                                              THRU FIN-HACER-ROLLBACK
                     END-IF
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-PARAMBATCH-SALIDA
                                              REG-PARAMETRO
                                              REG-PARAMETRO-NULL
                                              REG-PARAMUSO
                                              REG-PARAMUSO-NULL.

           IF   PARAMBATCH-E-PROGRAMA = SPACES
                OR PARAMBATCH-E-PARAMETRO = SPACES
           THEN SET PARAMBATCH-STAT-ERR-PARAM TO TRUE
                GO TO FIN-INICIALIZAR
           END-IF.

           MOVE PARAMBATCH-E-PROGRAMA         TO WK-PROGRAMA.
           MOVE PARAMBATCH-E-PARAMETRO        TO WK-PARAMETRO.

           MOVE WK-PARAMETRO                  TO WK-PARAMETRO-SENSIBLE.
           IF   PARAMETRO-SENSIBLE
           THEN MOVE 'S'                      TO PARAMBATCH-S-SENSIBLE
           ELSE MOVE 'N'                      TO PARAMBATCH-S-SENSIBLE
           END-IF.

           MOVE PARAMBATCH-E-USUARIO          TO WK-USUARIO.
           IF   WK-USUARIO = SPACES
           THEN ACCEPT WK-USUARIO             FROM ENVIRONMENT 'USER'
           END-IF.
           IF   WK-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO WK-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * La variable de entorno manda sobre la tabla y la tabla sobre
      * el valor por omisión del programa.
       LEER-PARAMETRO.
      *---------------
           IF   PARAMBATCH-E-NUMERICO-SI
                AND (PARAMBATCH-E-LONGITUD = 0
                     OR PARAMBATCH-E-LONGITUD > 30)
           THEN SET PARAMBATCH-STAT-ERR-PARAM TO TRUE
                GO TO FIN-LEER-PARAMETRO
           END-IF.

           SET VALOR-VALIDO-SI                TO TRUE.

           MOVE SPACES                        TO WK-VALOR.
           ACCEPT WK-VALOR                    FROM ENVIRONMENT
                                              WK-PARAMETRO.

           IF   WK-VALOR NOT = SPACES
           THEN SET PARAMBATCH-S-ORIGEN-ENTORNO
                                              TO TRUE
           ELSE PERFORM LEER-TABLA            THRU FIN-LEER-TABLA
           END-IF.

           IF   NOT PARAMBATCH-STAT-OK
           THEN GO TO FIN-LEER-PARAMETRO
           END-IF.

           IF   WK-VALOR = SPACES
           THEN SET PARAMBATCH-S-ORIGEN-DEFECTO
                                              TO TRUE
                MOVE PARAMBATCH-E-VALOR-DEFECTO
                                              TO WK-VALOR
           END-IF.

           IF   PARAMBATCH-E-NUMERICO-SI
           THEN PERFORM AJUSTAR-NUMERICO      THRU
                        FIN-AJUSTAR-NUMERICO
           END-IF.

      *    Un valor mal escrito no se queda en silencio: se avisa y se
      *    trabaja con el valor por omisión, que es el que se anota.
           IF   VALOR-VALIDO-NO
           THEN DISPLAY '*** AVISO *** PARAMBATCH: VALOR NO VALIDO ['
                        WK-VALOR '] PARA ' WK-PARAMETRO
                DISPLAY 'ORIGEN [' PARAMBATCH-S-ORIGEN
                        '], SE USA EL VALOR POR OMISION ['
                        PARAMBATCH-E-VALOR-DEFECTO ']'
                SET PARAMBATCH-S-ORIGEN-DEFECTO
                                              TO TRUE
                MOVE SPACES                   TO PARAMBATCH-S-FEC-VIGOR
                MOVE PARAMBATCH-E-VALOR-DEFECTO
                                              TO WK-VALOR
           END-IF.

           MOVE WK-VALOR                      TO PARAMBATCH-S-VALOR.

           IF   PARAMBATCH-E-ID-EJEC NOT = 0
           THEN PERFORM ANOTAR-USO            THRU FIN-ANOTAR-USO
           END-IF.
       FIN-LEER-PARAMETRO.
           EXIT.

      * Fila más reciente ya en vigor; una con fecha futura aún no
      * cuenta.
       LEER-TABLA.
      *-----------
           EXEC SQL
                SELECT valor,
                       date_format(fec_vigor, '%Y%m%d')
                INTO   :PARAMETRO-VALOR,
                       :PARAMETRO-FEC-VIGOR
                FROM   banco.parametro_batch
                WHERE  programa  = :WK-PROGRAMA
                AND    parametro = :WK-PARAMETRO
                AND    fec_vigor <= now()
                ORDER BY fec_vigor DESC, id_parametro DESC
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                       TO PARAMBATCH-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET PARAMBATCH-S-ORIGEN-TABLA TO TRUE
                MOVE PARAMETRO-VALOR          TO WK-VALOR
                MOVE PARAMETRO-FEC-VIGOR      TO PARAMBATCH-S-FEC-VIGOR
           WHEN SQL-NODATA
                MOVE SPACES                   TO WK-VALOR
           WHEN OTHER
                SET PARAMBATCH-STAT-ERR-SQL   TO TRUE
                DISPLAY '*** FATAL *** PARAMBATCH LEER-TABLA: ERROR'
                DISPLAY 'PARAMETRO [' WK-PARAMETRO ']'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.
       FIN-LEER-TABLA.
           EXIT.

      * Deja el valor numérico alineado a la derecha y con ceros a la
      * izquierda en la longitud que espera el programa ('24' con
      * longitud 3 queda '024'). Sólo admite dígitos seguidos de
      * blancos y que quepan en esa longitud.
       AJUSTAR-NUMERICO.
      *-----------------
           SET VALOR-VALIDO-SI                TO TRUE.
           MOVE PARAMBATCH-E-LONGITUD         TO WK-LONGITUD.

           MOVE 0                             TO WK-LONG-VALOR.
           INSPECT WK-VALOR                   TALLYING WK-LONG-VALOR
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF   WK-LONG-VALOR = 0
                OR WK-LONG-VALOR > WK-LONGITUD
           THEN SET VALOR-VALIDO-NO           TO TRUE
                GO TO FIN-AJUSTAR-NUMERICO
           END-IF.

           IF   WK-VALOR(1:WK-LONG-VALOR) IS NOT NUMERIC
           THEN SET VALOR-VALIDO-NO           TO TRUE
                GO TO FIN-AJUSTAR-NUMERICO
           END-IF.

           IF   WK-LONG-VALOR < 30
           THEN IF   WK-VALOR(WK-LONG-VALOR + 1:) NOT = SPACES
                THEN SET VALOR-VALIDO-NO      TO TRUE
                     GO TO FIN-AJUSTAR-NUMERICO
                END-IF
           END-IF.

           MOVE WK-VALOR                      TO WK-VALOR-AUX.
           MOVE SPACES                        TO WK-VALOR.
           MOVE ALL '0'                       TO
                WK-VALOR(1:WK-LONGITUD).
           COMPUTE WK-POSICION = WK-LONGITUD - WK-LONG-VALOR + 1.
           MOVE WK-VALOR-AUX(1:WK-LONG-VALOR) TO
                WK-VALOR(WK-POSICION:WK-LONG-VALOR).
       FIN-AJUSTAR-NUMERICO.
           EXIT.

       ANOTAR-USO.
      *-----------
           MOVE PARAMBATCH-E-ID-EJEC          TO PARAMUSO-ID-EJEC.
           MOVE WK-PROGRAMA                   TO PARAMUSO-PROGRAMA.
           MOVE WK-PARAMETRO                  TO PARAMUSO-PARAMETRO.
           MOVE WK-VALOR                      TO PARAMUSO-VALOR.
           MOVE PARAMBATCH-S-ORIGEN           TO PARAMUSO-ORIGEN.
           MOVE PARAMBATCH-S-FEC-VIGOR        TO PARAMUSO-FEC-VIGOR.

           IF   PARAMUSO-ORIGEN-TABLA
           THEN MOVE 0                        TO PARAMUSO-FEC-VIGOR-NULL
           ELSE MOVE -1                       TO PARAMUSO-FEC-VIGOR-NULL
           END-IF.

           EXEC SQL
                INSERT INTO banco.batch_log_parametro(
                    id_ejec,
                    programa,
                    parametro,
                    valor,
                    origen,
                    fec_vigor
                )
                VALUES(
                    :PARAMUSO-ID-EJEC,
                    :PARAMUSO-PROGRAMA,
                    :PARAMUSO-PARAMETRO,
                    :PARAMUSO-VALOR,
                    :PARAMUSO-ORIGEN,
                    str_to_date(:PARAMUSO-FEC-VIGOR
                                :PARAMUSO-FEC-VIGOR-NULL, '%Y%m%d')
                )
           END-EXEC.

           MOVE SQLCODE                       TO PARAMBATCH-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PARAMBATCH-STAT-ERR-SQL   TO TRUE
                DISPLAY '*** FATAL *** PARAMBATCH ANOTAR-USO: ERROR'
                DISPLAY 'PARAMETRO [' WK-PARAMETRO ']'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.
       FIN-ANOTAR-USO.
           EXIT.

      * Un cambio nunca reescribe la historia: es una fila nueva que
      * rige desde hoy o desde una fecha futura.
       CAMBIAR-PARAMETRO.
      *------------------
           IF   PARAMBATCH-E-VALOR = SPACES
                OR PARAMBATCH-E-FEC-VIGOR IS NOT NUMERIC
           THEN SET PARAMBATCH-STAT-ERR-VALOR TO TRUE
                GO TO FIN-CAMBIAR-PARAMETRO
           END-IF.

           MOVE PARAMBATCH-E-VALOR            TO WK-VALOR.
           MOVE PARAMBATCH-E-FEC-VIGOR        TO WK-FEC-VIGOR.

           IF   WK-FEC-VIGOR NOT = 0
           THEN ACCEPT WK-FECHA-ACTUAL-8      FROM DATE YYYYMMDD
                MOVE WK-FEC-VIGOR             TO WK-FECHA
                IF   WK-FECHA < WK-FECHA-ACTUAL-8
                     OR WK-FECHA-MM < 1 OR WK-FECHA-MM > 12
                     OR WK-FECHA-DD < 1 OR WK-FECHA-DD > 31
                THEN SET PARAMBATCH-STAT-ERR-VALOR
                                              TO TRUE
                     GO TO FIN-CAMBIAR-PARAMETRO
                END-IF
           END-IF.

           IF   PARAMETRO-SENSIBLE
                AND NOT PARAMBATCH-E-APROBADA-SI
           THEN PERFORM ENCOLAR-CAMBIO        THRU FIN-ENCOLAR-CAMBIO
           ELSE PERFORM GRABAR-CAMBIO         THRU FIN-GRABAR-CAMBIO
           END-IF.
       FIN-CAMBIAR-PARAMETRO.
           EXIT.

      * En un cambio aprobado queda como autor el que lo pidió y como
      * aprobador el segundo operador.
       GRABAR-CAMBIO.
      *--------------
           MOVE WK-PROGRAMA                   TO PARAMETRO-PROGRAMA.
           MOVE WK-PARAMETRO                  TO PARAMETRO-NOMBRE.
           MOVE WK-VALOR                      TO PARAMETRO-VALOR.

           IF   PARAMBATCH-E-APROBADA-SI
           THEN MOVE PARAMBATCH-E-USUARIO-SOLICITA
                                              TO WK-USUARIO-SOLICITA
                IF   WK-USUARIO-SOLICITA = SPACES
                THEN MOVE 'DESCONOCIDO'       TO WK-USUARIO-SOLICITA
                END-IF
                MOVE WK-USUARIO-SOLICITA      TO
                     PARAMETRO-USUARIO-CAMBIO
                MOVE WK-USUARIO               TO
                     PARAMETRO-USUARIO-APRUEBA
                MOVE 0                        TO
                     PARAMETRO-USUARIO-APRUEBA-NULL
           ELSE MOVE WK-USUARIO               TO
                     PARAMETRO-USUARIO-CAMBIO
                MOVE SPACES                   TO
                     PARAMETRO-USUARIO-APRUEBA
                MOVE -1                       TO
                     PARAMETRO-USUARIO-APRUEBA-NULL
           END-IF.

           IF   WK-FEC-VIGOR = 0
           THEN EXEC SQL
                     INSERT INTO banco.parametro_batch(
                         programa,
                         parametro,
                         valor,
                         fec_vigor,
                         usuario_cambio,
                         usuario_aprueba
                     )
                     VALUES(
                         :PARAMETRO-PROGRAMA,
                         :PARAMETRO-NOMBRE,
                         :PARAMETRO-VALOR,
                         now(),
                         :PARAMETRO-USUARIO-CAMBIO,
                         :PARAMETRO-USUARIO-APRUEBA
                         :PARAMETRO-USUARIO-APRUEBA-NULL
                     )
                END-EXEC
           ELSE EXEC SQL
                     INSERT INTO banco.parametro_batch(
                         programa,
                         parametro,
                         valor,
                         fec_vigor,
                         usuario_cambio,
                         usuario_aprueba
                     )
                     VALUES(
                         :PARAMETRO-PROGRAMA,
                         :PARAMETRO-NOMBRE,
                         :PARAMETRO-VALOR,
                         str_to_date(:WK-FEC-VIGOR, '%Y%m%d'),
                         :PARAMETRO-USUARIO-CAMBIO,
                         :PARAMETRO-USUARIO-APRUEBA
                         :PARAMETRO-USUARIO-APRUEBA-NULL
                     )
                END-EXEC
           END-IF.

           MOVE SQLCODE                       TO PARAMBATCH-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PARAMBATCH-STAT-ERR-SQL   TO TRUE
                DISPLAY '*** FATAL *** PARAMBATCH GRABAR-CAMBIO: ERROR'
                DISPLAY 'PARAMETRO [' WK-PARAMETRO ']'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           ELSE MOVE WK-VALOR                 TO PARAMBATCH-S-VALOR
                SET PARAMBATCH-S-ORIGEN-TABLA TO TRUE
           END-IF.
       FIN-GRABAR-CAMBIO.
           EXIT.

       ENCOLAR-CAMBIO.
      *---------------
           EXEC SQL
                INSERT INTO banco.peticion_aprobacion(
                    tipo_peticion,
                    estado_peticion,
                    usuario_solicita,
                    fec_solicitud,
                    programa_param,
                    parametro,
                    valor_param,
                    fec_vigor_param
                )
                VALUES(
                    'B',
                    'P',
                    :WK-USUARIO,
                    now(),
                    :WK-PROGRAMA,
                    :WK-PARAMETRO,
                    :WK-VALOR,
                    :WK-FEC-VIGOR
                )
           END-EXEC.

           MOVE SQLCODE                       TO PARAMBATCH-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PARAMBATCH-STAT-ERR-SQL   TO TRUE
                DISPLAY '*** FATAL *** PARAMBATCH ENCOLAR-CAMBIO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           ELSE SET PARAMBATCH-STAT-PENDIENTE TO TRUE
           END-IF.
       FIN-ENCOLAR-CAMBIO.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET PARAMBATCH-STAT-ERR-SQL      TO TRUE
                MOVE SQLCODE                     TO PARAMBATCH-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

       FIN-HACER-ROLLBACK.
           EXIT.
