      *    Alguna oficina esperada no trajo fichero o llego fuera de
      *    secuencia y no se pidio la ejecucion forzada.
           88  STAT-ERR-SECUENCIA            VALUE 03.
      *    Algun fichero de sucursal no esta confirmado en el registro
      *    de llegadas y no se pidio la ejecucion forzada.
           88  STAT-ESPERA                   VALUE 04.

      * Conexión a la base de datos, solo para el registro de
      * llegadas de los ficheros de sucursal.
           COPY 'conexmdb.cpy'.
           COPY 'llegada.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
       01  WK-DATASOURCE-ENV                 PIC X(50).

       01  SW-CONEXION                       PIC 9(01) VALUE 0.
           88  CONEXION-SI                   VALUE 1.
           88  CONEXION-NO                   VALUE 0.

       01  WK-FECHA-ACTUAL                   PIC 9(06).
       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
                   88  SUC-VEREDICTO-OK      VALUE 'O'.
                   88  SUC-VEREDICTO-AUSENTE VALUE 'A'.
                   88  SUC-VEREDICTO-SALTO   VALUE 'S'.
      *        Llegada del fichero que dio por buena LLEGADA, para
      *        marcarla como consumida al terminar la mezcla.
               10  WK-SUC-ID-LLEGADA         PIC 9(10).

      * Tabla de NIF ya admitidos en la mezcla, con la oficina que se
      * quedó con cada uno, para detectar el mismo cliente repetido en
       01  WK-FORZAR-ENV                     PIC X(01).
           88  FORZAR-SI                     VALUE 'S'.
       01  WK-CONTADOR-HUECOS                PIC 9(02) VALUE 0.
       01  WK-CONTADOR-SIN-LLEGADA           PIC 9(02) VALUE 0.

      * Interfaz de cada sucursal en el registro de llegadas.
       01  WK-INTERFAZ-SUC.
           05  FILLER                        PIC X(03) VALUE 'SUC'.
           05  WK-INTERFAZ-SUC-OFICINA       PIC X(04).

       PROCEDURE DIVISION.
      ******************************************************************
                     THRU FIN-COMPROBAR-SECUENCIAS
           END-IF.

      *    Cada fichero de sucursal tiene que estar confirmado en el
      *    registro de llegadas; si alguno no lo está la mezcla no
      *    arranca y termina en espera, salvo ejecución forzada.
           IF   STAT-OK
           THEN PERFORM CONECTAR-BD        THRU FIN-CONECTAR-BD
                PERFORM COMPROBAR-LLEGADAS THRU FIN-COMPROBAR-LLEGADAS
           END-IF.

           IF   STAT-OK
           THEN PERFORM ABRIR-SALIDA       THRU FIN-ABRIR-SALIDA
           END-IF.
      *    a ser las últimas del registro de continuidad.
           IF   STAT-OK
           THEN PERFORM GRABAR-SECUENCIAS  THRU FIN-GRABAR-SECUENCIAS
                PERFORM CONSUMIR-LLEGADAS  THRU FIN-CONSUMIR-LLEGADAS
           END-IF.

           PERFORM CERRAR-FICHEROS         THRU FIN-CERRAR-FICHEROS.

           IF   CONEXION-SI
           THEN PERFORM DESCONECTAR-BD     THRU FIN-DESCONECTAR-BD
           END-IF.

           PERFORM MOSTRAR-RESUMEN         THRU FIN-MOSTRAR-RESUMEN.

           STOP RUN RETURNING SW-STAT.
       FIN-COMPROBAR-UNA-SUCURSAL.
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

           IF   CONEXMDB-STAT-OK
           THEN SET CONEXION-SI                 TO TRUE
           ELSE DISPLAY '*** AVISO *** MEZCLASUC: NO SE PUDO ABRIR '
                        'LA CONEXION A LA BASE DE DATOS, SQLCODE ['
                        CONEXMDB-SQLCODE ']'
           END-IF.

       FIN-CONECTAR-BD.
           EXIT.

      * Contrasta cada fichero de sucursal con el registro de
      * llegadas (interfaz SUC más la oficina). Uno sin confirmar,
      * ya cargado por otra mezcla o sin conexión para comprobarlo
      * deja la mezcla en espera; MEZCLASUC_FORZAR='S' permite
      * seguir dejando constancia de cada uno. Una oficina sin alta
      * en el registro no se controla.
       COMPROBAR-LLEGADAS.
      *-------------------
           MOVE ZERO                            TO
                WK-CONTADOR-SIN-LLEGADA.

           PERFORM COMPROBAR-UNA-LLEGADA        THRU
                   FIN-COMPROBAR-UNA-LLEGADA
           VARYING WK-K FROM 1 BY 1
           UNTIL   WK-K > WK-TABLA-SUC-CONTADOR.

           IF   WK-CONTADOR-SIN-LLEGADA > ZERO
           THEN IF   FORZAR-SI
                THEN DISPLAY '*** AVISO *** MEZCLASUC: EJECUCION '
                             'FORZADA CON [' WK-CONTADOR-SIN-LLEGADA
                             '] FICHEROS SIN CONFIRMAR'
                ELSE SET STAT-ESPERA             TO TRUE
                     DISPLAY '*** ESPERA *** MEZCLASUC: LA MEZCLA NO '
                             'ARRANCA CON [' WK-CONTADOR-SIN-LLEGADA
                             '] FICHEROS SIN CONFIRMAR EN EL '
                             'REGISTRO DE LLEGADAS'
                END-IF
           END-IF.

       FIN-COMPROBAR-LLEGADAS.
           EXIT.

       COMPROBAR-UNA-LLEGADA.
      *----------------------
           MOVE ZERO                            TO
                WK-SUC-ID-LLEGADA(WK-K).

           IF   CONEXION-NO
           THEN ADD  1                          TO
                     WK-CONTADOR-SIN-LLEGADA
                GO TO FIN-COMPROBAR-UNA-LLEGADA
           END-IF.

           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-COMPROBAR         TO TRUE.
           MOVE WK-SUC-OFICINA(WK-K)            TO
                WK-INTERFAZ-SUC-OFICINA.
           MOVE WK-INTERFAZ-SUC                 TO LLEGADA-E-INTERFAZ.
           MOVE WK-SUC-FICHERO(WK-K)            TO LLEGADA-E-FICHERO.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           EVALUATE TRUE
           WHEN LLEGADA-STAT-OK
                MOVE LLEGADA-S-ID-LLEGADA       TO
                     WK-SUC-ID-LLEGADA(WK-K)
           WHEN LLEGADA-STAT-ENC-NO
                CONTINUE
           WHEN OTHER
                ADD  1                          TO
                     WK-CONTADOR-SIN-LLEGADA
                DISPLAY '*** MEZCLASUC *** OFICINA ['
                        WK-SUC-OFICINA(WK-K) '] FICHERO ['
                        WK-SUC-FICHERO(WK-K) '] SIN CONFIRMAR: '
                        'LLEGADA-STAT [' LLEGADA-STAT '] ESTADO ['
                        LLEGADA-S-ESTADO '] CONSUMIDO ['
                        LLEGADA-S-CONSUMIDO ']'
           END-EVALUATE.

       FIN-COMPROBAR-UNA-LLEGADA.
           EXIT.

      * Marca como consumidas las llegadas que ha mezclado.
       CONSUMIR-LLEGADAS.
      *------------------
           PERFORM CONSUMIR-UNA-LLEGADA         THRU
                   FIN-CONSUMIR-UNA-LLEGADA
           VARYING WK-K FROM 1 BY 1
           UNTIL   WK-K > WK-TABLA-SUC-CONTADOR.

       FIN-CONSUMIR-LLEGADAS.
           EXIT.

       CONSUMIR-UNA-LLEGADA.
      *---------------------
           IF   WK-SUC-ID-LLEGADA(WK-K) = 0
           THEN GO TO FIN-CONSUMIR-UNA-LLEGADA
           END-IF.

           INITIALIZE                           AREA-LLEGADA-ENTRADA.

           SET  LLEGADA-E-ACC-CONSUMIR          TO TRUE.
           MOVE WK-SUC-ID-LLEGADA(WK-K)         TO
                LLEGADA-E-ID-LLEGADA.

           CALL "LLEGADA"                       USING AREA-LLEGADA.

           IF   NOT LLEGADA-STAT-OK
           THEN DISPLAY '*** AVISO *** MEZCLASUC: NO SE PUDO MARCAR '
                        'LA LLEGADA [' WK-SUC-ID-LLEGADA(WK-K) ']'
           END-IF.

       FIN-CONSUMIR-UNA-LLEGADA.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.

           SET CONEXMDB-E-ACC-CERRAR            TO TRUE.

           CALL "CONEXMDB"                      USING AREA-CONEXMDB.

       FIN-DESCONECTAR-BD.
           EXIT.

      * Reescribe el registro de continuidad con la última secuencia
      * consumida por cada oficina en esta mezcla; una oficina cuyo
      * fichero venía sin secuencia conserva la que tenía.
