       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RECOBRO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de agencias externas de recobro. Cada agencia cobra
      * una comisión sobre lo que recupera y admite un número máximo
      * de deudas a la vez. Aquí se dan de alta y de baja, se cambian
      * sus condiciones y se consultan con lo que tienen asignado;
      * también se retira a mano una deuda encargada a una agencia y
      * se consulta una asignación. ASIGRECOB reparte las deudas y
      * prepara el fichero para las agencias y COBRECOB carga lo que
      * ellas devuelven. Como COMERCIO, confirma sus propios cambios.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE recobro           END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-ACTIVAS                        PIC 9(05).
       01  WK-IMPORTE-ACTIVO                 PIC 9(10)V99.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

      * Comisión más alta que se admite (50%).
       01  WK-PCT-MAXIMO                     PIC 9(01)V9(04)
                                             VALUE 0.5000.

       LINKAGE SECTION.
      *----------------
           COPY 'recobro.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-RECOBRO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN (RECOBRO-E-ACC-RETIRAR OR RECOBRO-E-ACC-VER-ASIGNACION)
                AND RECOBRO-E-ID-ASIGNACION = ZERO
                SET RECOBRO-STAT-ERR-DATOS     TO TRUE

           WHEN RECOBRO-E-ACC-RETIRAR
                PERFORM RETIRAR-ASIGNACION     THRU
                        FIN-RETIRAR-ASIGNACION

           WHEN RECOBRO-E-ACC-VER-ASIGNACION
                PERFORM LEER-ASIGNACION        THRU
                        FIN-LEER-ASIGNACION

           WHEN RECOBRO-E-ID-AGENCIA = SPACES
                SET RECOBRO-STAT-ERR-DATOS     TO TRUE

           WHEN RECOBRO-E-ACC-ALTA
                PERFORM ALTA-AGENCIA           THRU FIN-ALTA-AGENCIA

           WHEN RECOBRO-E-ACC-MODIFICAR
                PERFORM MODIFICAR-AGENCIA      THRU
                        FIN-MODIFICAR-AGENCIA

           WHEN RECOBRO-E-ACC-BAJA
                PERFORM BAJA-AGENCIA           THRU FIN-BAJA-AGENCIA

           WHEN RECOBRO-E-ACC-CONSULTAR
                PERFORM LEER-AGENCIA           THRU FIN-LEER-AGENCIA

           WHEN OTHER
                SET RECOBRO-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    Lo que termina bien devuelve la agencia o la asignación
      *    como queda.
           IF   RECOBRO-STAT-OK
                AND (RECOBRO-E-ACC-ALTA OR RECOBRO-E-ACC-MODIFICAR
                     OR RECOBRO-E-ACC-BAJA)
           THEN PERFORM LEER-AGENCIA           THRU FIN-LEER-AGENCIA
           END-IF.

           IF   RECOBRO-STAT-OK
                AND RECOBRO-E-ACC-RETIRAR
           THEN PERFORM LEER-ASIGNACION        THRU
                        FIN-LEER-ASIGNACION
           END-IF.

           IF   NOT RECOBRO-E-ACC-CONSULTAR
                AND NOT RECOBRO-E-ACC-VER-ASIGNACION
           THEN IF   RECOBRO-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-RECOBRO-SALIDA
                                              REG-AGENCIA
                                              REG-ASIGREC.

           MOVE RECOBRO-E-ID-AGENCIA          TO AGENCIA-ID.
           MOVE RECOBRO-E-ID-ASIGNACION       TO ASIGREC-ID.

           IF   RECOBRO-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO AGENCIA-USUARIO
           ELSE MOVE RECOBRO-E-USUARIO        TO AGENCIA-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * La agencia, con el número e importe de sus deudas activas.
       LEER-AGENCIA.
      *-------------
           EXEC SQL
                SELECT nombre_agencia, nif_agencia,
                       pct_comision_agencia, capacidad_agencia,
                       estado_agencia,
                       DATE_FORMAT(fec_alta_agencia, '%Y%m%d')
                INTO   :AGENCIA-NOMBRE, :AGENCIA-NIF,
                       :AGENCIA-PCT-COMISION, :AGENCIA-CAPACIDAD,
                       :AGENCIA-ESTADO, :AGENCIA-FEC-ALTA
                FROM   banco.agencia_recobro
                WHERE  id_agencia = :AGENCIA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECOBRO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET RECOBRO-STAT-ENC-NO         TO TRUE
                GO TO FIN-LEER-AGENCIA
           WHEN OTHER
                SET RECOBRO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECOBRO LEER-AGENCIA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-AGENCIA
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(importe_asignado
                                    - importe_recuperado), 0)
                INTO   :WK-ACTIVAS, :WK-IMPORTE-ACTIVO
                FROM   banco.asignacion_recobro
                WHERE  id_agencia        = :AGENCIA-ID
                AND    estado_asignacion = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO RECOBRO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECOBRO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECOBRO LEER-AGENCIA: ACTIVAS'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-AGENCIA
           END-IF.

           MOVE AGENCIA-NOMBRE                 TO RECOBRO-S-NOMBRE.
           MOVE AGENCIA-NIF                    TO RECOBRO-S-NIF.
           MOVE AGENCIA-PCT-COMISION           TO
                RECOBRO-S-PCT-COMISION.
           MOVE AGENCIA-CAPACIDAD              TO RECOBRO-S-CAPACIDAD.
           MOVE AGENCIA-ESTADO                 TO RECOBRO-S-ESTADO.
           MOVE AGENCIA-FEC-ALTA               TO RECOBRO-S-FEC-ALTA.
           MOVE WK-ACTIVAS                     TO RECOBRO-S-ACTIVAS.
           MOVE WK-IMPORTE-ACTIVO              TO
                RECOBRO-S-IMPORTE-ACTIVO.

       FIN-LEER-AGENCIA.
           EXIT.

      * Comisión por debajo de la máxima.
       VALIDAR-CONDICIONES.
      *--------------------
           IF   RECOBRO-E-PCT-COMISION IS NOT NUMERIC
                OR RECOBRO-E-CAPACIDAD IS NOT NUMERIC
                OR RECOBRO-E-PCT-COMISION > WK-PCT-MAXIMO
           THEN SET RECOBRO-STAT-ERR-DATOS     TO TRUE
           END-IF.

       FIN-VALIDAR-CONDICIONES.
           EXIT.

      * Alta de la agencia, sin deudas: las reparte ASIGRECOB.
       ALTA-AGENCIA.
      *-------------
           IF   RECOBRO-E-NOMBRE = SPACES
                OR RECOBRO-E-NIF = SPACES
                OR RECOBRO-E-PCT-COMISION = ZERO
                OR RECOBRO-E-CAPACIDAD = ZERO
           THEN SET RECOBRO-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-AGENCIA
           END-IF.

           PERFORM VALIDAR-CONDICIONES         THRU
                   FIN-VALIDAR-CONDICIONES.

           IF   NOT RECOBRO-STAT-OK
           THEN GO TO FIN-ALTA-AGENCIA
           END-IF.

           PERFORM LEER-AGENCIA                THRU FIN-LEER-AGENCIA.

           EVALUATE TRUE
           WHEN RECOBRO-STAT-OK
                SET RECOBRO-STAT-DUPLICADO      TO TRUE
                GO TO FIN-ALTA-AGENCIA
           WHEN RECOBRO-STAT-ENC-NO
                SET RECOBRO-STAT-OK             TO TRUE
           WHEN OTHER
                GO TO FIN-ALTA-AGENCIA
           END-EVALUATE.

           MOVE RECOBRO-E-NOMBRE               TO AGENCIA-NOMBRE.
           MOVE RECOBRO-E-NIF                  TO AGENCIA-NIF.
           MOVE RECOBRO-E-PCT-COMISION         TO AGENCIA-PCT-COMISION.
           MOVE RECOBRO-E-CAPACIDAD            TO AGENCIA-CAPACIDAD.
           SET  AGENCIA-ESTADO-ALTA            TO TRUE.

           EXEC SQL
                INSERT INTO banco.agencia_recobro(
                    id_agencia,
                    nombre_agencia,
                    nif_agencia,
                    pct_comision_agencia,
                    capacidad_agencia,
                    estado_agencia,
                    fec_alta_agencia,
                    usuario_alta_agencia
                )
                VALUES(
                    :AGENCIA-ID,
                    :AGENCIA-NOMBRE,
                    :AGENCIA-NIF,
                    :AGENCIA-PCT-COMISION,
                    :AGENCIA-CAPACIDAD,
                    :AGENCIA-ESTADO,
                    now(),
                    :AGENCIA-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO RECOBRO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECOBRO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECOBRO ALTA-AGENCIA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ALTA-AGENCIA.
           EXIT.

      * Cambio de comisión o de capacidad de una agencia de alta. La
      * comisión nueva vale para los cobros que se carguen desde
      * ahora; bajar la capacidad por debajo de lo que ya tiene no le
      * quita deudas, sólo deja de darle más hasta que baje.
       MODIFICAR-AGENCIA.
      *------------------
           PERFORM VALIDAR-CONDICIONES         THRU
                   FIN-VALIDAR-CONDICIONES.

           IF   NOT RECOBRO-STAT-OK
           THEN GO TO FIN-MODIFICAR-AGENCIA
           END-IF.

           PERFORM LEER-AGENCIA                THRU FIN-LEER-AGENCIA.

           IF   NOT RECOBRO-STAT-OK
           THEN GO TO FIN-MODIFICAR-AGENCIA
           END-IF.

           IF   NOT AGENCIA-ESTADO-ALTA
           THEN SET RECOBRO-STAT-ENC-NO        TO TRUE
                GO TO FIN-MODIFICAR-AGENCIA
           END-IF.

           IF   RECOBRO-E-PCT-COMISION > ZERO
           THEN MOVE RECOBRO-E-PCT-COMISION    TO AGENCIA-PCT-COMISION
           END-IF.
           IF   RECOBRO-E-CAPACIDAD > ZERO
           THEN MOVE RECOBRO-E-CAPACIDAD       TO AGENCIA-CAPACIDAD
           END-IF.

           EXEC SQL
                UPDATE banco.agencia_recobro
                SET    pct_comision_agencia  = :AGENCIA-PCT-COMISION,
                       capacidad_agencia     = :AGENCIA-CAPACIDAD,
                       fec_modif_agencia     = now(),
                       usuario_modif_agencia = :AGENCIA-USUARIO
                WHERE  id_agencia            = :AGENCIA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECOBRO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECOBRO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECOBRO MODIFICAR-AGENCIA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-MODIFICAR-AGENCIA.
           EXIT.

      * Baja de la agencia. No se da de baja con deudas activas: hay
      * que retirárselas antes, a mano o esperando a que venzan.
       BAJA-AGENCIA.
      *-------------
           PERFORM LEER-AGENCIA                THRU FIN-LEER-AGENCIA.

           IF   NOT RECOBRO-STAT-OK
           THEN GO TO FIN-BAJA-AGENCIA
           END-IF.

           IF   NOT AGENCIA-ESTADO-ALTA
           THEN SET RECOBRO-STAT-ENC-NO        TO TRUE
                GO TO FIN-BAJA-AGENCIA
           END-IF.

           IF   WK-ACTIVAS > ZERO
           THEN SET RECOBRO-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-BAJA-AGENCIA
           END-IF.

           EXEC SQL
                UPDATE banco.agencia_recobro
                SET    estado_agencia       = 'B',
                       fec_baja_agencia     = now(),
                       usuario_baja_agencia = :AGENCIA-USUARIO
                WHERE  id_agencia           = :AGENCIA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECOBRO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECOBRO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECOBRO BAJA-AGENCIA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-AGENCIA.
           EXIT.

      * Retirada a mano de una deuda activa. La agencia se entera en
      * el siguiente fichero de ASIGRECOB; lo que cobre después con
      * fecha anterior a hoy todavía se le admite.
       RETIRAR-ASIGNACION.
      *-------------------
           PERFORM LEER-ASIGNACION             THRU
                   FIN-LEER-ASIGNACION.

           IF   NOT RECOBRO-STAT-OK
           THEN GO TO FIN-RETIRAR-ASIGNACION
           END-IF.

           IF   NOT ASIGREC-ESTADO-ACTIVA
           THEN SET RECOBRO-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-RETIRAR-ASIGNACION
           END-IF.

           EXEC SQL
                UPDATE banco.asignacion_recobro
                SET    estado_asignacion = 'R',
                       motivo_retirada   = 'M',
                       fec_retirada      = now(),
                       usuario_retirada  = :AGENCIA-USUARIO
                WHERE  id_asignacion     = :ASIGREC-ID
                AND    estado_asignacion = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO RECOBRO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET RECOBRO-STAT-ERR-ESTADO     TO TRUE
           WHEN OTHER
                SET RECOBRO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECOBRO RETIRAR-ASIGNACION'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-RETIRAR-ASIGNACION.
           EXIT.

      * La asignación con el NIF del deudor.
       LEER-ASIGNACION.
      *----------------
           EXEC SQL
                SELECT A.id_agencia, A.tipo_operacion,
                       A.id_operacion, C.nif_cliente,
                       A.importe_asignado, A.importe_recuperado,
                       A.importe_comision,
                       DATE_FORMAT(A.fec_asignacion, '%Y%m%d'),
                       DATE_FORMAT(A.fec_limite, '%Y%m%d'),
                       A.estado_asignacion,
                       COALESCE(A.motivo_retirada, ' '),
                       COALESCE(A.situacion_agencia, ' ')
                INTO   :ASIGREC-ID-AGENCIA, :ASIGREC-TIPO-OPERACION,
                       :ASIGREC-ID-OPERACION, :WK-NIF,
                       :ASIGREC-IMPORTE-ASIGNADO,
                       :ASIGREC-IMPORTE-RECUPERADO,
                       :ASIGREC-IMPORTE-COMISION,
                       :ASIGREC-FEC-ASIGNACION, :ASIGREC-FEC-LIMITE,
                       :ASIGREC-ESTADO, :ASIGREC-MOTIVO-RETIRADA,
                       :ASIGREC-SITUACION
                FROM   banco.asignacion_recobro A,
                       banco.cliente            C
                WHERE  A.id_asignacion = :ASIGREC-ID
                AND    C.id_cliente    = A.id_cliente
           END-EXEC.

           MOVE SQLCODE                        TO RECOBRO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE ASIGREC-ID-AGENCIA         TO
                     RECOBRO-S-ASG-ID-AGENCIA
                MOVE ASIGREC-TIPO-OPERACION     TO RECOBRO-S-ASG-TIPO
                MOVE ASIGREC-ID-OPERACION       TO
                     RECOBRO-S-ASG-ID-OPERACION
                MOVE WK-NIF                     TO RECOBRO-S-ASG-NIF
                MOVE ASIGREC-IMPORTE-ASIGNADO   TO
                     RECOBRO-S-ASG-ASIGNADO
                MOVE ASIGREC-IMPORTE-RECUPERADO TO
                     RECOBRO-S-ASG-RECUPERADO
                MOVE ASIGREC-IMPORTE-COMISION   TO
                     RECOBRO-S-ASG-COMISION
                MOVE ASIGREC-FEC-ASIGNACION     TO
                     RECOBRO-S-ASG-FEC-ASIGNACION
                MOVE ASIGREC-FEC-LIMITE         TO
                     RECOBRO-S-ASG-FEC-LIMITE
                MOVE ASIGREC-ESTADO             TO
                     RECOBRO-S-ASG-ESTADO
                MOVE ASIGREC-MOTIVO-RETIRADA    TO
                     RECOBRO-S-ASG-MOTIVO
                MOVE ASIGREC-SITUACION          TO
                     RECOBRO-S-ASG-SITUACION
           WHEN SQL-NODATA
                SET RECOBRO-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET RECOBRO-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECOBRO LEER-ASIGNACION: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-ASIGNACION.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

       FIN-HACER-ROLLBACK.
           EXIT.
