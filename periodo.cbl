       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. PERIODO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Control de periodos contables: estado de cada mes (abierto,
      * en cierre o cerrado) en banco.periodo_contable. SALDOHIST
      * pasa el mes a en cierre al fotografiar su último día y
      * DEVENGOMES lo cierra al mandar a contabilidad el resumen del
      * cierre; también se cierra a mano desde MENUBANCO. Con el mes
      * cerrado INSMOV ya no admite movimientos fechados en él.
      * Reabrir un mes cerrado tiene control de cuatro ojos: la
      * primera llamada encola la petición en
      * banco.peticion_aprobacion y sólo cuando un segundo operador
      * la aprueba en APRCAMBIO se reabre de verdad, dejando una
      * fila en banco.periodo_reapertura con la última referencia de
      * movimiento grabada; al volver a cerrarlo se anota la del
      * cierre, y RPTREAPER lista lo posteado entre las dos.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE periodo           END-EXEC.

       01  WK-MES-X                          PIC X(06).
       01  WK-USUARIO                        PIC X(30).
       01  WK-USUARIO-SOLICITA               PIC X(30).
      * Última referencia de movimiento grabada hasta ahora.
       01  WK-ULTIMA-REF                     PIC 9(12).
       01  WK-NUM-REAPERTURAS                PIC 9(04).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  WK-MES                            PIC 9(06).
       01  WK-MES-R                          REDEFINES WK-MES.
           05  WK-MES-AAAA                   PIC 9(04).
           05  WK-MES-MM                     PIC 9(02).

      * Si el mes ya tiene fila en banco.periodo_contable.
       01  SW-PERIODO-EXISTE                 PIC 9(01) VALUE 0.
           88  PERIODO-EXISTE-SI             VALUE 1.
           88  PERIODO-EXISTE-NO             VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'periodo.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-PERIODO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           IF   PERIODO-STAT-OK
           THEN PERFORM LEER-PERIODO          THRU FIN-LEER-PERIODO
           END-IF.

           IF   PERIODO-STAT-OK
           THEN EVALUATE TRUE
                WHEN PERIODO-E-ACC-CONSULTAR
                     CONTINUE

                WHEN PERIODO-E-ACC-CERRANDO
                     PERFORM PASAR-A-CERRANDO THRU
                             FIN-PASAR-A-CERRANDO

                WHEN PERIODO-E-ACC-CERRAR
                     PERFORM CERRAR-PERIODO   THRU
                             FIN-CERRAR-PERIODO

                WHEN PERIODO-E-ACC-REABRIR
                     PERFORM REABRIR-PERIODO  THRU
                             FIN-REABRIR-PERIODO

                WHEN OTHER
                     SET PERIODO-STAT-ERR-ACC TO TRUE
                END-EVALUATE
           END-IF.

           IF   (PERIODO-STAT-OK OR PERIODO-STAT-PENDIENTE)
                AND NOT PERIODO-E-ACC-CONSULTAR
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE IF   PERIODO-STAT-ERR-SQL
                THEN PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-PERIODO-SALIDA
                                              REG-PERIODO
                                              REG-PERIODO-NULL.

           SET PERIODO-EXISTE-NO              TO TRUE.

           IF   PERIODO-E-MES IS NOT NUMERIC
           THEN SET PERIODO-STAT-ERR-MES      TO TRUE
                GO TO FIN-INICIALIZAR
           END-IF.

           MOVE PERIODO-E-MES                 TO WK-MES.

           IF   WK-MES-AAAA < 1900
                OR WK-MES-MM < 1
                OR WK-MES-MM > 12
           THEN SET PERIODO-STAT-ERR-MES      TO TRUE
                GO TO FIN-INICIALIZAR
           END-IF.

           MOVE WK-MES                        TO WK-MES-X.

           MOVE PERIODO-E-USUARIO             TO WK-USUARIO.
           IF   WK-USUARIO = SPACES
           THEN ACCEPT WK-USUARIO             FROM ENVIRONMENT 'USER'
           END-IF.
           IF   WK-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO WK-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Un mes sin fila está abierto.
       LEER-PERIODO.
      *-------------
           EXEC SQL
                SELECT estado_periodo,
                       date_format(fec_cierre, '%Y%m%d')
                INTO   :PERIODO-ESTADO,
                       :PERIODO-FEC-CIERRE :PERIODO-FEC-CIERRE-NULL
                FROM   banco.periodo_contable
                WHERE  mes_periodo = :WK-MES-X
           END-EXEC.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET PERIODO-EXISTE-SI         TO TRUE
                IF   PERIODO-FEC-CIERRE-NULL < 0
                THEN MOVE SPACES              TO PERIODO-FEC-CIERRE
                END-IF
           WHEN SQL-NODATA
                SET PERIODO-ESTADO-ABIERTO    TO TRUE
                MOVE SPACES                   TO PERIODO-FEC-CIERRE
           WHEN OTHER
                SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO LEER-PERIODO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-PERIODO
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-NUM-REAPERTURAS
                FROM   banco.periodo_reapertura
                WHERE  mes_periodo = :WK-MES-X
           END-EXEC.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO LEER-PERIODO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-PERIODO
           END-IF.

           MOVE PERIODO-ESTADO                TO PERIODO-S-ESTADO.
           MOVE PERIODO-FEC-CIERRE            TO PERIODO-S-FEC-CIERRE.
           MOVE WK-NUM-REAPERTURAS            TO
                PERIODO-S-NUM-REAPERTURAS.
       FIN-LEER-PERIODO.
           EXIT.

      * La foto de saldos del último día del mes deja el mes en
      * cierre; los apuntes propios del cierre aún se admiten.
       PASAR-A-CERRANDO.
      *-----------------
           EVALUATE TRUE
           WHEN PERIODO-ESTADO-CERRADO
                SET PERIODO-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-PASAR-A-CERRANDO
           WHEN PERIODO-ESTADO-CERRANDO
                GO TO FIN-PASAR-A-CERRANDO
           END-EVALUATE.

           SET PERIODO-ESTADO-CERRANDO        TO TRUE.

           IF   PERIODO-EXISTE-SI
           THEN EXEC SQL
                     UPDATE banco.periodo_contable
                     SET    estado_periodo = :PERIODO-ESTADO,
                            fec_cerrando   = now()
                     WHERE  mes_periodo    = :WK-MES-X
                END-EXEC
           ELSE EXEC SQL
                     INSERT INTO banco.periodo_contable(
                         mes_periodo,
                         estado_periodo,
                         fec_cerrando
                     )
                     VALUES(
                         :WK-MES-X,
                         :PERIODO-ESTADO,
                         now()
                     )
                END-EXEC
           END-IF.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO PASAR-A-CERRANDO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           ELSE MOVE PERIODO-ESTADO           TO PERIODO-S-ESTADO
           END-IF.
       FIN-PASAR-A-CERRANDO.
           EXIT.

      * Cierra el mes y, si venía de una reapertura, anota en ella
      * cuándo se volvió a cerrar y la última referencia grabada.
       CERRAR-PERIODO.
      *---------------
           IF   PERIODO-ESTADO-CERRADO
           THEN SET PERIODO-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-CERRAR-PERIODO
           END-IF.

           SET  PERIODO-ESTADO-CERRADO        TO TRUE.
           MOVE WK-USUARIO                    TO PERIODO-USUARIO-CIERRE.

           IF   PERIODO-EXISTE-SI
           THEN EXEC SQL
                     UPDATE banco.periodo_contable
                     SET    estado_periodo = :PERIODO-ESTADO,
                            fec_cierre     = now(),
                            usuario_cierre = :PERIODO-USUARIO-CIERRE
                     WHERE  mes_periodo    = :WK-MES-X
                END-EXEC
           ELSE EXEC SQL
                     INSERT INTO banco.periodo_contable(
                         mes_periodo,
                         estado_periodo,
                         fec_cierre,
                         usuario_cierre
                     )
                     VALUES(
                         :WK-MES-X,
                         :PERIODO-ESTADO,
                         now(),
                         :PERIODO-USUARIO-CIERRE
                     )
                END-EXEC
           END-IF.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO CERRAR-PERIODO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CERRAR-PERIODO
           END-IF.

           PERFORM LEER-ULTIMA-REF            THRU FIN-LEER-ULTIMA-REF.

           IF   NOT PERIODO-STAT-OK
           THEN GO TO FIN-CERRAR-PERIODO
           END-IF.

           EXEC SQL
                UPDATE banco.periodo_reapertura
                SET    fec_recierre  = now(),
                       ref_mov_hasta = :WK-ULTIMA-REF
                WHERE  mes_periodo   = :WK-MES-X
                AND    fec_recierre IS NULL
           END-EXEC.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           IF   NOT SQL-SUCCESS AND NOT SQL-NODATA
           THEN SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO CERRAR-PERIODO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CERRAR-PERIODO
           END-IF.

           MOVE PERIODO-ESTADO                TO PERIODO-S-ESTADO.
           ACCEPT PERIODO-S-FEC-CIERRE        FROM DATE YYYYMMDD.
       FIN-CERRAR-PERIODO.
           EXIT.

      * Control de cuatro ojos: la primera llamada sólo encola la
      * petición; APRCAMBIO vuelve a llamar aquí con la marca de
      * aprobada cuando otro operador la confirma.
       REABRIR-PERIODO.
      *----------------
           IF   NOT PERIODO-ESTADO-CERRADO
           THEN SET PERIODO-STAT-ERR-ESTADO   TO TRUE
                GO TO FIN-REABRIR-PERIODO
           END-IF.

           IF   NOT PERIODO-E-APROBADA-SI
           THEN PERFORM ENCOLAR-REAPERTURA    THRU
                        FIN-ENCOLAR-REAPERTURA
                GO TO FIN-REABRIR-PERIODO
           END-IF.

           SET PERIODO-ESTADO-ABIERTO         TO TRUE.

           EXEC SQL
                UPDATE banco.periodo_contable
                SET    estado_periodo = :PERIODO-ESTADO
                WHERE  mes_periodo    = :WK-MES-X
           END-EXEC.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO REABRIR-PERIODO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REABRIR-PERIODO
           END-IF.

           PERFORM LEER-ULTIMA-REF            THRU FIN-LEER-ULTIMA-REF.

           IF   NOT PERIODO-STAT-OK
           THEN GO TO FIN-REABRIR-PERIODO
           END-IF.

           MOVE PERIODO-E-USUARIO-SOLICITA    TO WK-USUARIO-SOLICITA.
           IF   WK-USUARIO-SOLICITA = SPACES
           THEN MOVE 'DESCONOCIDO'            TO WK-USUARIO-SOLICITA
           END-IF.

           EXEC SQL
                INSERT INTO banco.periodo_reapertura(
                    mes_periodo,
                    usuario_solicita,
                    usuario_aprueba,
                    fec_reapertura,
                    ref_mov_desde,
                    listada
                )
                VALUES(
                    :WK-MES-X,
                    :WK-USUARIO-SOLICITA,
                    :WK-USUARIO,
                    now(),
                    :WK-ULTIMA-REF,
                    'N'
                )
           END-EXEC.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO REABRIR-PERIODO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REABRIR-PERIODO
           END-IF.

           MOVE PERIODO-ESTADO                TO PERIODO-S-ESTADO.
           ADD  1                             TO
                PERIODO-S-NUM-REAPERTURAS.
       FIN-REABRIR-PERIODO.
           EXIT.

       ENCOLAR-REAPERTURA.
      *-------------------
           EXEC SQL
                INSERT INTO banco.peticion_aprobacion(
                    tipo_peticion,
                    estado_peticion,
                    usuario_solicita,
                    fec_solicitud,
                    mes_periodo
                )
                VALUES(
                    'P',
                    'P',
                    :WK-USUARIO,
                    now(),
                    :WK-MES-X
                )
           END-EXEC.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO ENCOLAR-REAPERTURA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           ELSE SET PERIODO-STAT-PENDIENTE    TO TRUE
           END-IF.
       FIN-ENCOLAR-REAPERTURA.
           EXIT.

      * La referencia de movimiento sale de una secuencia creciente:
      * lo grabado después de un momento dado tiene referencia mayor
      * que la última que había entonces.
       LEER-ULTIMA-REF.
      *----------------
           EXEC SQL
                SELECT COALESCE(MAX(ref_mov), 0)
                INTO   :WK-ULTIMA-REF
                FROM   banco.movimiento
           END-EXEC.

           MOVE SQLCODE                       TO PERIODO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERIODO-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** PERIODO LEER-ULTIMA-REF: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.
       FIN-LEER-ULTIMA-REF.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET PERIODO-STAT-ERR-SQL         TO TRUE
                MOVE SQLCODE                     TO PERIODO-SQLCODE
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
