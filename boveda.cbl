       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BOVEDA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Bóveda de efectivo de la oficina. Alta con su saldo inicial y
      * sus niveles mínimo y máximo, cambio de niveles, y las cuatro
      * maneras en que entra o sale efectivo: el fondo que se
      * suministra a un cajón al abrirlo (CAJA), el efectivo que
      * devuelve un cajón al cerrarlo (CAJA), las remesas recibidas
      * del servicio central de efectivo y las devueltas a él
      * (CONCEFEC o a mano). Cada entrada o salida queda anotada en
      * banco.boveda_movimiento; la bóveda nunca queda en negativo.
      * También cargan y descargan de ella sus cajeros automáticos
      * (CAJERO).
      * Como CAJA, no confirma: la transacción es de quien llama.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE boveda            END-EXEC.

       01  WK-BOVEDAS-OFICINA                PIC 9(05).

      * Movimiento de bóveda que se anota: tipo (I saldo inicial,
      * S suministro a cajón, D devolución de cajón, E entrega del
      * central, R devolución al central, A carga de cajero, B
      * retirada de cajero) e importe con signo.
       01  WK-MOV-ID                         PIC 9(10).
       01  WK-MOV-TIPO                       PIC X(01).
       01  WK-MOV-IMPORTE                    PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-MOV-ID-CAJA                    PIC 9(10).
       01  WK-MOV-ID-PEDIDO                  PIC 9(10).
       01  WK-USUARIO                        PIC X(30).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'boveda.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-BOVEDA.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN BOVEDA-E-ACC-ALTA
                PERFORM ALTA-BOVEDA            THRU FIN-ALTA-BOVEDA

           WHEN BOVEDA-E-ACC-NIVELES
                PERFORM CAMBIAR-NIVELES        THRU
                        FIN-CAMBIAR-NIVELES

           WHEN BOVEDA-E-ACC-SUMINISTRO
           WHEN BOVEDA-E-ACC-RECOGIDA
           WHEN BOVEDA-E-ACC-ENTREGA
           WHEN BOVEDA-E-ACC-DEVOLUCION
           WHEN BOVEDA-E-ACC-CARGA-CAJERO
           WHEN BOVEDA-E-ACC-DESCARGA-CAJERO
                PERFORM MOVER-EFECTIVO         THRU
                        FIN-MOVER-EFECTIVO

           WHEN BOVEDA-E-ACC-CONSULTAR
                PERFORM LEER-BOVEDA            THRU FIN-LEER-BOVEDA

           WHEN OTHER
                SET BOVEDA-STAT-ERR-ACC        TO TRUE
           END-EVALUATE.

           IF   BOVEDA-STAT-OK
           THEN MOVE BOVEDA-SALDO             TO BOVEDA-S-SALDO
                MOVE BOVEDA-NIVEL-MINIMO      TO BOVEDA-S-NIVEL-MINIMO
                MOVE BOVEDA-NIVEL-MAXIMO      TO BOVEDA-S-NIVEL-MAXIMO
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-BOVEDA-SALIDA
                                              REG-BOVEDA
                                              REG-BOVEDA-NULL.

           MOVE BOVEDA-E-USUARIO              TO WK-USUARIO.
           IF   WK-USUARIO = SPACES
           THEN ACCEPT WK-USUARIO             FROM ENVIRONMENT 'USER'
           END-IF.
           IF   WK-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO WK-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Una bóveda por oficina, con el máximo por encima del mínimo;
      * el saldo inicial es el efectivo que ya hay en ella y queda
      * anotado como primer movimiento.
       ALTA-BOVEDA.
      *------------
           IF   BOVEDA-E-OFICINA = SPACES
                OR BOVEDA-E-IMPORTE < ZERO
                OR BOVEDA-E-NIVEL-MINIMO < ZERO
                OR BOVEDA-E-NIVEL-MAXIMO NOT > BOVEDA-E-NIVEL-MINIMO
           THEN SET BOVEDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-BOVEDA
           END-IF.

           MOVE BOVEDA-E-OFICINA              TO BOVEDA-OFICINA.
           MOVE ZERO                          TO WK-BOVEDAS-OFICINA.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-BOVEDAS-OFICINA
                FROM   banco.boveda
                WHERE  oficina_boveda = :BOVEDA-OFICINA
           END-EXEC.

           MOVE SQLCODE                       TO BOVEDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET BOVEDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** BOVEDA ALTA-BOVEDA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-BOVEDA
           END-IF.

           IF   WK-BOVEDAS-OFICINA > ZERO
           THEN SET BOVEDA-STAT-DUPLICADA     TO TRUE
                GO TO FIN-ALTA-BOVEDA
           END-IF.

           MOVE BOVEDA-E-IMPORTE              TO BOVEDA-SALDO.
           MOVE BOVEDA-E-NIVEL-MINIMO         TO BOVEDA-NIVEL-MINIMO.
           MOVE BOVEDA-E-NIVEL-MAXIMO         TO BOVEDA-NIVEL-MAXIMO.

           EXEC SQL
                INSERT INTO banco.boveda(
                    oficina_boveda,
                    saldo_boveda,
                    nivel_minimo_boveda,
                    nivel_maximo_boveda,
                    fec_alta_boveda,
                    fec_ult_mov_boveda
                )
                VALUES(
                    :BOVEDA-OFICINA,
                    :BOVEDA-SALDO,
                    :BOVEDA-NIVEL-MINIMO,
                    :BOVEDA-NIVEL-MAXIMO,
                    CURDATE(),
                    NULL
                )
           END-EXEC.

           MOVE SQLCODE                       TO BOVEDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET BOVEDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** BOVEDA ALTA-BOVEDA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-BOVEDA
           END-IF.

           IF   BOVEDA-SALDO > ZERO
           THEN MOVE 'I'                      TO WK-MOV-TIPO
                MOVE BOVEDA-SALDO             TO WK-MOV-IMPORTE
                PERFORM ANOTAR-MOVIMIENTO     THRU
                        FIN-ANOTAR-MOVIMIENTO
           END-IF.

       FIN-ALTA-BOVEDA.
           EXIT.

       CAMBIAR-NIVELES.
      *----------------
           IF   BOVEDA-E-NIVEL-MINIMO < ZERO
                OR BOVEDA-E-NIVEL-MAXIMO NOT > BOVEDA-E-NIVEL-MINIMO
           THEN SET BOVEDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-CAMBIAR-NIVELES
           END-IF.

           PERFORM LEER-BOVEDA                THRU FIN-LEER-BOVEDA.

           IF   NOT BOVEDA-STAT-OK
           THEN GO TO FIN-CAMBIAR-NIVELES
           END-IF.

           MOVE BOVEDA-E-NIVEL-MINIMO         TO BOVEDA-NIVEL-MINIMO.
           MOVE BOVEDA-E-NIVEL-MAXIMO         TO BOVEDA-NIVEL-MAXIMO.

           EXEC SQL
                UPDATE banco.boveda
                SET    nivel_minimo_boveda = :BOVEDA-NIVEL-MINIMO,
                       nivel_maximo_boveda = :BOVEDA-NIVEL-MAXIMO
                WHERE  oficina_boveda      = :BOVEDA-OFICINA
           END-EXEC.

           MOVE SQLCODE                       TO BOVEDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET BOVEDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** BOVEDA CAMBIAR-NIVELES: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-CAMBIAR-NIVELES.
           EXIT.

      * El suministro a un cajón y la devolución al central sacan
      * efectivo de la bóveda; la recogida de un cajón y la entrega
      * del central lo meten. La carga de un cajero automático saca
      * efectivo y lo que se retira de sus casetes al reponerlo
      * vuelve. Una salida que no cabe en el saldo se rechaza sin
      * tocar nada.
       MOVER-EFECTIVO.
      *---------------
           IF   BOVEDA-E-IMPORTE NOT > ZERO
           THEN SET BOVEDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-MOVER-EFECTIVO
           END-IF.

           PERFORM LEER-BOVEDA                THRU FIN-LEER-BOVEDA.

           IF   NOT BOVEDA-STAT-OK
           THEN GO TO FIN-MOVER-EFECTIVO
           END-IF.

           EVALUATE TRUE
           WHEN BOVEDA-E-ACC-SUMINISTRO
                MOVE 'S'                      TO WK-MOV-TIPO
                COMPUTE WK-MOV-IMPORTE = 0 - BOVEDA-E-IMPORTE
           WHEN BOVEDA-E-ACC-RECOGIDA
                MOVE 'D'                      TO WK-MOV-TIPO
                MOVE BOVEDA-E-IMPORTE         TO WK-MOV-IMPORTE
           WHEN BOVEDA-E-ACC-ENTREGA
                MOVE 'E'                      TO WK-MOV-TIPO
                MOVE BOVEDA-E-IMPORTE         TO WK-MOV-IMPORTE
           WHEN BOVEDA-E-ACC-CARGA-CAJERO
                MOVE 'A'                      TO WK-MOV-TIPO
                COMPUTE WK-MOV-IMPORTE = 0 - BOVEDA-E-IMPORTE
           WHEN BOVEDA-E-ACC-DESCARGA-CAJERO
                MOVE 'B'                      TO WK-MOV-TIPO
                MOVE BOVEDA-E-IMPORTE         TO WK-MOV-IMPORTE
           WHEN OTHER
                MOVE 'R'                      TO WK-MOV-TIPO
                COMPUTE WK-MOV-IMPORTE = 0 - BOVEDA-E-IMPORTE
           END-EVALUATE.

           IF   BOVEDA-SALDO + WK-MOV-IMPORTE < ZERO
           THEN SET BOVEDA-STAT-SALDO-INSUF   TO TRUE
                GO TO FIN-MOVER-EFECTIVO
           END-IF.

           ADD  WK-MOV-IMPORTE                TO BOVEDA-SALDO.

           EXEC SQL
                UPDATE banco.boveda
                SET    saldo_boveda       = :BOVEDA-SALDO,
                       fec_ult_mov_boveda = CURDATE()
                WHERE  oficina_boveda     = :BOVEDA-OFICINA
           END-EXEC.

           MOVE SQLCODE                       TO BOVEDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET BOVEDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** BOVEDA MOVER-EFECTIVO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-MOVER-EFECTIVO
           END-IF.

           PERFORM ANOTAR-MOVIMIENTO          THRU
                   FIN-ANOTAR-MOVIMIENTO.

       FIN-MOVER-EFECTIVO.
           EXIT.

       LEER-BOVEDA.
      *------------
           MOVE BOVEDA-E-OFICINA              TO BOVEDA-OFICINA.

           EXEC SQL
                SELECT saldo_boveda,
                       nivel_minimo_boveda,
                       nivel_maximo_boveda
                INTO   :BOVEDA-SALDO,
                       :BOVEDA-NIVEL-MINIMO,
                       :BOVEDA-NIVEL-MAXIMO
                FROM   banco.boveda
                WHERE  oficina_boveda = :BOVEDA-OFICINA
           END-EXEC.

           MOVE SQLCODE                       TO BOVEDA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET BOVEDA-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET BOVEDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** BOVEDA LEER-BOVEDA: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-BOVEDA.
           EXIT.

       ANOTAR-MOVIMIENTO.
      *------------------
           MOVE BOVEDA-E-ID-CAJA              TO WK-MOV-ID-CAJA.
           MOVE BOVEDA-E-ID-PEDIDO            TO WK-MOV-ID-PEDIDO.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.boveda_movimiento_id_mov_boveda_seq
                INTO :WK-MOV-ID
           END-EXEC.

           MOVE SQLCODE                       TO BOVEDA-SQLCODE.

           IF   SQL-SUCCESS
           THEN EXEC SQL
                     INSERT INTO banco.boveda_movimiento(
                         id_mov_boveda,
                         oficina_boveda,
                         tipo_mov_boveda,
                         importe_mov_boveda,
                         id_caja,
                         id_pedido,
                         usuario_mov_boveda,
                         fec_mov_boveda
                     )
                     VALUES(
                         :WK-MOV-ID,
                         :BOVEDA-OFICINA,
                         :WK-MOV-TIPO,
                         :WK-MOV-IMPORTE,
                         NULLIF(:WK-MOV-ID-CAJA, 0),
                         NULLIF(:WK-MOV-ID-PEDIDO, 0),
                         :WK-USUARIO,
                         now()
                     )
                END-EXEC
                MOVE SQLCODE                  TO BOVEDA-SQLCODE
           END-IF.

           IF   SQL-SUCCESS
           THEN MOVE WK-MOV-ID                TO BOVEDA-S-ID-MOV
           ELSE SET BOVEDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** BOVEDA ANOTAR-MOVIMIENTO: '
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                MOVE 'BOVEDA'                 TO LOGERR-E-PROGRAMA
                MOVE 'ANOTAR-MOVIMIENTO'      TO LOGERR-E-PARRAFO
                MOVE BOVEDA-SQLCODE           TO LOGERR-E-SQLCODE
                MOVE SPACES                   TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-ANOTAR-MOVIMIENTO.
           EXIT.
