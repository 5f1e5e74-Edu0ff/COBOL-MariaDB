       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. ACTIVTAR.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Activación de una tarjeta emitida ('E') cuando el titular ya
      * tiene el plástico: la llama VALPIN con el primer PIN correcto
      * y MENUBANCO cuando el titular la pide en oficina. Si la
      * tarjeta es la reemisión de otra, la sustituida se da de baja
      * en el mismo paso reutilizando BAJATAR. No hace commit: lo
      * hace quien la llama, como con BLOQTAR.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE tarjeta           END-EXEC.
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'bajatar.cpy'.

       LINKAGE SECTION.
      *----------------
           COPY 'activtar.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING AREA-ACTIVTAR.
      ******************************************************************
           PERFORM INICIALIZAR              THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN ACTIVTAR-E-ID-TAR = ZERO
                OR ACTIVTAR-E-ID-TAR IS NOT NUMERIC
                SET ACTIVTAR-STAT-ERR-ID    TO TRUE

           WHEN OTHER
                PERFORM CONSULTAR-TARJETA   THRU FIN-CONSULTAR-TARJETA

                IF   ACTIVTAR-STAT-OK
                THEN PERFORM ACTIVAR        THRU FIN-ACTIVAR
                END-IF

                IF   ACTIVTAR-STAT-OK
                     AND TARJETA-ID-ANTERIOR NOT = ZERO
                THEN PERFORM BAJA-ANTERIOR  THRU FIN-BAJA-ANTERIOR
                END-IF
           END-EVALUATE.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                       AREA-ACTIVTAR-SALIDA
                                            AREA-BAJATAR
                                            REG-TARJETA
                                            REG-TARJETA-NULL.
       FIN-INICIALIZAR.
           EXIT.

      *    Sólo se activa una tarjeta emitida cuyo plástico ya se ha
      *    mandado al estampador; antes de eso el titular no puede
      *    tenerlo en la mano.
       CONSULTAR-TARJETA.
      *------------------
           MOVE ACTIVTAR-E-ID-TAR             TO TARJETA-ID-TAR.

           EXEC SQL
                SELECT estado_tarjeta,
                       COALESCE(id_medio_anterior_tarjeta, 0),
                       DATE_FORMAT(fec_estampacion_tarjeta, '%Y%m%d')
                INTO   :TARJETA-ESTADO         :TARJETA-ESTADO-NULL,
                       :TARJETA-ID-ANTERIOR,
                       :TARJETA-FEC-ESTAMPACION
                                      :TARJETA-FEC-ESTAMPACION-NULL
                FROM   banco.tarjeta
                WHERE  id_medio = :TARJETA-ID-TAR
           END-EXEC.

           MOVE SQLCODE                      TO ACTIVTAR-S-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                EVALUATE TRUE
                WHEN TARJETA-ESTADO-BAJA
                     SET ACTIVTAR-STAT-ERR-BAJA   TO TRUE
                WHEN TARJETA-ESTADO-ALTA
                     SET ACTIVTAR-STAT-YA-ACTIVA  TO TRUE
                WHEN TARJETA-ESTADO-BLOQ
                     OR TARJETA-ESTADO-REVISION
                     SET ACTIVTAR-STAT-ERR-BLOQ   TO TRUE
                WHEN TARJETA-FEC-ESTAMPACION-NULL < 0
                     SET ACTIVTAR-STAT-NO-ESTAMPADA
                                                  TO TRUE
                END-EVALUATE
           WHEN SQL-NODATA
                SET  ACTIVTAR-STAT-ENC-NO     TO TRUE
           WHEN OTHER
                SET  ACTIVTAR-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** ACTIVTAR CONSULTAR-TARJETA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.
       FIN-CONSULTAR-TARJETA.
           EXIT.

       ACTIVAR.
      *--------
           SET  TARJETA-ESTADO-ALTA          TO TRUE.

           EXEC SQL
                UPDATE banco.tarjeta
                SET    estado_tarjeta          = :TARJETA-ESTADO,
                       fec_activacion_tarjeta  = now(),
                       canal_activacion_tarjeta = :ACTIVTAR-E-CANAL
                WHERE  id_medio                = :TARJETA-ID-TAR
                AND    estado_tarjeta          = 'E'
           END-EXEC.

           MOVE SQLCODE                      TO ACTIVTAR-S-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET ACTIVTAR-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** ACTIVTAR ACTIVAR: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.
       FIN-ACTIVAR.
           EXIT.

      *    La baja de la tarjeta sustituida es el paso automático de
      *    la reemisión, no una baja pedida por un operador: no pasa
      *    por la cola de aprobaciones. Si ya estaba de baja (por
      *    pérdida o robo, por ejemplo) no hay nada que hacer.
       BAJA-ANTERIOR.
      *--------------
           INITIALIZE                        AREA-BAJATAR-ENTRADA.
           MOVE TARJETA-ID-ANTERIOR          TO BAJATAR-E-ID-TAR.
           SET  BAJATAR-E-APROBADA-SI        TO TRUE.
           MOVE ACTIVTAR-E-USUARIO           TO BAJATAR-E-USUARIO.

           CALL "BAJATAR"                    USING AREA-BAJATAR.

           EVALUATE TRUE
           WHEN BAJATAR-STAT-OK
                MOVE TARJETA-ID-ANTERIOR     TO ACTIVTAR-S-ID-TAR-ANT
           WHEN BAJATAR-STAT-YA-BAJA
                CONTINUE
           WHEN OTHER
                SET  ACTIVTAR-STAT-ERR-SQL   TO TRUE
                MOVE BAJATAR-S-SQLCODE       TO ACTIVTAR-S-SQLCODE
           END-EVALUATE.
       FIN-BAJA-ANTERIOR.
           EXIT.
