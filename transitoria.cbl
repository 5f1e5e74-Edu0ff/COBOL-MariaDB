       01  WK-ORIGEN                         PIC X(12).
       01  WK-USUARIO                        PIC X(30).
       01  WK-MOTIVO                         PIC X(30).
       01  WK-FEC-ALTA                       PIC X(08).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.
           COPY 'perdida.cpy'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
                PERFORM APLICAR-PARTIDA        THRU
                        FIN-APLICAR-PARTIDA

           WHEN TRANSITORIA-E-ACC-IRRECUPERABLE
                PERFORM DAR-IRRECUPERABLE      THRU
                        FIN-DAR-IRRECUPERABLE

           WHEN OTHER
                SET TRANSITORIA-STAT-ERR-ACC   TO TRUE
           END-EVALUATE.

       FIN-APLICAR-PARTIDA.
           EXIT.

      * La partida que tras investigarla no tiene destino ni se puede
      * recuperar se da por perdida: sale de las pendientes y abre
      * con el motivo su evento de pérdida operacional, fechado en el
      * día en que se aparcó y descubierto hoy. La partida es la
      * referencia del evento, así que no se puede contar dos veces.
       DAR-IRRECUPERABLE.
      *------------------
           MOVE TRANSITORIA-E-ID-PARTIDA       TO WK-PARTIDA-ID.

           IF   TRANSITORIA-E-MOTIVO = SPACES
           THEN SET TRANSITORIA-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-DAR-IRRECUPERABLE
           END-IF.

           EXEC SQL
                SELECT importe_partida, concepto_partida,
                       DATE_FORMAT(fec_alta_partida, '%Y%m%d')
                INTO   :WK-IMPORTE, :WK-CPT, :WK-FEC-ALTA
                FROM   banco.partida_transitoria
                WHERE  id_partida     = :WK-PARTIDA-ID
                AND    estado_partida = 'P'
           END-EXEC.

           MOVE SQLCODE                        TO TRANSITORIA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET TRANSITORIA-STAT-ENC-NO     TO TRUE
                GO TO FIN-DAR-IRRECUPERABLE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                SET TRANSITORIA-STAT-ERR-SQL    TO TRUE
                DISPLAY '*** FATAL *** TRANSITORIA IRRECUPERABLE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-DAR-IRRECUPERABLE
           END-EVALUATE.

           INITIALIZE                          AREA-PERDIDA-ENTRADA.
           SET  PERDIDA-E-ACC-ALTA             TO TRUE.
           MOVE WK-IMPORTE                     TO PERDIDA-E-IMPORTE.
           MOVE WK-FEC-ALTA                    TO
                PERDIDA-E-FEC-OCURRENCIA.
           MOVE 'EP'                           TO PERDIDA-E-CATEGORIA.
           MOVE 'PL'                           TO PERDIDA-E-LINEA.
           MOVE 'TRANSITORIA'                  TO PERDIDA-E-ORIGEN.
           MOVE WK-PARTIDA-ID                  TO PERDIDA-E-REFERENCIA.
           STRING TRANSITORIA-E-MOTIVO DELIMITED BY '  '
                  ' - '                DELIMITED BY SIZE
                  WK-CPT               DELIMITED BY SIZE
                                          INTO PERDIDA-E-DESCRIPCION.
           MOVE TRANSITORIA-E-USUARIO          TO PERDIDA-E-USUARIO.

           CALL "PERDIDA"                      USING AREA-PERDIDA.

           IF   NOT PERDIDA-STAT-OK
           THEN SET TRANSITORIA-STAT-ERR-SQL   TO TRUE
                MOVE PERDIDA-SQLCODE           TO TRANSITORIA-SQLCODE
                DISPLAY '*** FATAL *** TRANSITORIA IRRECUPERABLE: NO'
                DISPLAY 'SE PUDO ABRIR LA PERDIDA, PERDIDA-STAT ['
                        PERDIDA-STAT ']'
                GO TO FIN-DAR-IRRECUPERABLE
           END-IF.

           MOVE PERDIDA-S-ID                   TO
                TRANSITORIA-S-ID-PERDIDA.

           EXEC SQL
                UPDATE banco.partida_transitoria
                SET    estado_partida      = 'I',
                       fec_aplicacion      = now()
                WHERE  id_partida          = :WK-PARTIDA-ID
           END-EXEC.

           MOVE SQLCODE                        TO TRANSITORIA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRANSITORIA-STAT-ERR-SQL   TO TRUE
                DISPLAY '*** FATAL *** TRANSITORIA IRRECUPERABLE: NO'
                DISPLAY 'SE PUDO CERRAR LA PARTIDA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                MOVE 'TRANSITORIA'             TO LOGERR-E-PROGRAMA
                MOVE 'DAR-IRRECUPERABLE'        TO LOGERR-E-PARRAFO
                MOVE TRANSITORIA-SQLCODE        TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-DAR-IRRECUPERABLE.
           EXIT.
