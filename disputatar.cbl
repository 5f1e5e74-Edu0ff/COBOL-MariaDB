       01  WK-DISPUTA-IMPORTE                PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-DISPUTA-FEC-LIMITE             PIC X(08).
       01  WK-DISPUTA-FEC-APERTURA           PIC X(08).
       01  WK-CASOS-ABIERTOS                 PIC 9(06).
       01  WK-MOTIVO                         PIC X(30).

           COPY 'acttar.cpy'.
           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.
           COPY 'perdida.cpy'.

      * Tipo del medio del movimiento disputado, sondeado igual que
      * hace INSMOV: primero cuenta, después tarjeta.

      * Resolución del caso: confirmar deja el abono provisional como
      * definitivo; denegar lo recarga con el mismo camino de posteo
      * y el caso queda cerrado con su resolución y su fecha. Lo que
      * se da al cliente es pérdida del banco y va al registro de
      * pérdidas operacionales en la misma unidad de trabajo.
       RESOLVER-CASO.
      *----------------
           IF   NOT DISPUTATAR-E-RES-CONFIRMAR
           MOVE DISPUTATAR-E-ID-DISPUTA        TO WK-DISPUTA-ID.

           EXEC SQL
                SELECT id_medio, importe_disputa,
                       DATE_FORMAT(fecha_apertura_disputa, '%Y%m%d')
                INTO   :WK-MOV-ID-MEDIO, :WK-DISPUTA-IMPORTE,
                       :WK-DISPUTA-FEC-APERTURA
                FROM   banco.disputa_tarjeta
                WHERE  id_disputa     = :WK-DISPUTA-ID
                AND    estado_disputa = 'A'
           THEN PERFORM CERRAR-CASO             THRU FIN-CERRAR-CASO
           END-IF.

           IF   DISPUTATAR-STAT-OK
                AND DISPUTATAR-E-RES-CONFIRMAR
           THEN PERFORM REGISTRAR-PERDIDA       THRU
                        FIN-REGISTRAR-PERDIDA
           END-IF.

       FIN-RESOLVER-CASO.
           EXIT.

      * El abono confirmado es fraude externo sobre el medio: se suma
      * al evento abierto de la tarjeta (el que abrió BLOQTAR al
      * bloquearla por fraude, o el de disputas anteriores) o abre
      * uno nuevo. Se fecha la ocurrencia con la apertura del caso.
       REGISTRAR-PERDIDA.
      *------------------
           INITIALIZE                          AREA-PERDIDA-ENTRADA.
           SET  PERDIDA-E-ACC-ACUMULAR         TO TRUE.
           MOVE WK-DISPUTA-IMPORTE             TO PERDIDA-E-IMPORTE.
           MOVE WK-DISPUTA-FEC-APERTURA        TO
                PERDIDA-E-FEC-OCURRENCIA.
           MOVE 'FE'                           TO PERDIDA-E-CATEGORIA.
           MOVE 'BM'                           TO PERDIDA-E-LINEA.
           MOVE 'DISPUTATAR'                   TO PERDIDA-E-ORIGEN.
           MOVE WK-MOV-ID-MEDIO                TO PERDIDA-E-ID-MEDIO.
           MOVE 'DISPUTAS RECONOCIDAS AL CLIENTE'
                                               TO PERDIDA-E-DESCRIPCION.
           MOVE 'DISPUTATAR'                   TO PERDIDA-E-USUARIO.

           CALL "PERDIDA"                      USING AREA-PERDIDA.

           IF   NOT PERDIDA-STAT-OK
           THEN SET DISPUTATAR-STAT-ERR-SQL    TO TRUE
                MOVE PERDIDA-SQLCODE           TO DISPUTATAR-SQLCODE
                DISPLAY '*** FATAL *** DISPUTATAR REGISTRAR-PERDIDA:'
                DISPLAY 'PERDIDA-STAT [' PERDIDA-STAT ']'
           END-IF.

       FIN-REGISTRAR-PERDIDA.
           EXIT.

       CERRAR-CASO.
      *--------------
           EXEC SQL
