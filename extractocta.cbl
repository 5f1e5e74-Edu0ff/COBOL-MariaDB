       01  WK-REDONDEO-MES                    PIC S9(08)V99
                                              LEADING SEPARATE.

      * Pagos aplazados vivos de la tarjeta, para el bloque de
      * aplazamientos del extracto.
           EXEC SQL INCLUDE aplaztar         END-EXEC.

           EXEC SQL END   DECLARE SECTION    END-EXEC.

           COPY 'conexmdb.cpy'.
                                              LEADING SEPARATE.
       01  WK-I                               PIC 9(02).

       01  SW-FIN-APLAZAMIENTOS               PIC 9(01) VALUE 0.
           88  FIN-APLAZAMIENTOS              VALUE 1.
           88  NO-FIN-APLAZAMIENTOS           VALUE 0.

       LINKAGE SECTION.
      *----------------
           COPY 'extractocta.cpy'.
           THEN GO                             TO FIN-PROGRAMA
           END-IF.

      * Dentro de la sesión del llamador no se conecta ni se
      * desconecta: sus cursores abiertos siguen vivos al volver.
           IF   NOT EXTRACTOCTA-SESION-LLAMADOR
           THEN PERFORM CONECTAR-BD            THRU FIN-CONECTAR-BD
           END-IF.

      * Compruebo que la cuenta o la tarjeta, según el criterio
      * pedido, exista, y tomo su saldo o crédito disponible actual.
           PERFORM CONSULTAR-REDONDEO          THRU
                   FIN-CONSULTAR-REDONDEO.

           PERFORM CONSULTAR-APLAZAMIENTOS     THRU
                   FIN-CONSULTAR-APLAZAMIENTOS.

       FIN-CONSULTA.
      *-------------
           IF   NOT EXTRACTOCTA-SESION-LLAMADOR
           THEN PERFORM DESCONECTAR-BD         THRU FIN-DESCONECTAR-BD
           END-IF.

       FIN-PROGRAMA.
      *-------------

       FIN-CONSULTAR-REDONDEO.
           EXIT.

      * Bloque de pagos aplazados en el extracto de tarjeta: los
      * planes vivos de la tarjeta, hasta el tope de la tabla de
      * salida. Como la fidelización y la hucha, un tropiezo aquí no
      * tira el extracto.
       CONSULTAR-APLAZAMIENTOS.
      *------------------------
           MOVE ZERO                          TO
                EXTRACTOCTA-APL-CONTADOR.

           IF   NOT EXTRACTOCTA-CRIT-TAR
           THEN GO TO FIN-CONSULTAR-APLAZAMIENTOS
           END-IF.

           EXEC SQL
                DECLARE CUR-APLAZAMIENTOS CURSOR FOR
                SELECT id_aplazamiento, importe_aplazado,
                       num_cuotas, cuotas_pagadas, cuota_capital,
                       capital_pendiente
                FROM   banco.aplazamiento_tarjeta
                WHERE  id_medio            = :WK-ID-MEDIO
                AND    estado_aplazamiento = 'A'
                ORDER BY id_aplazamiento
           END-EXEC.

           EXEC SQL OPEN CUR-APLAZAMIENTOS END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN GO TO FIN-CONSULTAR-APLAZAMIENTOS
           END-IF.

           SET  NO-FIN-APLAZAMIENTOS          TO TRUE.

           PERFORM LEER-APLAZAMIENTO          THRU
                   FIN-LEER-APLAZAMIENTO
           UNTIL   FIN-APLAZAMIENTOS.

           EXEC SQL CLOSE CUR-APLAZAMIENTOS END-EXEC.

       FIN-CONSULTAR-APLAZAMIENTOS.
           EXIT.

       LEER-APLAZAMIENTO.
      *------------------
           IF   EXTRACTOCTA-APL-CONTADOR >= 5
           THEN SET  FIN-APLAZAMIENTOS        TO TRUE
                GO TO FIN-LEER-APLAZAMIENTO
           END-IF.

           EXEC SQL
                FETCH CUR-APLAZAMIENTOS
                INTO  :APLAZTAR-ID, :APLAZTAR-IMPORTE,
                      :APLAZTAR-NUM-CUOTAS, :APLAZTAR-CUOTAS-PAGADAS,
                      :APLAZTAR-CUOTA-CAPITAL, :APLAZTAR-CAPITAL-PDTE
           END-EXEC.

           IF   NOT SQL-SUCCESS
           THEN SET  FIN-APLAZAMIENTOS        TO TRUE
                GO TO FIN-LEER-APLAZAMIENTO
           END-IF.

           ADD  1                             TO
                EXTRACTOCTA-APL-CONTADOR.
           MOVE APLAZTAR-ID                   TO
                EXTRACTOCTA-APL-ID(EXTRACTOCTA-APL-CONTADOR).
           MOVE APLAZTAR-IMPORTE              TO
                EXTRACTOCTA-APL-IMPORTE(EXTRACTOCTA-APL-CONTADOR).
           COMPUTE EXTRACTOCTA-APL-CUOTAS-PDTES
                   (EXTRACTOCTA-APL-CONTADOR) =
                   APLAZTAR-NUM-CUOTAS - APLAZTAR-CUOTAS-PAGADAS.
           MOVE APLAZTAR-CUOTA-CAPITAL        TO
                EXTRACTOCTA-APL-CUOTA-CAPITAL
                (EXTRACTOCTA-APL-CONTADOR).
           MOVE APLAZTAR-CAPITAL-PDTE         TO
                EXTRACTOCTA-APL-CAPITAL-PDTE
                (EXTRACTOCTA-APL-CONTADOR).

       FIN-LEER-APLAZAMIENTO.
           EXIT.
