
      *    Cuántos de los últimos PINs usados coinciden con el nuevo.
       01  WK-PIN-REPETIDOS                  PIC 9(02).
      *    'S' si el PIN nuevo es el mismo que el vigente; se compara
      *    el resumen, nunca el PIN en claro.
       01  WK-PIN-VIGENTE                    PIC X(01).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

      *    Cuántos PINs anteriores no se pueden reutilizar, al estilo
                     THRU    FIN-COMPROBAR-REUSO
                END-IF
                IF   SETPIN-STAT-OK
                THEN PERFORM GENERAR-SAL    THRU FIN-GENERAR-SAL
                END-IF
                IF   SETPIN-STAT-OK
                THEN PERFORM GRABAR-PIN     THRU FIN-GRABAR-PIN
                END-IF
                IF   SETPIN-STAT-OK
           MOVE SETPIN-E-ID-TAR               TO TARJETA-ID-TAR.

           EXEC SQL
                SELECT estado_tarjeta,
                       CASE WHEN pin_tarjeta =
                                 SHA2(CONCAT(sal_pin_tarjeta,
                                             :SETPIN-E-PIN-X), 256)
                            THEN 'S'
                            ELSE 'N'
                       END
                INTO   :TARJETA-ESTADO        :TARJETA-ESTADO-NULL,
                       :WK-PIN-VIGENTE
                FROM   banco.tarjeta
                WHERE  id_medio = :TARJETA-ID-TAR
           END-EXEC.

      *    "Cambiar" el PIN al mismo de siempre no es cambiarlo: se
      *    rechaza el PIN vigente y cualquiera de los últimos
      *    WK-PIN-HISTORIA anotados en banco.pin_historico. Cada
      *    PIN anotado se compara por su resumen con su propia sal.
       COMPROBAR-REUSO.
      *----------------
           MOVE ZERO                         TO WK-PIN-REPETIDOS.
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-PIN-REPETIDOS
                FROM  (SELECT pin_historico, sal_pin_historico
                       FROM   banco.pin_historico
                       WHERE  id_medio = :TARJETA-ID-TAR
                       ORDER BY fec_cambio_pin DESC
                       LIMIT  :WK-PIN-HISTORIA) H
                WHERE  H.pin_historico =
                       SHA2(CONCAT(H.sal_pin_historico,
                                   :SETPIN-E-PIN-X), 256)
           END-EXEC.

           MOVE SQLCODE                      TO SETPIN-S-SQLCODE.
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           WHEN WK-PIN-REPETIDOS > ZERO
                OR WK-PIN-VIGENTE = 'S'
                SET SETPIN-STAT-ERR-REPETIDO  TO TRUE
           END-EVALUATE.

       FIN-COMPROBAR-REUSO.
           EXIT.

      *    Cada PIN se guarda con una sal nueva, de modo que dos
      *    tarjetas con el mismo PIN no tienen el mismo resumen.
       GENERAR-SAL.
      *------------
           EXEC SQL
                SELECT LEFT(SHA2(CONCAT(UUID(), RAND()), 256), 32)
                INTO   :TARJETA-SAL-PIN
           END-EXEC.

           MOVE SQLCODE                      TO SETPIN-S-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET SETPIN-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** SETPIN GENERAR-SAL: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.
       FIN-GENERAR-SAL.
           EXIT.

      *    Fijar el PIN también reinicia el contador de intentos
      *    fallidos, tanto al darlo de alta por primera vez como al
      *    reemplazarlo; además estampa la fecha del cambio y baja
      *-----------
           EXEC SQL
                UPDATE banco.tarjeta
                SET    pin_tarjeta          =
                              SHA2(CONCAT(:TARJETA-SAL-PIN,
                                          :SETPIN-E-PIN-X), 256),
                       sal_pin_tarjeta       = :TARJETA-SAL-PIN,
                       intentos_fallidos_pin = 0,
                       fec_pin_tarjeta       = CURDATE(),
                       pin_caducado_tarjeta  = 'N'
                INSERT INTO banco.pin_historico(
                    id_medio,
                    pin_historico,
                    sal_pin_historico,
                    fec_cambio_pin
                )
                VALUES(
                    :TARJETA-ID-TAR,
                    SHA2(CONCAT(:TARJETA-SAL-PIN,
                                :SETPIN-E-PIN-X), 256),
                    :TARJETA-SAL-PIN,
                    now()
                )
           END-EXEC.
