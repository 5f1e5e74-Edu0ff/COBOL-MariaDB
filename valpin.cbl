      * fecha a nulo (PIN nunca cambiado desde que existe la
      * columna) se trata como caducado.
       01  WK-MESES-PIN                      PIC S9(05).
      * 'S' si el resumen del PIN tecleado con la sal de la tarjeta
      * coincide con el guardado; el PIN en claro no se lee nunca.
       01  WK-PIN-COINCIDE                   PIC X(01).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'bloqtar.cpy'.
           COPY 'activtar.cpy'.

      * Intentos consecutivos fallidos que se admiten antes de bloquear
      * la tarjeta, al estilo del tope fijo WK-CTE-CUENTAS-MAX de BANCO
      *------------
           INITIALIZE                       AREA-VALPIN-SALIDA
                                            AREA-BLOQTAR
                                            AREA-ACTIVTAR
                                            REG-TARJETA
                                            REG-TARJETA-NULL.
       FIN-INICIALIZAR.

           EXEC SQL
                SELECT estado_tarjeta,
                       CASE WHEN pin_tarjeta =
                                 SHA2(CONCAT(sal_pin_tarjeta,
                                             :VALPIN-E-PIN-X), 256)
                            THEN 'S'
                            ELSE 'N'
                       END,
                       intentos_fallidos_pin,
                       COALESCE(pin_caducado_tarjeta, 'N'),
                       COALESCE(TIMESTAMPDIFF(MONTH,
                                              fec_pin_tarjeta,
                                              CURDATE()), 9999)
                INTO   :TARJETA-ESTADO         :TARJETA-ESTADO-NULL,
                       :WK-PIN-COINCIDE,
                       :TARJETA-INTENTOS-PIN
                                      :TARJETA-INTENTOS-PIN-NULL,
                       :TARJETA-PIN-CADUCADO
      *    propia actualización.
       COMPROBAR-PIN.
      *--------------
           IF   WK-PIN-COINCIDE = 'S'
           THEN PERFORM PIN-CORRECTO       THRU FIN-PIN-CORRECTO
           ELSE PERFORM PIN-INCORRECTO     THRU FIN-PIN-INCORRECTO
           END-IF.
                GO TO FIN-PIN-CORRECTO
           END-IF.

      *    El primer PIN correcto de una tarjeta emitida prueba que el
      *    titular ya tiene el plástico y su carta de PIN: la tarjeta
      *    queda activada (y la sustituida, si la hay, de baja).
           IF   TARJETA-ESTADO-EMITIDA
           THEN PERFORM ACTIVAR-TARJETA      THRU FIN-ACTIVAR-TARJETA
                IF   VALPIN-STAT-ERR-SQL
                THEN GO TO FIN-PIN-CORRECTO
                END-IF
           END-IF.

      *    El PIN es el bueno, pero si lleva demasiados meses sin
      *    cambiarse (o ya tenía la marca levantada) la operativa se
      *    para hasta que SETPIN grabe uno nuevo; un PIN de 2019
       FIN-PIN-CORRECTO.
           EXIT.

       ACTIVAR-TARJETA.
      *----------------
           MOVE TARJETA-ID-TAR               TO ACTIVTAR-E-ID-TAR.
           SET  ACTIVTAR-E-CANAL-PIN         TO TRUE.
           MOVE 'VALPIN'                     TO ACTIVTAR-E-USUARIO.

           CALL "ACTIVTAR"                   USING AREA-ACTIVTAR.

           IF   ACTIVTAR-STAT-ERR-SQL
           THEN SET VALPIN-STAT-ERR-SQL      TO TRUE
                MOVE ACTIVTAR-S-SQLCODE      TO VALPIN-S-SQLCODE
           END-IF.
       FIN-ACTIVAR-TARJETA.
           EXIT.

       MARCAR-PIN-CADUCADO.
      *--------------------
           EXEC SQL
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           ELSE IF TARJETA-INTENTOS-PIN >= WK-MAX-INTENTOS-PIN
                THEN MOVE TARJETA-ID-TAR     TO BLOQTAR-E-ID-TAR
                     MOVE SPACE              TO BLOQTAR-E-MOTIVO
                     CALL "BLOQTAR"          USING AREA-BLOQTAR
                     SET VALPIN-STAT-ERR-PIN-BLOQUEA TO TRUE
                ELSE SET VALPIN-STAT-ERR-PIN TO TRUE
