       01  WK-ESTADO-MEDIO                    PIC X(01).
           88  WK-ESTADO-MEDIO-BLOQ            VALUE 'Q'.
           88  WK-ESTADO-MEDIO-REVISION        VALUE 'R'.
           88  WK-ESTADO-MEDIO-EMITIDA         VALUE 'E'.
       01  WK-TIPO-MEDIO                      PIC X(01).
           88  WK-TIPO-MEDIO-CTA               VALUE 'C'.
           88  WK-TIPO-MEDIO-TAR               VALUE 'T'.
       01  WK-CONTROL-CPT-VETADO              PIC 9(04).
       01  WK-SUMA-CARGOS-MES                 PIC S9(10)V99
                                              LEADING SEPARATE.

      *    Mes contable (AAAAMM) en que cae la fecha del movimiento y
      *    su estado en banco.periodo_contable (sin fila, abierto); y
      *    la fecha pedida cuando el movimiento se refecha por caer en
      *    un mes cerrado (a nulo si se graba con la suya).
       01  WK-MES-MOV                         PIC X(06).
       01  WK-ESTADO-PERIODO                  PIC X(01).
           88  WK-PERIODO-CERRADO              VALUE 'X'.
       01  WK-FEC-ORIGINAL                    PIC X(20).
       01  WK-FEC-ORIGINAL-NULL               PIC S9(04) COMP-5.
           EXEC SQL END     DECLARE    SECTION END-EXEC.

           COPY 'cambiodiv.cpy'.
           COPY 'casosar.cpy'.
           COPY 'parambatch.cpy'.

      * Umbral de importe (en valor absoluto) a partir del cual un
      * posteo por canal interactivo exige la confirmacion OTP; se
      * ajusta con el parametro INSMOV_UMBRAL_OTP (PARAMBATCH), cuyo
      * cambio pide la confirmacion de un segundo operador.
       01  WK-UMBRAL-OTP                      PIC 9(08)V99 VALUE 3000.
       01  WK-UMBRAL-OTP-ENV                  PIC X(08).
       01  WK-IMPT-ABS                        PIC 9(08)V99.
           05  WK-OTP-GEN-1                   PIC 9(03).
           05  WK-OTP-GEN-2                   PIC 9(03).

      * Fecha con la que se graba el movimiento, partida para poder
      * llevarla al primer dia de un mes posterior.
       01  WK-FEC-APLICADA                    PIC 9(20).
       01  WK-FEC-APLICADA-R                  REDEFINES WK-FEC-APLICADA.
           05  WK-FEC-APL-AAAA                PIC 9(04).
           05  WK-FEC-APL-MM                  PIC 9(02).
           05  WK-FEC-APL-DD                  PIC 9(02).
           05  WK-FEC-APL-HORA                PIC 9(12).

       LINKAGE SECTION.
      *----------------
           COPY 'insmov.cpy'.
           WHEN OTHER
                PERFORM VALIDAR-COD-CPT     THRU FIN-VALIDAR-COD-CPT
                IF   INSMOV-STAT-OK
                THEN PERFORM COMPROBAR-PERIODO
                     THRU FIN-COMPROBAR-PERIODO
                END-IF
                IF   INSMOV-STAT-OK
                THEN PERFORM COMPROBAR-MANDATO
                     THRU FIN-COMPROBAR-MANDATO
                END-IF
       FIN-COMPROBAR-FALLECIDO.
           EXIT.

      *    Un mes contable cerrado ya esta fotografiado por
      *    SALDOHIST y mandado a contabilidad: un movimiento fechado
      *    en el cambiaria en silencio lo ya declarado. Segun
      *    INSMOV-E-PERIODO-CERRADO se rechaza o se refecha al primer
      *    dia del primer mes posterior que no este cerrado, con la
      *    fecha pedida guardada como fecha original.
       COMPROBAR-PERIODO.
      *------------------
           MOVE INSMOV-E-FEC                TO WK-FEC-APLICADA.
           MOVE SPACES                      TO WK-FEC-ORIGINAL.
           MOVE -1                          TO WK-FEC-ORIGINAL-NULL.

           PERFORM LEER-ESTADO-PERIODO      THRU
                   FIN-LEER-ESTADO-PERIODO.

           IF   NOT INSMOV-STAT-OK
                OR NOT WK-PERIODO-CERRADO
           THEN GO TO FIN-COMPROBAR-PERIODO
           END-IF.

           IF   INSMOV-E-PERIODO-RECHAZAR
                OR (NOT INSMOV-E-PERIODO-REFECHAR
                    AND INSMOV-E-CANAL-INTERACTIVO)
           THEN SET INSMOV-STAT-ERR-PERIODO TO TRUE
                GO TO FIN-COMPROBAR-PERIODO
           END-IF.

           MOVE INSMOV-E-FEC                TO WK-FEC-ORIGINAL.
           MOVE ZERO                        TO WK-FEC-ORIGINAL-NULL.

           PERFORM AVANZAR-MES              THRU FIN-AVANZAR-MES
           UNTIL   NOT WK-PERIODO-CERRADO
           OR      NOT INSMOV-STAT-OK.
       FIN-COMPROBAR-PERIODO.
           EXIT.

       LEER-ESTADO-PERIODO.
      *--------------------
           MOVE WK-FEC-APLICADA(1:6)        TO WK-MES-MOV.

           EXEC SQL
                SELECT estado_periodo
                INTO   :WK-ESTADO-PERIODO
                FROM   banco.periodo_contable
                WHERE  mes_periodo = :WK-MES-MOV
           END-EXEC.

           MOVE SQLCODE                     TO INSMOV-S-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                MOVE 'A'                    TO WK-ESTADO-PERIODO
           WHEN OTHER
                SET INSMOV-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** INSMOV LEER-ESTADO-PERIODO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.
       FIN-LEER-ESTADO-PERIODO.
           EXIT.

      *    Primer dia del mes siguiente, a la misma hora que la fecha
      *    pedida.
       AVANZAR-MES.
      *------------
           IF   WK-FEC-APL-MM = 12
           THEN ADD  1                      TO WK-FEC-APL-AAAA
                MOVE 1                      TO WK-FEC-APL-MM
           ELSE ADD  1                      TO WK-FEC-APL-MM
           END-IF.
           MOVE 1                           TO WK-FEC-APL-DD.

           PERFORM LEER-ESTADO-PERIODO      THRU
                   FIN-LEER-ESTADO-PERIODO.
       FIN-AVANZAR-MES.
           EXIT.

       GEN-REF-MOV.
      *------------
      * La referencia externa del movimiento no es su clave interna
       INS-MOV.
      *--------
           MOVE INSMOV-E-ID                 TO MOVIMIENTO-ID.
           MOVE WK-FEC-APLICADA             TO MOVIMIENTO-FEC.
           MOVE INSMOV-E-CPT                TO MOVIMIENTO-CPT.

      *    El importe y la divisa ya vienen resueltos de CONVERTIR-
                    cod_cnpt_mov,
                    importe_mov,
                    ref_mov,
                    divisa_mov,
                    fec_original_mov
                )
                VALUES(
                    :MOVIMIENTO-ID          :MOVIMIENTO-ID-NULL,
                    :WK-COD-CPT,
                    :MOVIMIENTO-IMPT        :MOVIMIENTO-IMPT-NULL,
                    :MOVIMIENTO-REF         :MOVIMIENTO-REF-NULL,
                    :MOVIMIENTO-DIVISA      :MOVIMIENTO-DIVISA-NULL,
              str_to_date(:WK-FEC-ORIGINAL  :WK-FEC-ORIGINAL-NULL,
                                               '%Y%m%d%H%i%s%f')
                )
           END-EXEC.

                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           ELSE MOVE MOVIMIENTO-REF          TO INSMOV-S-REF
                MOVE WK-FEC-APLICADA         TO INSMOV-S-FEC-APLICADA
           END-IF.
       FIN-INS-MOV.
           EXIT.
           THEN GO TO FIN-COMPROBAR-OTP
           END-IF.

      *    Se lee en cada posteo, para que un cambio aprobado valga
      *    desde ya; sin ejecucion batch, no se anota el valor usado.
           INITIALIZE                        AREA-PARAMBATCH-ENTRADA.
           SET  PARAMBATCH-E-ACC-LEER        TO TRUE.
           MOVE 'INSMOV'                     TO PARAMBATCH-E-PROGRAMA.
           MOVE 'INSMOV_UMBRAL_OTP'          TO PARAMBATCH-E-PARAMETRO.
           MOVE 'S'                          TO PARAMBATCH-E-NUMERICO.
           MOVE 8                            TO PARAMBATCH-E-LONGITUD.
           MOVE '00003000'                   TO
                PARAMBATCH-E-VALOR-DEFECTO.

           CALL "PARAMBATCH"                 USING AREA-PARAMBATCH.

           IF   NOT PARAMBATCH-STAT-OK
           THEN SET INSMOV-STAT-ERR-SQL      TO TRUE
                MOVE PARAMBATCH-SQLCODE      TO INSMOV-S-SQLCODE
                DISPLAY '*** FATAL *** INSMOV COMPROBAR-OTP: NO SE'
                DISPLAY 'PUDO LEER EL PARAMETRO INSMOV_UMBRAL_OTP'
                GO TO FIN-COMPROBAR-OTP
           END-IF.

           MOVE PARAMBATCH-S-VALOR           TO WK-UMBRAL-OTP-ENV.
           IF   WK-UMBRAL-OTP-ENV NOT = SPACES
                AND WK-UMBRAL-OTP-ENV IS NUMERIC
           THEN MOVE WK-UMBRAL-OTP-ENV       TO WK-UMBRAL-OTP
                AND INSMOV-S-IMPT-APLICADO < ZERO
                SET INSMOV-STAT-ERR-REVISION  TO TRUE

      *    Tarjeta emitida pero sin activar: el plástico puede no
      *    haber llegado aún al titular, así que no admite cargos.
           WHEN WK-TIPO-MEDIO-TAR AND WK-ESTADO-MEDIO-EMITIDA
                AND INSMOV-S-IMPT-APLICADO < ZERO
                SET INSMOV-STAT-ERR-NO-ACTIVA TO TRUE

           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           IF  (WK-SUMA-CARGOS-HOY - INSMOV-S-IMPT-APLICADO)
                > WK-TOPE-DIARIO
           THEN SET INSMOV-STAT-ERR-TOPE     TO TRUE
                PERFORM ABRIR-CASO-VEL       THRU FIN-ABRIR-CASO-VEL
           END-IF.

       FIN-COMPROBAR-TOPE.
           EXIT.

      *    Un cargo rechazado por el tope de velocidad es una alerta
      *    para el caso de operativa sospechosa del titular del
      *    medio, con los cargos de hoy que agotaron el tope. El
      *    rechazo del cargo no depende de que el caso se abra bien.
       ABRIR-CASO-VEL.
      *---------------
           INITIALIZE                        AREA-CASOSAR-ENTRADA.

           SET  CASOSAR-E-ACC-ALTA           TO TRUE.
           SET  CASOSAR-E-ORIGEN-VELOCIDAD   TO TRUE.
           MOVE INSMOV-E-ID                  TO CASOSAR-E-ID-MEDIO.
           STRING 'TOPE DIARIO SUPERADO: ' WK-TOPE-DIARIO
                  ' CARGADO HOY ' WK-SUMA-CARGOS-HOY
                  DELIMITED BY SIZE     INTO CASOSAR-E-TEXTO.

           CALL "CASOSAR"                    USING AREA-CASOSAR.

           IF   NOT CASOSAR-STAT-OK
                AND NOT CASOSAR-STAT-EXISTENTE
           THEN DISPLAY '*** INSMOV ABRIR-CASO-VEL: MEDIO ['
                        INSMOV-E-ID '] STAT [' CASOSAR-STAT ']'
           END-IF.

       FIN-ABRIR-CASO-VEL.
           EXIT.

      *    Controles de gasto del propio titular, solo para cargos
      *    contra tarjeta: primero los codigos de concepto vetados
      *    en banco.tarjeta_control_cpt, y despues la fila de
