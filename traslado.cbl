       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. TRASLADO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Servicio de traslado de cuenta entre entidades. El alta
      * recoge la autorización firmada del cliente: en el entrante
      * (a una cuenta nuestra) EXPTRASL manda la solicitud a la
      * entidad antigua y RECTRASL da de alta con su respuesta los
      * mandatos y las órdenes periódicas; en el saliente (desde una
      * cuenta nuestra, con la solicitud de la entidad nueva llegada
      * en su fichero por RECTRASL o en papel a la oficina) EXPTRASL
      * le manda la información y en la fecha acordada CIERTRASL
      * traspasa el saldo y cierra la cuenta.
      * Las fechas límite de cada paso se calculan en días hábiles
      * sin contar festivos, que no tenemos en tablas; RPTTRASL saca
      * cada día los que se acercan o ya las han pasado. El alta y la
      * anulación se confirman enteras o se deshacen; la consulta no
      * confirma nada.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE traslado          END-EXEC.

       01  WK-NIF                            PIC X(10).
       01  WK-EXISTENTES                     PIC 9(05).
       01  WK-FECHA-HOY                      PIC X(08).

      * Suma de días hábiles: fecha de partida (AAAAMMDD), días y
      * fecha resultante.
       01  WK-PLZ-DESDE                      PIC X(08).
       01  WK-PLZ-DIAS                       PIC 9(03).
       01  WK-PLZ-HASTA                      PIC X(08).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'documento.cpy'.

      * Plazos legales en días hábiles: la entidad nueva pide la
      * información a la antigua en 2 desde la autorización, la
      * antigua la manda en 5 desde la solicitud y no cierra la
      * cuenta antes de 6; el traslado entrante entero, 13.
       01  WK-CTE-HAB-SOLICITUD              PIC 9(03) VALUE 2.
       01  WK-CTE-HAB-INFORMACION            PIC 9(03) VALUE 5.
       01  WK-CTE-HAB-CIERRE                 PIC 9(03) VALUE 6.
       01  WK-CTE-HAB-TRASLADO               PIC 9(03) VALUE 13.

      * Fecha de la autorización recibida, para validarla.
       01  WK-FEC-AUTORIZA                   PIC 9(08).
       01  WK-FEC-AUTORIZA-R                 REDEFINES WK-FEC-AUTORIZA.
           05  WK-FEC-AUTORIZA-AAAA          PIC 9(04).
           05  WK-FEC-AUTORIZA-MM            PIC 9(02).
               88  FEC-AUTORIZA-MES-OK       VALUES 1 THRU 12.
           05  WK-FEC-AUTORIZA-DD            PIC 9(02).
               88  FEC-AUTORIZA-DIA-OK       VALUES 1 THRU 31.
       01  WK-FECHA-ACTUAL                   PIC 9(08).

       01  SW-FIN-ITEMS                      PIC 9(01) VALUE 0.
           88  FIN-ITEMS-NO                  VALUE 0.
           88  FIN-ITEMS-SI                  VALUE 1.

       LINKAGE SECTION.
      *----------------
           COPY 'traslado.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-TRASLADO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN TRASLADO-E-ACC-ALTA
                PERFORM ALTA-TRASLADO         THRU FIN-ALTA-TRASLADO

           WHEN TRASLADO-E-ACC-CONSULTAR
                PERFORM CONSULTAR-TRASLADO    THRU
                        FIN-CONSULTAR-TRASLADO

           WHEN TRASLADO-E-ACC-ANULAR
                PERFORM ANULAR-TRASLADO       THRU
                        FIN-ANULAR-TRASLADO

           WHEN OTHER
                SET TRASLADO-STAT-ERR-ACC     TO TRUE
           END-EVALUATE.

           IF   NOT TRASLADO-E-ACC-CONSULTAR
           THEN IF   TRASLADO-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-TRASLADO-SALIDA
                                              REG-TRASLADO
                                              REG-TRASLADO-NULL
                                              REG-TRASITEM
                                              REG-TRASITEM-NULL.

           MOVE TRASLADO-E-USUARIO            TO TRASLADO-USUARIO.
           IF   TRASLADO-USUARIO = SPACES
           THEN ACCEPT TRASLADO-USUARIO       FROM ENVIRONMENT 'USER'
           END-IF.
           IF   TRASLADO-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO TRASLADO-USUARIO
           END-IF.

           ACCEPT WK-FECHA-ACTUAL             FROM DATE YYYYMMDD.
           MOVE WK-FECHA-ACTUAL               TO WK-FECHA-HOY.
       FIN-INICIALIZAR.
           EXIT.

      * Alta del traslado. La cuenta nuestra tiene que estar de alta
      * y el cliente ser titular de ella, y no puede tener ya otro
      * traslado abierto en el mismo sentido.
       ALTA-TRASLADO.
      *--------------
           PERFORM VALIDAR-ALTA               THRU FIN-VALIDAR-ALTA.

           IF   NOT TRASLADO-STAT-OK
           THEN GO TO FIN-ALTA-TRASLADO
           END-IF.

           PERFORM COMPROBAR-TITULAR          THRU
                   FIN-COMPROBAR-TITULAR.

           IF   NOT TRASLADO-STAT-OK
           THEN GO TO FIN-ALTA-TRASLADO
           END-IF.

           PERFORM COMPROBAR-ABIERTO          THRU
                   FIN-COMPROBAR-ABIERTO.

           IF   NOT TRASLADO-STAT-OK
           THEN GO TO FIN-ALTA-TRASLADO
           END-IF.

           PERFORM FIJAR-PLAZOS               THRU FIN-FIJAR-PLAZOS.

           IF   NOT TRASLADO-STAT-OK
           THEN GO TO FIN-ALTA-TRASLADO
           END-IF.

           PERFORM GRABAR-TRASLADO            THRU
                   FIN-GRABAR-TRASLADO.

           IF   TRASLADO-STAT-OK
           THEN PERFORM ARCHIVAR-AUTORIZACION THRU
                        FIN-ARCHIVAR-AUTORIZACION
           END-IF.

           IF   TRASLADO-STAT-OK
           THEN PERFORM MOVER-SALIDA          THRU FIN-MOVER-SALIDA
           END-IF.

       FIN-ALTA-TRASLADO.
           EXIT.

       VALIDAR-ALTA.
      *-------------
           IF   NOT TRASLADO-E-ENTRANTE AND NOT TRASLADO-E-SALIENTE
                OR TRASLADO-E-NIF = SPACES
                OR TRASLADO-E-ID-CTA IS NOT NUMERIC
                OR TRASLADO-E-ID-CTA = ZERO
                OR TRASLADO-E-BIC-OTRA = SPACES
                OR TRASLADO-E-CTA-OTRA = SPACES
                OR TRASLADO-E-FEC-ACORDADA IS NOT NUMERIC
           THEN SET TRASLADO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-VALIDAR-ALTA
           END-IF.

      *    La entidad nueva tiene que poder casar nuestra respuesta
      *    con su solicitud.
           IF   TRASLADO-E-SALIENTE
                AND (TRASLADO-E-REF-OTRA IS NOT NUMERIC
                     OR TRASLADO-E-REF-OTRA = ZERO)
           THEN SET TRASLADO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-VALIDAR-ALTA
           END-IF.

           EVALUATE TRASLADO-E-CIERRE
           WHEN 'S'
           WHEN 'N'
                MOVE TRASLADO-E-CIERRE        TO TRASLADO-CIERRE
           WHEN SPACE
                SET  TRASLADO-CIERRE-SI       TO TRUE
           WHEN OTHER
                SET  TRASLADO-STAT-ERR-DATOS  TO TRUE
                GO TO FIN-VALIDAR-ALTA
           END-EVALUATE.

           IF   TRASLADO-E-FEC-AUTORIZA = ZERO
           THEN MOVE WK-FECHA-ACTUAL          TO WK-FEC-AUTORIZA
           ELSE MOVE TRASLADO-E-FEC-AUTORIZA  TO WK-FEC-AUTORIZA
           END-IF.

           IF   NOT FEC-AUTORIZA-MES-OK
                OR NOT FEC-AUTORIZA-DIA-OK
                OR WK-FEC-AUTORIZA > WK-FECHA-ACTUAL
           THEN SET TRASLADO-STAT-ERR-DATOS   TO TRUE
                GO TO FIN-VALIDAR-ALTA
           END-IF.

           MOVE TRASLADO-E-SENTIDO            TO TRASLADO-SENTIDO.
           MOVE TRASLADO-E-ID-CTA             TO TRASLADO-ID-CTA.
           MOVE TRASLADO-E-BIC-OTRA           TO TRASLADO-BIC-OTRA.
           MOVE TRASLADO-E-CTA-OTRA           TO TRASLADO-CTA-OTRA.
           MOVE WK-FEC-AUTORIZA               TO TRASLADO-FEC-AUTORIZA.
           MOVE TRASLADO-E-REF-AUTORIZA       TO TRASLADO-REF-AUTORIZA.
           MOVE TRASLADO-E-NIF                TO WK-NIF.

           IF   TRASLADO-E-SALIENTE
           THEN MOVE TRASLADO-E-REF-OTRA      TO TRASLADO-REF-OTRA
           ELSE MOVE -1                       TO TRASLADO-REF-OTRA-NULL
           END-IF.

       FIN-VALIDAR-ALTA.
           EXIT.

       COMPROBAR-TITULAR.
      *------------------
           EXEC SQL
                SELECT id_cliente
                INTO   :TRASLADO-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET TRASLADO-STAT-ENC-NO      TO TRUE
                GO TO FIN-COMPROBAR-TITULAR
           WHEN OTHER
                SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO COMPROBAR-TITULAR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-EVALUATE.

           MOVE ZERO                          TO WK-EXISTENTES.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTENTES
                FROM   banco.cuenta
                WHERE  id_medio      = :TRASLADO-ID-CTA
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO COMPROBAR-TITULAR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-IF.

           IF   WK-EXISTENTES = ZERO
           THEN SET TRASLADO-STAT-ENC-NO      TO TRUE
                GO TO FIN-COMPROBAR-TITULAR
           END-IF.

           MOVE ZERO                          TO WK-EXISTENTES.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTENTES
                FROM   banco.cuenta K, banco.cliente_rln_cuenta R
                WHERE  K.id_medio      = :TRASLADO-ID-CTA
                AND    K.estado_cuenta = 'A'
                AND    R.id_medio      = K.id_medio
                AND    R.id_cliente    = :TRASLADO-ID-CLIENTE
                AND    R.tip_rln       = 'T'
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO COMPROBAR-TITULAR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-TITULAR
           END-IF.

           IF   WK-EXISTENTES = ZERO
           THEN SET TRASLADO-STAT-ERR-TITULAR TO TRUE
           END-IF.

       FIN-COMPROBAR-TITULAR.
           EXIT.

       COMPROBAR-ABIERTO.
      *------------------
           MOVE ZERO                          TO WK-EXISTENTES.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTENTES
                FROM   banco.traslado_cuenta
                WHERE  id_medio_cta     = :TRASLADO-ID-CTA
                AND    sentido_traslado = :TRASLADO-SENTIDO
                AND    estado_traslado IN ('A', 'S', 'I')
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO COMPROBAR-ABIERTO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COMPROBAR-ABIERTO
           END-IF.

           IF   WK-EXISTENTES > ZERO
           THEN SET TRASLADO-STAT-DUPLICADO   TO TRUE
           END-IF.

       FIN-COMPROBAR-ABIERTO.
           EXIT.

      * Entrante: la solicitud a la entidad antigua vence a los 2
      * días hábiles de la autorización y el traslado entero a los
      * 13; sin fecha acordada se toma esa última. Saliente: la
      * información vence a los 5 días hábiles de recibir la
      * solicitud (hoy) y la cuenta no se cierra antes de 6, aunque
      * se haya acordado una fecha anterior.
       FIJAR-PLAZOS.
      *-------------
           IF   TRASLADO-ENTRANTE
           THEN MOVE TRASLADO-FEC-AUTORIZA    TO WK-PLZ-DESDE
                MOVE WK-CTE-HAB-SOLICITUD     TO WK-PLZ-DIAS
                PERFORM SUMAR-DIAS-HABILES    THRU
                        FIN-SUMAR-DIAS-HABILES
                MOVE WK-PLZ-HASTA             TO
                     TRASLADO-FEC-LIMITE-PASO
                MOVE WK-CTE-HAB-TRASLADO      TO WK-PLZ-DIAS
                PERFORM SUMAR-DIAS-HABILES    THRU
                        FIN-SUMAR-DIAS-HABILES
                MOVE WK-PLZ-HASTA             TO TRASLADO-FEC-LIMITE
                IF   TRASLADO-E-FEC-ACORDADA = ZERO
                THEN MOVE TRASLADO-FEC-LIMITE TO
                          TRASLADO-FEC-ACORDADA
                ELSE MOVE TRASLADO-E-FEC-ACORDADA
                                              TO
                          TRASLADO-FEC-ACORDADA
                END-IF
           ELSE MOVE WK-FECHA-HOY             TO WK-PLZ-DESDE
                MOVE WK-CTE-HAB-INFORMACION   TO WK-PLZ-DIAS
                PERFORM SUMAR-DIAS-HABILES    THRU
                        FIN-SUMAR-DIAS-HABILES
                MOVE WK-PLZ-HASTA             TO
                     TRASLADO-FEC-LIMITE-PASO
                MOVE WK-CTE-HAB-CIERRE        TO WK-PLZ-DIAS
                PERFORM SUMAR-DIAS-HABILES    THRU
                        FIN-SUMAR-DIAS-HABILES
                MOVE TRASLADO-E-FEC-ACORDADA  TO
                     TRASLADO-FEC-ACORDADA
                IF   TRASLADO-FEC-ACORDADA < WK-PLZ-HASTA
                THEN MOVE WK-PLZ-HASTA        TO
                          TRASLADO-FEC-ACORDADA
                END-IF
                MOVE TRASLADO-FEC-ACORDADA    TO TRASLADO-FEC-LIMITE
           END-IF.

       FIN-FIJAR-PLAZOS.
           EXIT.

      * Suma WK-PLZ-DIAS días hábiles (de lunes a viernes) a
      * WK-PLZ-DESDE. Una fecha de partida en fin de semana cuenta
      * como el viernes anterior.
       SUMAR-DIAS-HABILES.
      *-------------------
           EXEC SQL
                SELECT DATE_FORMAT(
                         DATE_ADD(F.base,
                           INTERVAL :WK-PLZ-DIAS
                                  + 2 * FLOOR((WEEKDAY(F.base)
                                             + :WK-PLZ-DIAS) / 5)
                           DAY), '%Y%m%d')
                INTO   :WK-PLZ-HASTA
                FROM  (SELECT DATE_SUB(D.desde,
                                INTERVAL GREATEST(WEEKDAY(D.desde)
                                                  - 4, 0) DAY) base
                       FROM  (SELECT STR_TO_DATE(:WK-PLZ-DESDE,
                                                 '%Y%m%d') desde
                             ) D
                      ) F
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO SUMAR-DIAS-HABILES'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-SUMAR-DIAS-HABILES.
           EXIT.

       GRABAR-TRASLADO.
      *----------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.traslado_cuenta_id_traslado_seq
                INTO   :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO GRABAR-TRASLADO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GRABAR-TRASLADO
           END-IF.

           SET  TRASLADO-ESTADO-ALTA          TO TRUE.

           EXEC SQL
                INSERT INTO banco.traslado_cuenta(
                    id_traslado,
                    sentido_traslado,
                    id_cliente,
                    id_medio_cta,
                    bic_otra_traslado,
                    cta_otra_traslado,
                    ref_otra_traslado,
                    fec_autoriza_traslado,
                    ref_autoriza_traslado,
                    fec_acordada_traslado,
                    cierre_traslado,
                    fec_limite_paso_traslado,
                    fec_limite_traslado,
                    saldo_traslado,
                    estado_traslado,
                    fec_alta_traslado,
                    usuario_traslado
                )
                VALUES(
                    :TRASLADO-ID,
                    :TRASLADO-SENTIDO,
                    :TRASLADO-ID-CLIENTE,
                    :TRASLADO-ID-CTA,
                    :TRASLADO-BIC-OTRA,
                    :TRASLADO-CTA-OTRA,
                    :TRASLADO-REF-OTRA     :TRASLADO-REF-OTRA-NULL,
                    STR_TO_DATE(:TRASLADO-FEC-AUTORIZA, '%Y%m%d'),
                    :TRASLADO-REF-AUTORIZA,
                    STR_TO_DATE(:TRASLADO-FEC-ACORDADA, '%Y%m%d'),
                    :TRASLADO-CIERRE,
                    STR_TO_DATE(:TRASLADO-FEC-LIMITE-PASO,
                                '%Y%m%d'),
                    STR_TO_DATE(:TRASLADO-FEC-LIMITE, '%Y%m%d'),
                    0,
                    :TRASLADO-ESTADO,
                    CURDATE(),
                    :TRASLADO-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO GRABAR-TRASLADO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-TRASLADO.
           EXIT.

      * La autorización firmada queda indexada contra la cuenta en
      * la misma unidad de trabajo. Si aún no está escaneada el
      * traslado se da de alta igual, con aviso.
       ARCHIVAR-AUTORIZACION.
      *----------------------
           IF   TRASLADO-REF-AUTORIZA = SPACES
           THEN SET TRASLADO-S-AVISO-DOC-SI   TO TRUE
                GO TO FIN-ARCHIVAR-AUTORIZACION
           END-IF.

           INITIALIZE                         AREA-DOCUMENTO-ENTRADA.
           SET  DOCUMENTO-E-ACC-ALTA          TO TRUE.
           MOVE 'CTA'                         TO DOCUMENTO-E-ENTIDAD.
           MOVE TRASLADO-ID-CTA               TO
                DOCUMENTO-E-ID-ENTIDAD.
           MOVE 'OTR'                         TO DOCUMENTO-E-TIPO.
           MOVE TRASLADO-REF-AUTORIZA         TO DOCUMENTO-E-REF.
           MOVE WK-FEC-AUTORIZA               TO DOCUMENTO-E-FEC-FIRMA.
           MOVE TRASLADO-USUARIO              TO DOCUMENTO-E-USUARIO.

           CALL "DOCUMENTO"                   USING AREA-DOCUMENTO.

           EVALUATE TRUE
           WHEN DOCUMENTO-STAT-OK
                CONTINUE
           WHEN DOCUMENTO-STAT-DUPLICADO
           WHEN DOCUMENTO-STAT-ERR-DATOS
                SET TRASLADO-STAT-ERR-DATOS   TO TRUE
           WHEN OTHER
                SET TRASLADO-STAT-ERR-SQL     TO TRUE
                MOVE DOCUMENTO-SQLCODE        TO TRASLADO-SQLCODE
           END-EVALUATE.

       FIN-ARCHIVAR-AUTORIZACION.
           EXIT.

       CONSULTAR-TRASLADO.
      *-------------------
           MOVE TRASLADO-E-ID                 TO TRASLADO-ID.

           PERFORM LEER-TRASLADO              THRU FIN-LEER-TRASLADO.

           IF   NOT TRASLADO-STAT-OK
           THEN GO TO FIN-CONSULTAR-TRASLADO
           END-IF.

           PERFORM MOVER-SALIDA               THRU FIN-MOVER-SALIDA.

           EXEC SQL
                DECLARE CUR-TRASITEM CURSOR FOR
                SELECT tipo_item,
                       COALESCE(ref_item, ' '),
                       COALESCE(nombre_item, ' '),
                       COALESCE(importe_item, 0),
                       COALESCE(dia_item, 0),
                       estado_item,
                       COALESCE(motivo_item, ' ')
                FROM   banco.traslado_cuenta_item
                WHERE  id_traslado = :TRASLADO-ID
                ORDER BY num_item
           END-EXEC.

           EXEC SQL OPEN CUR-TRASITEM END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO OPEN CUR-TRASITEM'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-TRASLADO
           END-IF.

           SET  FIN-ITEMS-NO                  TO TRUE.

           PERFORM LEER-ITEM                  THRU FIN-LEER-ITEM
                   UNTIL FIN-ITEMS-SI
                   OR    TRASLADO-S-CONTADOR = 20
                   OR    NOT TRASLADO-STAT-OK.

           EXEC SQL CLOSE CUR-TRASITEM END-EXEC.

       FIN-CONSULTAR-TRASLADO.
           EXIT.

       LEER-ITEM.
      *----------
           EXEC SQL
                FETCH CUR-TRASITEM
                INTO  :TRASITEM-TIPO,
                      :TRASITEM-REF,
                      :TRASITEM-NOMBRE,
                      :TRASITEM-IMPORTE,
                      :TRASITEM-DIA,
                      :TRASITEM-ESTADO,
                      :TRASITEM-MOTIVO
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                ADD  1                        TO TRASLADO-S-CONTADOR
                MOVE TRASITEM-TIPO            TO
                     TRASLADO-S-ITEM-TIPO(TRASLADO-S-CONTADOR)
                MOVE TRASITEM-REF             TO
                     TRASLADO-S-ITEM-REF(TRASLADO-S-CONTADOR)
                MOVE TRASITEM-NOMBRE          TO
                     TRASLADO-S-ITEM-NOMBRE(TRASLADO-S-CONTADOR)
                MOVE TRASITEM-IMPORTE         TO
                     TRASLADO-S-ITEM-IMPORTE(TRASLADO-S-CONTADOR)
                MOVE TRASITEM-DIA             TO
                     TRASLADO-S-ITEM-DIA(TRASLADO-S-CONTADOR)
                MOVE TRASITEM-ESTADO          TO
                     TRASLADO-S-ITEM-ESTADO(TRASLADO-S-CONTADOR)
                MOVE TRASITEM-MOTIVO          TO
                     TRASLADO-S-ITEM-MOTIVO(TRASLADO-S-CONTADOR)
           WHEN SQL-NODATA
                SET FIN-ITEMS-SI              TO TRUE
           WHEN OTHER
                SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO LEER-ITEM: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-ITEM.
           EXIT.

      * Se anula un traslado aún abierto: el cliente desiste o la
      * otra entidad lo ha rechazado. Uno completado ya no se toca.
       ANULAR-TRASLADO.
      *----------------
           MOVE TRASLADO-E-ID                 TO TRASLADO-ID.

           PERFORM LEER-TRASLADO              THRU FIN-LEER-TRASLADO.

           IF   NOT TRASLADO-STAT-OK
           THEN GO TO FIN-ANULAR-TRASLADO
           END-IF.

           IF   NOT TRASLADO-ESTADO-ABIERTO
           THEN SET TRASLADO-STAT-ERR-ESTADO  TO TRUE
                GO TO FIN-ANULAR-TRASLADO
           END-IF.

           EXEC SQL
                UPDATE banco.traslado_cuenta
                SET    estado_traslado  = 'X',
                       fec_fin_traslado = CURDATE(),
                       usuario_traslado = :TRASLADO-USUARIO
                WHERE  id_traslado      = :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           IF   SQL-SUCCESS
           THEN SET  TRASLADO-ESTADO-ANULADO  TO TRUE
                PERFORM MOVER-SALIDA          THRU FIN-MOVER-SALIDA
           ELSE SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO ANULAR-TRASLADO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ANULAR-TRASLADO.
           EXIT.

       LEER-TRASLADO.
      *--------------
           EXEC SQL
                SELECT sentido_traslado,
                       id_cliente,
                       id_medio_cta,
                       bic_otra_traslado,
                       cta_otra_traslado,
                       DATE_FORMAT(fec_autoriza_traslado, '%Y%m%d'),
                       DATE_FORMAT(fec_acordada_traslado, '%Y%m%d'),
                       cierre_traslado,
                       DATE_FORMAT(fec_limite_paso_traslado,
                                   '%Y%m%d'),
                       DATE_FORMAT(fec_limite_traslado, '%Y%m%d'),
                       saldo_traslado,
                       estado_traslado,
                       incidencia_traslado
                INTO   :TRASLADO-SENTIDO,
                       :TRASLADO-ID-CLIENTE,
                       :TRASLADO-ID-CTA,
                       :TRASLADO-BIC-OTRA,
                       :TRASLADO-CTA-OTRA,
                       :TRASLADO-FEC-AUTORIZA,
                       :TRASLADO-FEC-ACORDADA,
                       :TRASLADO-CIERRE,
                       :TRASLADO-FEC-LIMITE-PASO,
                       :TRASLADO-FEC-LIMITE,
                       :TRASLADO-SALDO,
                       :TRASLADO-ESTADO,
                       :TRASLADO-INCIDENCIA
                                      :TRASLADO-INCIDENCIA-NULL
                FROM   banco.traslado_cuenta
                WHERE  id_traslado = :TRASLADO-ID
           END-EXEC.

           MOVE SQLCODE                       TO TRASLADO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET TRASLADO-STAT-ENC-NO      TO TRUE
           WHEN OTHER
                SET TRASLADO-STAT-ERR-SQL     TO TRUE
                DISPLAY '*** FATAL *** TRASLADO LEER-TRASLADO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-TRASLADO.
           EXIT.

       MOVER-SALIDA.
      *-------------
           MOVE TRASLADO-ID                   TO TRASLADO-S-ID.
           MOVE TRASLADO-SENTIDO              TO TRASLADO-S-SENTIDO.
           MOVE TRASLADO-ESTADO               TO TRASLADO-S-ESTADO.
           MOVE TRASLADO-ID-CLIENTE           TO TRASLADO-S-ID-CLIENTE.
           MOVE TRASLADO-ID-CTA               TO TRASLADO-S-ID-CTA.
           MOVE TRASLADO-BIC-OTRA             TO TRASLADO-S-BIC-OTRA.
           MOVE TRASLADO-CTA-OTRA             TO TRASLADO-S-CTA-OTRA.
           MOVE TRASLADO-FEC-AUTORIZA         TO
                TRASLADO-S-FEC-AUTORIZA.
           MOVE TRASLADO-FEC-ACORDADA         TO
                TRASLADO-S-FEC-ACORDADA.
           MOVE TRASLADO-CIERRE               TO TRASLADO-S-CIERRE.
           MOVE TRASLADO-FEC-LIMITE-PASO      TO
                TRASLADO-S-FEC-LIMITE-PASO.
           MOVE TRASLADO-FEC-LIMITE           TO TRASLADO-S-FEC-LIMITE.
           MOVE TRASLADO-SALDO                TO TRASLADO-S-SALDO.
           IF   TRASLADO-INCIDENCIA-NULL < ZERO
           THEN MOVE SPACES                   TO
                     TRASLADO-S-INCIDENCIA
           ELSE MOVE TRASLADO-INCIDENCIA      TO
                     TRASLADO-S-INCIDENCIA
           END-IF.

       FIN-MOVER-SALIDA.
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
