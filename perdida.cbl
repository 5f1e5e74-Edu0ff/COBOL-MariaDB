       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. PERDIDA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de pérdidas operacionales. Cada evento lleva su fecha
      * de ocurrencia y de descubrimiento, la pérdida bruta, lo que se
      * ha ido recuperando, la categoría de evento y la línea de
      * negocio de Basilea y la oficina. Lo llaman los programas que
      * producen pérdidas (faltantes de arqueo, disputas que se dan
      * al cliente, partidas transitorias irrecuperables, ajustes de
      * remediación, tarjetas bloqueadas por fraude) y MENUBANCO para
      * las de alta manual; RPTPERDIDA saca el informe trimestral.
      * Una tarjeta bloqueada por fraude abre su evento sin importe y
      * las disputas que luego se le reconocen al cliente se acumulan
      * en él. No confirma: el cambio va en la unidad de trabajo del
      * llamador.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE perdida           END-EXEC.

       01  WK-IMPORTE                        PIC S9(10)V99
                                             LEADING SEPARATE.
       01  WK-EXISTE                         PIC 9(05).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

       01  WK-FECHA-ACTUAL                   PIC X(08).

      * Fecha que se valida (AAAAMMDD).
       01  WK-FECHA                          PIC X(08).
       01  WK-FECHA-R                        REDEFINES WK-FECHA.
           05  WK-FECHA-ANIO                 PIC 9(04).
           05  WK-FECHA-MES                  PIC 9(02).
           05  WK-FECHA-DIA                  PIC 9(02).
       01  SW-FECHA                          PIC 9(01) VALUE 0.
           88  FECHA-OK                      VALUE 0.
           88  FECHA-MAL                     VALUE 1.

       LINKAGE SECTION.
      *----------------
           COPY 'perdida.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-PERDIDA.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN PERDIDA-E-ACC-ALTA
                PERFORM VALIDAR-DATOS          THRU FIN-VALIDAR-DATOS
                IF   PERDIDA-STAT-OK
                     AND PERDIDA-REFERENCIA NOT = SPACES
                THEN PERFORM COMPROBAR-DUPLICADO
                     THRU    FIN-COMPROBAR-DUPLICADO
                END-IF
                IF   PERDIDA-STAT-OK
                THEN PERFORM INSERTAR-EVENTO   THRU
                             FIN-INSERTAR-EVENTO
                END-IF

           WHEN PERDIDA-E-ACC-ACUMULAR
                PERFORM VALIDAR-DATOS          THRU FIN-VALIDAR-DATOS
                IF   PERDIDA-STAT-OK
                     AND PERDIDA-ID-MEDIO = ZERO
                THEN SET PERDIDA-STAT-ERR-DATOS TO TRUE
                END-IF
                IF   PERDIDA-STAT-OK
                THEN PERFORM ACUMULAR-EVENTO   THRU
                             FIN-ACUMULAR-EVENTO
                END-IF

           WHEN PERDIDA-E-ACC-RECUPERAR
                PERFORM RECUPERAR-EVENTO       THRU
                        FIN-RECUPERAR-EVENTO

           WHEN PERDIDA-E-ACC-CERRAR
                PERFORM CERRAR-EVENTO          THRU FIN-CERRAR-EVENTO

           WHEN PERDIDA-E-ACC-CONSULTAR
                MOVE PERDIDA-E-ID              TO PERDIDA-ID
                PERFORM LEER-EVENTO            THRU FIN-LEER-EVENTO

           WHEN OTHER
                SET PERDIDA-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    Tras cualquier cambio se devuelve el evento como ha
      *    quedado.
           IF   PERDIDA-STAT-OK
                AND NOT PERDIDA-E-ACC-CONSULTAR
           THEN PERFORM LEER-EVENTO            THRU FIN-LEER-EVENTO
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-PERDIDA-SALIDA
                                              REG-PERDIDA.

           ACCEPT WK-FECHA-ACTUAL             FROM DATE YYYYMMDD.

           MOVE PERDIDA-E-CATEGORIA           TO PERDIDA-CATEGORIA.
           MOVE PERDIDA-E-LINEA               TO PERDIDA-LINEA.
           MOVE PERDIDA-E-OFICINA             TO PERDIDA-OFICINA.
           MOVE PERDIDA-E-ORIGEN              TO PERDIDA-ORIGEN.
           MOVE PERDIDA-E-REFERENCIA          TO PERDIDA-REFERENCIA.
           MOVE PERDIDA-E-ID-MEDIO            TO PERDIDA-ID-MEDIO.
           MOVE PERDIDA-E-DESCRIPCION         TO PERDIDA-DESCRIPCION.
           MOVE PERDIDA-E-IMPORTE             TO PERDIDA-IMPORTE-BRUTO.
           MOVE ZERO                          TO PERDIDA-IMPORTE-RECUP.

           IF   PERDIDA-E-FEC-OCURRENCIA = SPACES
           THEN MOVE WK-FECHA-ACTUAL          TO
                     PERDIDA-FEC-OCURRENCIA
           ELSE MOVE PERDIDA-E-FEC-OCURRENCIA TO
                     PERDIDA-FEC-OCURRENCIA
           END-IF.

           IF   PERDIDA-E-FEC-DESCUBRE = SPACES
           THEN MOVE WK-FECHA-ACTUAL          TO PERDIDA-FEC-DESCUBRE
           ELSE MOVE PERDIDA-E-FEC-DESCUBRE   TO PERDIDA-FEC-DESCUBRE
           END-IF.

           IF   PERDIDA-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO PERDIDA-USUARIO
           ELSE MOVE PERDIDA-E-USUARIO        TO PERDIDA-USUARIO
           END-IF.

           IF   PERDIDA-ORIGEN = SPACES
           THEN MOVE 'MENUBANCO'              TO PERDIDA-ORIGEN
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Datos del alta y de la acumulación: categoría y línea de
      * Basilea conocidas, importe no negativo (cero vale: la pérdida
      * de un fraude se conoce después de bloquear la tarjeta) y
      * fechas válidas, no futuras, y el descubrimiento no antes que
      * la ocurrencia.
       VALIDAR-DATOS.
      *--------------
           IF   NOT PERDIDA-CATEGORIA-OK
                OR NOT PERDIDA-LINEA-OK
                OR PERDIDA-IMPORTE-BRUTO < ZERO
           THEN SET PERDIDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-VALIDAR-DATOS
           END-IF.

           MOVE PERDIDA-FEC-OCURRENCIA         TO WK-FECHA.
           PERFORM VALIDAR-FECHA               THRU FIN-VALIDAR-FECHA.
           IF   FECHA-MAL
           THEN SET PERDIDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-VALIDAR-DATOS
           END-IF.

           MOVE PERDIDA-FEC-DESCUBRE           TO WK-FECHA.
           PERFORM VALIDAR-FECHA               THRU FIN-VALIDAR-FECHA.
           IF   FECHA-MAL
                OR PERDIDA-FEC-DESCUBRE < PERDIDA-FEC-OCURRENCIA
           THEN SET PERDIDA-STAT-ERR-DATOS     TO TRUE
           END-IF.

       FIN-VALIDAR-DATOS.
           EXIT.

       VALIDAR-FECHA.
      *--------------
           SET  FECHA-OK                       TO TRUE.

           IF   WK-FECHA IS NOT NUMERIC
           THEN SET FECHA-MAL                  TO TRUE
                GO TO FIN-VALIDAR-FECHA
           END-IF.

           IF   WK-FECHA-MES < 1 OR WK-FECHA-MES > 12
                OR WK-FECHA-DIA < 1 OR WK-FECHA-DIA > 31
                OR WK-FECHA > WK-FECHA-ACTUAL
           THEN SET FECHA-MAL                  TO TRUE
           END-IF.

       FIN-VALIDAR-FECHA.
           EXIT.

      * Un mismo cajón, partida o lote no abre dos eventos: volver a
      * lanzar el programa que la produjo no duplica la pérdida.
       COMPROBAR-DUPLICADO.
      *--------------------
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-EXISTE
                FROM   banco.perdida_operacional
                WHERE  origen_perdida     = :PERDIDA-ORIGEN
                AND    referencia_perdida = :PERDIDA-REFERENCIA
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           EVALUATE TRUE
           WHEN NOT SQL-SUCCESS
                SET PERDIDA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** PERDIDA COMPROBAR-DUPLICADO'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           WHEN WK-EXISTE > ZERO
                SET PERDIDA-STAT-DUPLICADO      TO TRUE
           END-EVALUATE.

       FIN-COMPROBAR-DUPLICADO.
           EXIT.

      * La pérdida sobre una cuenta o tarjeta se suma al evento
      * abierto de la misma categoría sobre ese medio, que conserva
      * la ocurrencia más antigua; si no lo hay, se abre uno.
       ACUMULAR-EVENTO.
      *----------------
           EXEC SQL
                SELECT id_perdida
                INTO   :PERDIDA-ID
                FROM   banco.perdida_operacional
                WHERE  categoria_perdida = :PERDIDA-CATEGORIA
                AND    id_medio_perdida  = :PERDIDA-ID-MEDIO
                AND    estado_perdida    = 'A'
                ORDER BY id_perdida
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                PERFORM INSERTAR-EVENTO         THRU
                        FIN-INSERTAR-EVENTO
                GO TO FIN-ACUMULAR-EVENTO
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN OTHER
                SET PERDIDA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** PERDIDA ACUMULAR-EVENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ACUMULAR-EVENTO
           END-EVALUATE.

           EXEC SQL
                UPDATE banco.perdida_operacional
                SET    importe_bruto_perdida  =
                       importe_bruto_perdida + :PERDIDA-IMPORTE-BRUTO,
                       fec_ocurrencia_perdida =
                       LEAST(fec_ocurrencia_perdida,
                             :PERDIDA-FEC-OCURRENCIA)
                WHERE  id_perdida             = :PERDIDA-ID
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERDIDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PERDIDA ACUMULAR-EVENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ACUMULAR-EVENTO.
           EXIT.

      * Sin oficina indicada, la del cliente de la tarjeta o del
      * primer titular de la cuenta; sin medio, o sin cliente, queda
      * en blanco (servicios centrales).
       RESOLVER-OFICINA.
      *-----------------
           IF   PERDIDA-OFICINA NOT = SPACES
                OR PERDIDA-ID-MEDIO = ZERO
           THEN GO TO FIN-RESOLVER-OFICINA
           END-IF.

           EXEC SQL
                SELECT COALESCE(MAX(C.oficina_cliente), ' ')
                INTO   :PERDIDA-OFICINA
                FROM   banco.cliente C
                WHERE  C.id_cliente =
                       COALESCE((SELECT T.id_cliente
                                 FROM   banco.tarjeta T
                                 WHERE  T.id_medio =
                                        :PERDIDA-ID-MEDIO),
                                (SELECT MIN(R.id_cliente)
                                 FROM   banco.cliente_rln_cuenta R
                                 WHERE  R.id_medio =
                                        :PERDIDA-ID-MEDIO
                                 AND    R.tip_rln  = 'T'))
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERDIDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PERDIDA RESOLVER-OFICINA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-RESOLVER-OFICINA.
           EXIT.

       INSERTAR-EVENTO.
      *----------------
           PERFORM RESOLVER-OFICINA            THRU
                   FIN-RESOLVER-OFICINA.

           IF   NOT PERDIDA-STAT-OK
           THEN GO TO FIN-INSERTAR-EVENTO
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.perdida_operacional_id_perdida_seq
                INTO :PERDIDA-ID
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERDIDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PERDIDA INSERTAR-EVENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                GO TO FIN-INSERTAR-EVENTO
           END-IF.

           EXEC SQL
                INSERT INTO banco.perdida_operacional(
                    id_perdida,
                    fec_ocurrencia_perdida,
                    fec_descubre_perdida,
                    importe_bruto_perdida,
                    importe_recup_perdida,
                    categoria_perdida,
                    linea_perdida,
                    oficina_perdida,
                    origen_perdida,
                    referencia_perdida,
                    id_medio_perdida,
                    descripcion_perdida,
                    estado_perdida,
                    fec_alta_perdida,
                    usuario_perdida
                )
                VALUES(
                    :PERDIDA-ID,
                    :PERDIDA-FEC-OCURRENCIA,
                    :PERDIDA-FEC-DESCUBRE,
                    :PERDIDA-IMPORTE-BRUTO,
                    0,
                    :PERDIDA-CATEGORIA,
                    :PERDIDA-LINEA,
                    :PERDIDA-OFICINA,
                    :PERDIDA-ORIGEN,
                    :PERDIDA-REFERENCIA,
                    NULLIF(:PERDIDA-ID-MEDIO, 0),
                    :PERDIDA-DESCRIPCION,
                    'A',
                    CURDATE(),
                    :PERDIDA-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERDIDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PERDIDA INSERTAR-EVENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-INSERTAR-EVENTO.
           EXIT.

      * Lo recuperado (seguro, devolución del comercio, cobro al
      * responsable) se va sumando y nunca pasa de la pérdida bruta.
      * Un evento cerrado admite recuperaciones que lleguen tarde.
       RECUPERAR-EVENTO.
      *-----------------
           IF   PERDIDA-E-IMPORTE NOT > ZERO
           THEN SET PERDIDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-RECUPERAR-EVENTO
           END-IF.

           MOVE PERDIDA-E-ID                   TO PERDIDA-ID.
           PERFORM LEER-EVENTO                 THRU FIN-LEER-EVENTO.

           IF   NOT PERDIDA-STAT-OK
           THEN GO TO FIN-RECUPERAR-EVENTO
           END-IF.

           IF   PERDIDA-S-IMPORTE-RECUP + PERDIDA-E-IMPORTE >
                PERDIDA-S-IMPORTE-BRUTO
           THEN SET PERDIDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-RECUPERAR-EVENTO
           END-IF.

           MOVE PERDIDA-E-IMPORTE              TO WK-IMPORTE.

           EXEC SQL
                UPDATE banco.perdida_operacional
                SET    importe_recup_perdida =
                       importe_recup_perdida + :WK-IMPORTE
                WHERE  id_perdida            = :PERDIDA-ID
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERDIDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PERDIDA RECUPERAR-EVENTO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-RECUPERAR-EVENTO.
           EXIT.

      * Un evento cerrado ya no recibe pérdidas nuevas: la siguiente
      * sobre el mismo medio abre otro.
       CERRAR-EVENTO.
      *--------------
           MOVE PERDIDA-E-ID                   TO PERDIDA-ID.
           PERFORM LEER-EVENTO                 THRU FIN-LEER-EVENTO.

           IF   NOT PERDIDA-STAT-OK
           THEN GO TO FIN-CERRAR-EVENTO
           END-IF.

           IF   PERDIDA-S-ESTADO = 'C'
           THEN SET PERDIDA-STAT-CERRADO       TO TRUE
                GO TO FIN-CERRAR-EVENTO
           END-IF.

           EXEC SQL
                UPDATE banco.perdida_operacional
                SET    estado_perdida     = 'C',
                       fec_cierre_perdida = CURDATE()
                WHERE  id_perdida         = :PERDIDA-ID
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET PERDIDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** PERDIDA CERRAR-EVENTO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-CERRAR-EVENTO.
           EXIT.

       LEER-EVENTO.
      *------------
           EXEC SQL
                SELECT DATE_FORMAT(fec_ocurrencia_perdida, '%Y%m%d'),
                       DATE_FORMAT(fec_descubre_perdida, '%Y%m%d'),
                       importe_bruto_perdida, importe_recup_perdida,
                       categoria_perdida, linea_perdida,
                       COALESCE(oficina_perdida, ' '),
                       origen_perdida,
                       COALESCE(referencia_perdida, ' '),
                       COALESCE(id_medio_perdida, 0),
                       COALESCE(descripcion_perdida, ' '),
                       estado_perdida
                INTO   :PERDIDA-FEC-OCURRENCIA,
                       :PERDIDA-FEC-DESCUBRE,
                       :PERDIDA-IMPORTE-BRUTO,
                       :PERDIDA-IMPORTE-RECUP,
                       :PERDIDA-CATEGORIA, :PERDIDA-LINEA,
                       :PERDIDA-OFICINA,
                       :PERDIDA-ORIGEN,
                       :PERDIDA-REFERENCIA,
                       :PERDIDA-ID-MEDIO,
                       :PERDIDA-DESCRIPCION,
                       :PERDIDA-ESTADO
                FROM   banco.perdida_operacional
                WHERE  id_perdida = :PERDIDA-ID
           END-EXEC.

           MOVE SQLCODE                        TO PERDIDA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-NODATA
                SET PERDIDA-STAT-ENC-NO         TO TRUE
           WHEN SQL-SUCCESS
                MOVE PERDIDA-ID                 TO PERDIDA-S-ID
                MOVE PERDIDA-FEC-OCURRENCIA     TO
                     PERDIDA-S-FEC-OCURRENCIA
                MOVE PERDIDA-FEC-DESCUBRE       TO
                     PERDIDA-S-FEC-DESCUBRE
                MOVE PERDIDA-IMPORTE-BRUTO      TO
                     PERDIDA-S-IMPORTE-BRUTO
                MOVE PERDIDA-IMPORTE-RECUP      TO
                     PERDIDA-S-IMPORTE-RECUP
                COMPUTE PERDIDA-S-IMPORTE-NETO =
                        PERDIDA-IMPORTE-BRUTO - PERDIDA-IMPORTE-RECUP
                MOVE PERDIDA-CATEGORIA          TO PERDIDA-S-CATEGORIA
                MOVE PERDIDA-LINEA              TO PERDIDA-S-LINEA
                MOVE PERDIDA-OFICINA            TO PERDIDA-S-OFICINA
                MOVE PERDIDA-ORIGEN             TO PERDIDA-S-ORIGEN
                MOVE PERDIDA-REFERENCIA         TO
                     PERDIDA-S-REFERENCIA
                MOVE PERDIDA-ID-MEDIO           TO PERDIDA-S-ID-MEDIO
                MOVE PERDIDA-DESCRIPCION        TO
                     PERDIDA-S-DESCRIPCION
                MOVE PERDIDA-ESTADO             TO PERDIDA-S-ESTADO
           WHEN OTHER
                SET PERDIDA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** PERDIDA LEER-EVENTO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-EVENTO.
           EXIT.
