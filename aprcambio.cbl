           88  PET-TIPO-MODCLI               VALUE 'M'.
           88  PET-TIPO-BAJACTA              VALUE 'C'.
           88  PET-TIPO-BAJATAR              VALUE 'T'.
           88  PET-TIPO-PERIODO              VALUE 'P'.
           88  PET-TIPO-PARAMETRO            VALUE 'B'.
       01  WK-PET-SOLICITA                   PIC X(30).
       01  WK-PET-FEC                        PIC X(20).
       01  WK-PET-ID-MEDIO                   PIC 9(10).
       01  WK-PET-PROV-NULL                  PIC S9(04) COMP-5.
       01  WK-PET-POBL                       PIC X(16).
       01  WK-PET-POBL-NULL                  PIC S9(04) COMP-5.
      * Mes contable (AAAAMM) cuya reapertura se pide.
       01  WK-PET-MES                        PIC X(06).
      * Parámetro batch sensible cuyo cambio se pide, con el valor
      * nuevo y la fecha desde la que regirá (cero, desde ya).
       01  WK-PET-PROGRAMA                   PIC X(12).
       01  WK-PET-PARAMETRO                  PIC X(30).
       01  WK-PET-VALOR                      PIC X(30).
       01  WK-PET-FEC-VIGOR                  PIC 9(08).

       01  WK-PET-RESUELVE                   PIC X(30).
       01  WK-PET-ESTADO-NUEVO               PIC X(01).
           COPY 'modcliente.cpy'.
           COPY 'bajacta.cpy'.
           COPY 'bajatar.cpy'.
           COPY 'periodo.cpy'.
           COPY 'parambatch.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
                SELECT id_peticion, tipo_peticion, usuario_solicita,
                       date_format(fec_solicitud,'%Y%m%d %H%i'),
                       COALESCE(id_medio, 0),
                       COALESCE(nif_cliente, ''),
                       COALESCE(mes_periodo, ''),
                       COALESCE(parametro, ''),
                       COALESCE(valor_param, '')
                FROM   banco.peticion_aprobacion
                WHERE  estado_peticion = 'P'
                ORDER BY id_peticion
           EXEC SQL
                FETCH CUR-PET
                INTO  :WK-PET-ID, :WK-PET-TIPO, :WK-PET-SOLICITA,
                      :WK-PET-FEC, :WK-PET-ID-MEDIO, :WK-PET-NIF,
                      :WK-PET-MES, :WK-PET-PARAMETRO, :WK-PET-VALOR
           END-EXEC.

           MOVE SQLCODE                         TO WK-SQLCODE.
                     DISPLAY WK-PET-ID ' BAJA TARJETA MEDIO ['
                             WK-PET-ID-MEDIO '] PEDIDO POR ['
                             WK-PET-SOLICITA '] EL [' WK-PET-FEC ']'
                WHEN PET-TIPO-PERIODO
                     DISPLAY WK-PET-ID ' REAPERTURA MES CONTABLE ['
                             WK-PET-MES '] PEDIDO POR ['
                             WK-PET-SOLICITA '] EL [' WK-PET-FEC ']'
                WHEN PET-TIPO-PARAMETRO
                     DISPLAY WK-PET-ID ' CAMBIO PARAMETRO ['
                             WK-PET-PARAMETRO '] A [' WK-PET-VALOR
                             '] PEDIDO POR [' WK-PET-SOLICITA
                             '] EL [' WK-PET-FEC ']'
                END-EVALUATE
                ADD 1                            TO
                    WK-CONTADOR-PENDIENTES
                       COALESCE(num_dom, ''),
                       COALESCE(cod_post_dom, 0),
                       COALESCE(prov_dom, ''),
                       COALESCE(pobl_dom, ''),
                       COALESCE(mes_periodo, ''),
                       COALESCE(programa_param, ''),
                       COALESCE(parametro, ''),
                       COALESCE(valor_param, ''),
                       COALESCE(fec_vigor_param, 0)
                INTO  :WK-PET-TIPO, :WK-PET-SOLICITA,
                      :WK-PET-ID-MEDIO,
                      :WK-PET-NIF, :WK-PET-NOM, :WK-PET-FEC-NAC,
                      :WK-PET-CALLE, :WK-PET-NUMERO, :WK-PET-CODPOS,
                      :WK-PET-PROV, :WK-PET-POBL, :WK-PET-MES,
                      :WK-PET-PROGRAMA, :WK-PET-PARAMETRO,
                      :WK-PET-VALOR, :WK-PET-FEC-VIGOR
                FROM   banco.peticion_aprobacion
                WHERE  id_peticion     = :WK-PET-ID
                AND    estado_peticion = 'P'
           WHEN PET-TIPO-BAJATAR
                PERFORM EJECUTAR-BAJATAR         THRU
                        FIN-EJECUTAR-BAJATAR
           WHEN PET-TIPO-PERIODO
                PERFORM EJECUTAR-PERIODO         THRU
                        FIN-EJECUTAR-PERIODO
           WHEN PET-TIPO-PARAMETRO
                PERFORM EJECUTAR-PARAMETRO       THRU
                        FIN-EJECUTAR-PARAMETRO
           WHEN OTHER
                DISPLAY 'TIPO DE PETICION DESCONOCIDO ['
                        WK-PET-TIPO ']'
       FIN-EJECUTAR-BAJATAR.
           EXIT.

      * La reapertura deja anotado quién la pidió y quién la aprobó
      * en banco.periodo_reapertura.
       EJECUTAR-PERIODO.
      *-----------------
           INITIALIZE                           AREA-PERIODO.

           SET  PERIODO-E-ACC-REABRIR           TO TRUE.
           MOVE WK-PET-MES                      TO PERIODO-E-MES.
           SET  PERIODO-E-APROBADA-SI           TO TRUE.
           MOVE WK-USUARIO                      TO PERIODO-E-USUARIO.
           MOVE WK-PET-SOLICITA                 TO
                PERIODO-E-USUARIO-SOLICITA.

           CALL "PERIODO"                       USING AREA-PERIODO.

           IF   PERIODO-STAT-OK
           THEN MOVE 'A'                        TO WK-PET-ESTADO-NUEVO
                PERFORM RESOLVER-PETICION       THRU
                        FIN-RESOLVER-PETICION
           ELSE DISPLAY 'NO SE PUDO REABRIR EL MES, PERIODO-STAT ['
                        PERIODO-STAT ']: LA PETICION SIGUE PENDIENTE'
           END-IF.

       FIN-EJECUTAR-PERIODO.
           EXIT.

      * El valor nuevo queda en banco.parametro_batch con quién lo
      * pidió y quién lo aprobó.
       EJECUTAR-PARAMETRO.
      *-------------------
           INITIALIZE                           AREA-PARAMBATCH.

           SET  PARAMBATCH-E-ACC-CAMBIAR        TO TRUE.
           MOVE WK-PET-PROGRAMA                 TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-PET-PARAMETRO                TO
                PARAMBATCH-E-PARAMETRO.
           MOVE WK-PET-VALOR                    TO PARAMBATCH-E-VALOR.
           MOVE WK-PET-FEC-VIGOR                TO
                PARAMBATCH-E-FEC-VIGOR.
           SET  PARAMBATCH-E-APROBADA-SI        TO TRUE.
           MOVE WK-USUARIO                      TO PARAMBATCH-E-USUARIO.
           MOVE WK-PET-SOLICITA                 TO
                PARAMBATCH-E-USUARIO-SOLICITA.

           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           IF   PARAMBATCH-STAT-OK
           THEN MOVE 'A'                        TO WK-PET-ESTADO-NUEVO
                PERFORM RESOLVER-PETICION       THRU
                        FIN-RESOLVER-PETICION
           ELSE DISPLAY 'NO SE PUDO CAMBIAR EL PARAMETRO, PARAMBATCH-'
                        'STAT [' PARAMBATCH-STAT ']: LA PETICION SIGUE'
                        ' PENDIENTE'
           END-IF.

       FIN-EJECUTAR-PARAMETRO.
           EXIT.

      * Cierra la petición con quién la resolvió y cuándo, y confirma
      * en el momento: la resolución es una unidad de trabajo propia.
       RESOLVER-PETICION.
