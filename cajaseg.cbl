       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CAJASEG.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Cajas de seguridad de las oficinas: inventario de cajas
      * (banco.caja_seguridad), contrato de alquiler con uno o más
      * titulares y la cuenta de cargo (banco.caja_contrato y
      * banco.caja_contrato_titular) y registro de visitas a la caja
      * (banco.caja_visita). COBROCAJA carga la cuota anual en cada
      * aniversario, RPTCAJAS avisa a la oficina de los alquileres
      * impagados y CIERREOFI deja pendientes de traslado las cajas
      * alquiladas de una oficina que cierra.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE cajaseg           END-EXEC.
           EXEC SQL INCLUDE contcaja          END-EXEC.

       01  WK-CONTADOR                       PIC 9(04).
       01  WK-ID-CLIENTE                     PIC 9(10).
       01  WK-NIF-TITULAR                    PIC X(10).
       01  WK-USUARIO                        PIC X(30).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.

      * Tarifa anual por tamaño de caja, cuando el alquiler no trae
      * una cuota pactada.
       01  WK-CTE-CUOTA-PEQUENA              PIC 9(06)V99 VALUE 60.
       01  WK-CTE-CUOTA-MEDIANA              PIC 9(06)V99 VALUE 95.
       01  WK-CTE-CUOTA-GRANDE               PIC 9(06)V99 VALUE 150.

       LINKAGE SECTION.
      *----------------
           COPY 'cajaseg.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-CAJASEG.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN CAJASEG-E-ACC-ALTA-CAJA
                PERFORM ALTA-CAJA              THRU FIN-ALTA-CAJA

           WHEN CAJASEG-E-ACC-ALQUILAR
                PERFORM ALQUILAR-CAJA          THRU FIN-ALQUILAR-CAJA

           WHEN CAJASEG-E-ACC-TITULAR
                PERFORM ANADIR-COTITULAR       THRU
                        FIN-ANADIR-COTITULAR

           WHEN CAJASEG-E-ACC-VISITA
                PERFORM REGISTRAR-VISITA       THRU
                        FIN-REGISTRAR-VISITA

           WHEN CAJASEG-E-ACC-CANCELAR
                PERFORM CANCELAR-CONTRATO      THRU
                        FIN-CANCELAR-CONTRATO

           WHEN CAJASEG-E-ACC-CAMBIAR-CAJA
                PERFORM CAMBIAR-CAJA           THRU FIN-CAMBIAR-CAJA

           WHEN CAJASEG-E-ACC-RETIRAR-CAJA
                PERFORM RETIRAR-CAJA           THRU FIN-RETIRAR-CAJA

           WHEN OTHER
                SET CAJASEG-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    El contrato, sus titulares y el estado de la caja van
      *    juntos o no van.
           IF   CAJASEG-STAT-OK
           THEN PERFORM HACER-COMMIT          THRU FIN-HACER-COMMIT
           ELSE PERFORM HACER-ROLLBACK        THRU FIN-HACER-ROLLBACK
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-CAJASEG-SALIDA
                                              REG-CAJASEG
                                              REG-CAJASEG-NULL
                                              REG-CONTCAJA
                                              REG-CONTCAJA-NULL.

           IF   CAJASEG-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO WK-USUARIO
           ELSE MOVE CAJASEG-E-USUARIO        TO WK-USUARIO
           END-IF.
       FIN-INICIALIZAR.
           EXIT.

      * Alta de una caja libre en el inventario de la oficina. El
      * número no puede repetirse en la oficina salvo con una caja ya
      * retirada.
       ALTA-CAJA.
      *----------
           IF   CAJASEG-E-OFICINA = SPACES
                OR CAJASEG-E-NUM-CAJA = SPACES
                OR NOT CAJASEG-E-TAMANO-OK
           THEN SET CAJASEG-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-CAJA
           END-IF.

           MOVE CAJASEG-E-OFICINA              TO CAJASEG-OFICINA.
           MOVE CAJASEG-E-NUM-CAJA             TO CAJASEG-NUM.
           MOVE CAJASEG-E-TAMANO               TO CAJASEG-TAMANO.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR
                FROM   banco.caja_seguridad
                WHERE  oficina_caja = :CAJASEG-OFICINA
                AND    num_caja     = :CAJASEG-NUM
                AND    estado_caja  <> 'R'
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                GO TO FIN-ALTA-CAJA
           END-IF.

           IF   WK-CONTADOR > ZERO
           THEN SET CAJASEG-STAT-EXISTENTE     TO TRUE
                GO TO FIN-ALTA-CAJA
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.caja_seguridad_id_caja_seq
                INTO :CAJASEG-ID
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                GO TO FIN-ALTA-CAJA
           END-IF.

           SET  CAJASEG-ESTADO-LIBRE           TO TRUE.

           EXEC SQL
                INSERT INTO banco.caja_seguridad(
                    id_caja,
                    oficina_caja,
                    num_caja,
                    tamano_caja,
                    estado_caja,
                    fec_alta_caja
                )
                VALUES(
                    :CAJASEG-ID,
                    :CAJASEG-OFICINA,
                    :CAJASEG-NUM,
                    :CAJASEG-TAMANO,
                    :CAJASEG-ESTADO,
                    CURDATE()
                )
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJASEG ALTA-CAJA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-CAJA
           END-IF.

           MOVE CAJASEG-ID                     TO CAJASEG-S-ID-CAJA.

       FIN-ALTA-CAJA.
           EXIT.

      * Lee la caja de CAJASEG-ID.
       BUSCAR-CAJA.
      *------------
           EXEC SQL
                SELECT oficina_caja, num_caja, tamano_caja,
                       estado_caja
                INTO   :CAJASEG-OFICINA, :CAJASEG-NUM,
                       :CAJASEG-TAMANO, :CAJASEG-ESTADO
                FROM   banco.caja_seguridad
                WHERE  id_caja = :CAJASEG-ID
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE CAJASEG-ID                 TO CAJASEG-S-ID-CAJA
           WHEN SQL-NODATA
                SET CAJASEG-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET CAJASEG-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CAJASEG BUSCAR-CAJA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CAJA.
           EXIT.

      * Lee el contrato de CAJASEG-E-ID-CONTRATO.
       BUSCAR-CONTRATO.
      *----------------
           MOVE CAJASEG-E-ID-CONTRATO          TO CONTCAJA-ID.

           EXEC SQL
                SELECT id_caja, id_medio_cuenta, cuota_contrato,
                       estado_contrato,
                       DATE_FORMAT(fec_prox_cobro_contrato, '%Y%m%d')
                INTO   :CONTCAJA-ID-CAJA, :CONTCAJA-ID-CUENTA,
                       :CONTCAJA-CUOTA, :CONTCAJA-ESTADO,
                       :CONTCAJA-FEC-PROX-COBRO
                FROM   banco.caja_contrato
                WHERE  id_contrato = :CONTCAJA-ID
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE CONTCAJA-ID                TO
                     CAJASEG-S-ID-CONTRATO
                MOVE CONTCAJA-ID-CAJA           TO CAJASEG-S-ID-CAJA
                MOVE CONTCAJA-CUOTA             TO CAJASEG-S-CUOTA
                MOVE CONTCAJA-FEC-PROX-COBRO    TO
                     CAJASEG-S-FEC-PROX-COBRO
           WHEN SQL-NODATA
                SET CAJASEG-STAT-ENC-NO         TO TRUE
           WHEN OTHER
                SET CAJASEG-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** CAJASEG BUSCAR-CONTRATO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-BUSCAR-CONTRATO.
           EXIT.

      * Alquiler de una caja libre. La cuenta de cargo ha de estar
      * activa y el primer titular del contrato ha de serlo también
      * de la cuenta. El primer año se cobra en la primera pasada de
      * COBROCAJA, que toma la fecha de alta como aniversario.
       ALQUILAR-CAJA.
      *--------------
           IF   CAJASEG-E-ID-CAJA = ZERO
                OR CAJASEG-E-ID-CUENTA = ZERO
                OR CAJASEG-E-NIF = SPACES
                OR CAJASEG-E-CUOTA IS NOT NUMERIC
           THEN SET CAJASEG-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALQUILAR-CAJA
           END-IF.

           MOVE CAJASEG-E-ID-CAJA              TO CAJASEG-ID.
           PERFORM BUSCAR-CAJA                 THRU FIN-BUSCAR-CAJA.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-ALQUILAR-CAJA
           END-IF.

           IF   NOT CAJASEG-ESTADO-LIBRE
           THEN SET CAJASEG-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-ALQUILAR-CAJA
           END-IF.

           MOVE CAJASEG-E-ID-CUENTA            TO CONTCAJA-ID-CUENTA.
           MOVE CAJASEG-E-NIF                  TO WK-NIF-TITULAR.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR
                FROM   banco.cuenta
                WHERE  id_medio      = :CONTCAJA-ID-CUENTA
                AND    estado_cuenta = 'A'
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                GO TO FIN-ALQUILAR-CAJA
           END-IF.

           IF   WK-CONTADOR = ZERO
           THEN SET CAJASEG-STAT-ENC-NO        TO TRUE
                GO TO FIN-ALQUILAR-CAJA
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR
                FROM   banco.cliente C, banco.cliente_rln_cuenta R
                WHERE  C.nif_cliente = :WK-NIF-TITULAR
                AND    R.id_cliente  = C.id_cliente
                AND    R.id_medio    = :CONTCAJA-ID-CUENTA
                AND    R.tip_rln     IN ('T', 'C')
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                GO TO FIN-ALQUILAR-CAJA
           END-IF.

           IF   WK-CONTADOR = ZERO
           THEN SET CAJASEG-STAT-NO-TITULAR    TO TRUE
                GO TO FIN-ALQUILAR-CAJA
           END-IF.

           IF   CAJASEG-E-CUOTA > ZERO
           THEN MOVE CAJASEG-E-CUOTA           TO CONTCAJA-CUOTA
           ELSE EVALUATE CAJASEG-TAMANO
                WHEN 'P'
                     MOVE WK-CTE-CUOTA-PEQUENA TO CONTCAJA-CUOTA
                WHEN 'M'
                     MOVE WK-CTE-CUOTA-MEDIANA TO CONTCAJA-CUOTA
                WHEN OTHER
                     MOVE WK-CTE-CUOTA-GRANDE  TO CONTCAJA-CUOTA
                END-EVALUATE
           END-IF.

           PERFORM INSERTAR-CONTRATO           THRU
                   FIN-INSERTAR-CONTRATO.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-ALQUILAR-CAJA
           END-IF.

           PERFORM INSERTAR-TITULAR            THRU
                   FIN-INSERTAR-TITULAR.

           IF   CAJASEG-STAT-OK
                AND CAJASEG-E-NIF-2 NOT = SPACES
           THEN MOVE CAJASEG-E-NIF-2           TO WK-NIF-TITULAR
                PERFORM INSERTAR-TITULAR       THRU
                        FIN-INSERTAR-TITULAR
           END-IF.

           IF   CAJASEG-STAT-OK
                AND CAJASEG-E-NIF-3 NOT = SPACES
           THEN MOVE CAJASEG-E-NIF-3           TO WK-NIF-TITULAR
                PERFORM INSERTAR-TITULAR       THRU
                        FIN-INSERTAR-TITULAR
           END-IF.

           IF   CAJASEG-STAT-OK
           THEN SET  CAJASEG-ESTADO-ALQUILADA  TO TRUE
                PERFORM CAMBIAR-ESTADO-CAJA    THRU
                        FIN-CAMBIAR-ESTADO-CAJA
           END-IF.

       FIN-ALQUILAR-CAJA.
           EXIT.

       INSERTAR-CONTRATO.
      *------------------
           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.caja_contrato_id_contrato_seq
                INTO :CONTCAJA-ID
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                GO TO FIN-INSERTAR-CONTRATO
           END-IF.

           MOVE CAJASEG-ID                     TO CONTCAJA-ID-CAJA.
           SET  CONTCAJA-ESTADO-ACTIVO         TO TRUE.

           EXEC SQL
                INSERT INTO banco.caja_contrato(
                    id_contrato,
                    id_caja,
                    id_medio_cuenta,
                    cuota_contrato,
                    fec_alta_contrato,
                    fec_prox_cobro_contrato,
                    estado_contrato,
                    usuario_contrato
                )
                VALUES(
                    :CONTCAJA-ID,
                    :CONTCAJA-ID-CAJA,
                    :CONTCAJA-ID-CUENTA,
                    :CONTCAJA-CUOTA,
                    CURDATE(),
                    CURDATE(),
                    :CONTCAJA-ESTADO,
                    :WK-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJASEG INSERTAR-CONTRATO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-INSERTAR-CONTRATO
           END-IF.

           ACCEPT CONTCAJA-FEC-PROX-COBRO      FROM DATE YYYYMMDD.

           MOVE CONTCAJA-ID                    TO CAJASEG-S-ID-CONTRATO.
           MOVE CONTCAJA-CUOTA                 TO CAJASEG-S-CUOTA.
           MOVE CONTCAJA-FEC-PROX-COBRO        TO
                CAJASEG-S-FEC-PROX-COBRO.

       FIN-INSERTAR-CONTRATO.
           EXIT.

      * Añade WK-NIF-TITULAR como titular del contrato CONTCAJA-ID.
       INSERTAR-TITULAR.
      *-----------------
           EXEC SQL
                SELECT id_cliente
                INTO   :WK-ID-CLIENTE
                FROM   banco.cliente
                WHERE  nif_cliente = :WK-NIF-TITULAR
                LIMIT 1
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET CAJASEG-STAT-ENC-NO         TO TRUE
                GO TO FIN-INSERTAR-TITULAR
           WHEN OTHER
                SET CAJASEG-STAT-ERR-SQL        TO TRUE
                GO TO FIN-INSERTAR-TITULAR
           END-EVALUATE.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR
                FROM   banco.caja_contrato_titular
                WHERE  id_contrato = :CONTCAJA-ID
                AND    id_cliente  = :WK-ID-CLIENTE
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                GO TO FIN-INSERTAR-TITULAR
           END-IF.

           IF   WK-CONTADOR > ZERO
           THEN SET CAJASEG-STAT-EXISTENTE     TO TRUE
                GO TO FIN-INSERTAR-TITULAR
           END-IF.

           EXEC SQL
                INSERT INTO banco.caja_contrato_titular(
                    id_contrato,
                    id_cliente,
                    fec_alta_titular
                )
                VALUES(
                    :CONTCAJA-ID,
                    :WK-ID-CLIENTE,
                    CURDATE()
                )
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJASEG INSERTAR-TITULAR: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-INSERTAR-TITULAR.
           EXIT.

      * Nuevo cotitular en un contrato vigente.
       ANADIR-COTITULAR.
      *-----------------
           IF   CAJASEG-E-ID-CONTRATO = ZERO
                OR CAJASEG-E-NIF = SPACES
           THEN SET CAJASEG-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ANADIR-COTITULAR
           END-IF.

           PERFORM BUSCAR-CONTRATO             THRU
                   FIN-BUSCAR-CONTRATO.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-ANADIR-COTITULAR
           END-IF.

           IF   CONTCAJA-ESTADO-CANCELADO
           THEN SET CAJASEG-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-ANADIR-COTITULAR
           END-IF.

           MOVE CAJASEG-E-NIF                  TO WK-NIF-TITULAR.
           PERFORM INSERTAR-TITULAR            THRU
                   FIN-INSERTAR-TITULAR.

       FIN-ANADIR-COTITULAR.
           EXIT.

      * Visita a la caja: solo un titular del contrato vigente. Se
      * anota con fecha y hora y, si el alquiler está impagado, se
      * avisa para que la oficina lo reclame en ese momento.
       REGISTRAR-VISITA.
      *-----------------
           IF   CAJASEG-E-ID-CONTRATO = ZERO
                OR CAJASEG-E-NIF = SPACES
           THEN SET CAJASEG-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-REGISTRAR-VISITA
           END-IF.

           PERFORM BUSCAR-CONTRATO             THRU
                   FIN-BUSCAR-CONTRATO.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-REGISTRAR-VISITA
           END-IF.

           IF   CONTCAJA-ESTADO-CANCELADO
           THEN SET CAJASEG-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-REGISTRAR-VISITA
           END-IF.

           MOVE CAJASEG-E-NIF                  TO WK-NIF-TITULAR.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CONTADOR
                FROM   banco.caja_contrato_titular T,
                       banco.cliente C
                WHERE  T.id_contrato = :CONTCAJA-ID
                AND    C.id_cliente  = T.id_cliente
                AND    C.nif_cliente = :WK-NIF-TITULAR
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                GO TO FIN-REGISTRAR-VISITA
           END-IF.

           IF   WK-CONTADOR = ZERO
           THEN SET CAJASEG-STAT-NO-TITULAR    TO TRUE
                GO TO FIN-REGISTRAR-VISITA
           END-IF.

           EXEC SQL
                INSERT INTO banco.caja_visita(
                    id_contrato,
                    id_caja,
                    nif_visita,
                    fec_visita,
                    usuario_visita
                )
                VALUES(
                    :CONTCAJA-ID,
                    :CONTCAJA-ID-CAJA,
                    :WK-NIF-TITULAR,
                    NOW(),
                    :WK-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJASEG REGISTRAR-VISITA: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-REGISTRAR-VISITA
           END-IF.

           IF   CONTCAJA-ESTADO-IMPAGADO
           THEN MOVE 'S'                       TO
                     CAJASEG-S-AVISO-IMPAGO
           ELSE MOVE 'N'                       TO
                     CAJASEG-S-AVISO-IMPAGO
           END-IF.

       FIN-REGISTRAR-VISITA.
           EXIT.

      * Baja del contrato. Con el alquiler impagado no se cancela:
      * antes hay que cobrarlo. La caja queda libre o, si su oficina
      * ha cerrado, retirada.
       CANCELAR-CONTRATO.
      *------------------
           IF   CAJASEG-E-ID-CONTRATO = ZERO
           THEN SET CAJASEG-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-CANCELAR-CONTRATO
           END-IF.

           PERFORM BUSCAR-CONTRATO             THRU
                   FIN-BUSCAR-CONTRATO.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-CANCELAR-CONTRATO
           END-IF.

           EVALUATE TRUE
           WHEN CONTCAJA-ESTADO-CANCELADO
                SET CAJASEG-STAT-ERR-ESTADO     TO TRUE
                GO TO FIN-CANCELAR-CONTRATO
           WHEN CONTCAJA-ESTADO-IMPAGADO
                SET CAJASEG-STAT-IMPAGADO       TO TRUE
                GO TO FIN-CANCELAR-CONTRATO
           END-EVALUATE.

           EXEC SQL
                UPDATE banco.caja_contrato
                SET    estado_contrato   = 'C',
                       fec_baja_contrato = CURDATE(),
                       usuario_contrato  = :WK-USUARIO
                WHERE  id_contrato       = :CONTCAJA-ID
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJASEG CANCELAR-CONTRATO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CANCELAR-CONTRATO
           END-IF.

           MOVE CONTCAJA-ID-CAJA               TO CAJASEG-ID.
           PERFORM LIBERAR-CAJA                THRU FIN-LIBERAR-CAJA.

       FIN-CANCELAR-CONTRATO.
           EXIT.

      * Pasa el contrato a otra caja libre: a petición del cliente o
      * porque la oficina de la caja ha cerrado y hay que trasladarla.
       CAMBIAR-CAJA.
      *-------------
           IF   CAJASEG-E-ID-CONTRATO = ZERO
                OR CAJASEG-E-ID-CAJA = ZERO
           THEN SET CAJASEG-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-CAMBIAR-CAJA
           END-IF.

           PERFORM BUSCAR-CONTRATO             THRU
                   FIN-BUSCAR-CONTRATO.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-CAMBIAR-CAJA
           END-IF.

           IF   CONTCAJA-ESTADO-CANCELADO
                OR CONTCAJA-ID-CAJA = CAJASEG-E-ID-CAJA
           THEN SET CAJASEG-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-CAMBIAR-CAJA
           END-IF.

           MOVE CAJASEG-E-ID-CAJA              TO CAJASEG-ID.
           PERFORM BUSCAR-CAJA                 THRU FIN-BUSCAR-CAJA.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-CAMBIAR-CAJA
           END-IF.

           IF   NOT CAJASEG-ESTADO-LIBRE
           THEN SET CAJASEG-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-CAMBIAR-CAJA
           END-IF.

           SET  CAJASEG-ESTADO-ALQUILADA       TO TRUE.
           PERFORM CAMBIAR-ESTADO-CAJA         THRU
                   FIN-CAMBIAR-ESTADO-CAJA.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-CAMBIAR-CAJA
           END-IF.

           EXEC SQL
                UPDATE banco.caja_contrato
                SET    id_caja          = :CAJASEG-ID,
                       usuario_contrato = :WK-USUARIO
                WHERE  id_contrato      = :CONTCAJA-ID
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJASEG CAMBIAR-CAJA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CAMBIAR-CAJA
           END-IF.

           MOVE CAJASEG-ID                     TO CAJASEG-S-ID-CAJA.
           MOVE CONTCAJA-ID-CAJA               TO CAJASEG-ID.
           PERFORM LIBERAR-CAJA                THRU FIN-LIBERAR-CAJA.

       FIN-CAMBIAR-CAJA.
           EXIT.

      * Retirada del servicio de una caja libre.
       RETIRAR-CAJA.
      *-------------
           IF   CAJASEG-E-ID-CAJA = ZERO
           THEN SET CAJASEG-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-RETIRAR-CAJA
           END-IF.

           MOVE CAJASEG-E-ID-CAJA              TO CAJASEG-ID.
           PERFORM BUSCAR-CAJA                 THRU FIN-BUSCAR-CAJA.
           IF   NOT CAJASEG-STAT-OK
           THEN GO TO FIN-RETIRAR-CAJA
           END-IF.

           IF   NOT CAJASEG-ESTADO-LIBRE
           THEN SET CAJASEG-STAT-ERR-ESTADO    TO TRUE
                GO TO FIN-RETIRAR-CAJA
           END-IF.

           SET  CAJASEG-ESTADO-RETIRADA        TO TRUE.
           PERFORM CAMBIAR-ESTADO-CAJA         THRU
                   FIN-CAMBIAR-ESTADO-CAJA.

       FIN-RETIRAR-CAJA.
           EXIT.

      * Deja libre la caja CAJASEG-ID que el contrato abandona; si
      * estaba pendiente de traslado, su oficina ya no existe y se
      * retira.
       LIBERAR-CAJA.
      *-------------
           EXEC SQL
                UPDATE banco.caja_seguridad
                SET    estado_caja = CASE estado_caja
                                     WHEN 'T' THEN 'R'
                                     ELSE 'L' END
                WHERE  id_caja     = :CAJASEG-ID
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJASEG LIBERAR-CAJA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-LIBERAR-CAJA.
           EXIT.

      * Graba CAJASEG-ESTADO en la caja CAJASEG-ID.
       CAMBIAR-ESTADO-CAJA.
      *--------------------
           EXEC SQL
                UPDATE banco.caja_seguridad
                SET    estado_caja = :CAJASEG-ESTADO
                WHERE  id_caja     = :CAJASEG-ID
           END-EXEC.

           MOVE SQLCODE                        TO CAJASEG-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJASEG CAMBIAR-ESTADO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-CAMBIAR-ESTADO-CAJA.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET CAJASEG-STAT-ERR-SQL        TO TRUE
                MOVE SQLCODE                    TO CAJASEG-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                    TO CAJASEG-SQLCODE
                MOVE 'CAJASEG'                  TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'           TO LOGERR-E-PARRAFO
                MOVE CAJASEG-SQLCODE            TO LOGERR-E-SQLCODE
                MOVE SPACES                     TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
