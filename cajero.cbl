       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CAJERO.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Registro de los cajeros automáticos de cada oficina y de sus
      * reposiciones. En cada reposición se cuentan y retiran los
      * billetes que quedan en cada casete, lo que cierra su ciclo,
      * y se cargan los nuevos, lo que abre el siguiente. Si el
      * efectivo sale de la bóveda de la oficina, la carga sale de
      * ella y lo retirado vuelve (BOVEDA); si lo trae el
      * transportista, la bóveda no se toca. CONCCAJERO cuadra luego
      * cada ciclo cerrado contra el diario del cajero. El alta, la
      * baja y la reposición se confirman enteras o se deshacen; la
      * consulta no confirma nada.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE cajero            END-EXEC.

      * Casete que se trata y cajeros o ciclos encontrados.
       01  WK-CASETE                         PIC 9(01).
       01  WK-CAJEROS                        PIC 9(05).
       01  WK-CICLOS-ABIERTOS                PIC 9(05).
       01  WK-DISPENSADOS                    PIC 9(07).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'boveda.cpy'.

      * Ciclo abierto de cada casete antes de la reposición.
       01  WK-CICLOS.
           05  WK-CICLO                      OCCURS 4 TIMES.
               10  WK-CIC-ID                 PIC 9(10).
               10  WK-CIC-DENOMINACION       PIC 9(03).
               10  WK-CIC-ABIERTO            PIC X(01).
                   88  CICLO-ABIERTO         VALUE 'S'.
                   88  CICLO-CERRADO         VALUE 'N'.

      * Valores faciales de los billetes en euros.
       01  WK-DENOMINACION                   PIC 9(03).
           88  DENOMINACION-OK               VALUES 5 10 20 50 100
                                                    200 500.

       LINKAGE SECTION.
      *----------------
           COPY 'cajero.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-CAJERO.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN CAJERO-E-ACC-ALTA
                PERFORM ALTA-CAJERO           THRU FIN-ALTA-CAJERO

           WHEN CAJERO-E-ACC-BAJA
                PERFORM BAJA-CAJERO           THRU FIN-BAJA-CAJERO

           WHEN CAJERO-E-ACC-REPONER
                PERFORM REPONER-CAJERO        THRU FIN-REPONER-CAJERO

           WHEN CAJERO-E-ACC-CONSULTAR
                PERFORM CONSULTAR-CAJERO      THRU
                        FIN-CONSULTAR-CAJERO

           WHEN OTHER
                SET CAJERO-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

           IF   NOT CAJERO-E-ACC-CONSULTAR
           THEN IF   CAJERO-STAT-OK
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-CAJERO-SALIDA
                                              REG-CAJERO
                                              REG-CAJERO-NULL
                                              REG-CAJCARGA
                                              REG-CAJCARGA-NULL
                                              WK-CICLOS.

           IF   CAJERO-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO CAJERO-USUARIO
           ELSE MOVE CAJERO-E-USUARIO         TO CAJERO-USUARIO
           END-IF.
           MOVE CAJERO-USUARIO                TO CAJCARGA-USUARIO.
           MOVE CAJERO-E-ID                   TO CAJERO-ID.
       FIN-INICIALIZAR.
           EXIT.

      * Alta de un cajero en una oficina. El código de terminal no
      * puede estar ya registrado, ni siquiera dado de baja: es la
      * clave con la que llega su diario.
       ALTA-CAJERO.
      *------------
           IF   CAJERO-E-ID = SPACES
                OR CAJERO-E-OFICINA = SPACES
           THEN SET CAJERO-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-CAJERO
           END-IF.

           MOVE ZERO                          TO WK-CAJEROS.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CAJEROS
                FROM   banco.cajero
                WHERE  id_cajero = :CAJERO-ID
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO ALTA-CAJERO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-CAJERO
           END-IF.

           IF   WK-CAJEROS > ZERO
           THEN SET CAJERO-STAT-DUPLICADO     TO TRUE
                GO TO FIN-ALTA-CAJERO
           END-IF.

           MOVE CAJERO-E-OFICINA              TO CAJERO-OFICINA.
           MOVE CAJERO-E-UBICACION            TO CAJERO-UBICACION.
           SET  CAJERO-ESTADO-ALTA            TO TRUE.

           EXEC SQL
                INSERT INTO banco.cajero(
                    id_cajero,
                    oficina_cajero,
                    ubicacion_cajero,
                    estado_cajero,
                    fec_alta_cajero,
                    usuario_cajero
                )
                VALUES(
                    :CAJERO-ID,
                    :CAJERO-OFICINA,
                    :CAJERO-UBICACION,
                    :CAJERO-ESTADO,
                    CURDATE(),
                    :CAJERO-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           IF   SQL-SUCCESS
           THEN MOVE CAJERO-OFICINA           TO CAJERO-S-OFICINA
                MOVE CAJERO-UBICACION         TO CAJERO-S-UBICACION
                MOVE CAJERO-ESTADO            TO CAJERO-S-ESTADO
           ELSE SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO ALTA-CAJERO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ALTA-CAJERO.
           EXIT.

      * Baja de un cajero vacío: si algún casete tiene aún un ciclo
      * abierto hay efectivo dentro, y antes hay que retirarlo con
      * una reposición sin carga.
       BAJA-CAJERO.
      *------------
           PERFORM LEER-CAJERO                THRU FIN-LEER-CAJERO.

           IF   NOT CAJERO-STAT-OK
           THEN GO TO FIN-BAJA-CAJERO
           END-IF.

           IF   CAJERO-ESTADO-BAJA
           THEN SET CAJERO-STAT-ENC-NO        TO TRUE
                GO TO FIN-BAJA-CAJERO
           END-IF.

           MOVE ZERO                          TO WK-CICLOS-ABIERTOS.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-CICLOS-ABIERTOS
                FROM   banco.cajero_carga
                WHERE  id_cajero    = :CAJERO-ID
                AND    estado_carga = 'A'
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO BAJA-CAJERO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-BAJA-CAJERO
           END-IF.

           IF   WK-CICLOS-ABIERTOS > ZERO
           THEN SET CAJERO-STAT-CON-EFECTIVO  TO TRUE
                GO TO FIN-BAJA-CAJERO
           END-IF.

           EXEC SQL
                UPDATE banco.cajero
                SET    estado_cajero   = 'B',
                       fec_baja_cajero = CURDATE()
                WHERE  id_cajero       = :CAJERO-ID
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           IF   SQL-SUCCESS
           THEN MOVE 'B'                      TO CAJERO-S-ESTADO
           ELSE SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO BAJA-CAJERO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-CAJERO.
           EXIT.

      * Reposición: primero se repasa cada casete (su ciclo abierto,
      * lo que se retira y lo que se carga), después se mueve la
      * bóveda si el efectivo es suyo, y por último se cierran los
      * ciclos abiertos y se abren los de los casetes cargados.
       REPONER-CAJERO.
      *---------------
           IF   NOT CAJERO-E-ORIGEN-BOVEDA
                AND NOT CAJERO-E-ORIGEN-TRANSPORT
           THEN SET CAJERO-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-REPONER-CAJERO
           END-IF.

           PERFORM LEER-CAJERO                THRU FIN-LEER-CAJERO.

           IF   NOT CAJERO-STAT-OK
           THEN GO TO FIN-REPONER-CAJERO
           END-IF.

           IF   CAJERO-ESTADO-BAJA
           THEN SET CAJERO-STAT-ENC-NO        TO TRUE
                GO TO FIN-REPONER-CAJERO
           END-IF.

           MOVE ZERO                          TO WK-CICLOS-ABIERTOS.

           PERFORM PREPARAR-CASETE            THRU FIN-PREPARAR-CASETE
                   VARYING WK-CASETE FROM 1 BY 1
                   UNTIL   WK-CASETE > 4
                   OR      NOT CAJERO-STAT-OK.

           IF   NOT CAJERO-STAT-OK
           THEN GO TO FIN-REPONER-CAJERO
           END-IF.

           IF   WK-CICLOS-ABIERTOS = ZERO
                AND CAJERO-S-IMPORTE-CARGADO = ZERO
           THEN SET CAJERO-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-REPONER-CAJERO
           END-IF.

           IF   CAJERO-E-ORIGEN-BOVEDA
           THEN PERFORM MOVER-BOVEDA          THRU FIN-MOVER-BOVEDA
                IF   NOT CAJERO-STAT-OK
                THEN GO TO FIN-REPONER-CAJERO
                END-IF
           END-IF.

           PERFORM CAMBIAR-CASETE             THRU FIN-CAMBIAR-CASETE
                   VARYING WK-CASETE FROM 1 BY 1
                   UNTIL   WK-CASETE > 4
                   OR      NOT CAJERO-STAT-OK.

       FIN-REPONER-CAJERO.
           EXIT.

      * Sólo se retiran billetes de un casete con su ciclo abierto, y
      * sólo se carga uno con un valor facial de billete en euros.
       PREPARAR-CASETE.
      *----------------
           PERFORM LEER-CICLO                 THRU FIN-LEER-CICLO.

           IF   NOT CAJERO-STAT-OK
           THEN GO TO FIN-PREPARAR-CASETE
           END-IF.

           IF   CICLO-CERRADO(WK-CASETE)
                AND CAJERO-E-RETIRADOS(WK-CASETE) > ZERO
           THEN SET CAJERO-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-PREPARAR-CASETE
           END-IF.

           IF   CICLO-ABIERTO(WK-CASETE)
           THEN ADD  1                        TO WK-CICLOS-ABIERTOS
                COMPUTE CAJERO-S-IMPORTE-RETIRADO =
                        CAJERO-S-IMPORTE-RETIRADO
                      + CAJERO-E-RETIRADOS(WK-CASETE)
                      * WK-CIC-DENOMINACION(WK-CASETE)
           END-IF.

           IF   CAJERO-E-CARGADOS(WK-CASETE) > ZERO
           THEN MOVE CAJERO-E-DENOMINACION(WK-CASETE)
                                              TO WK-DENOMINACION
                IF   NOT DENOMINACION-OK
                THEN SET CAJERO-STAT-ERR-DATOS TO TRUE
                     GO TO FIN-PREPARAR-CASETE
                END-IF
                COMPUTE CAJERO-S-IMPORTE-CARGADO =
                        CAJERO-S-IMPORTE-CARGADO
                      + CAJERO-E-CARGADOS(WK-CASETE)
                      * WK-DENOMINACION
           END-IF.

       FIN-PREPARAR-CASETE.
           EXIT.

      * Lo retirado vuelve a la bóveda antes de sacar la carga
      * nueva, que así puede salir en parte de ello.
       MOVER-BOVEDA.
      *-------------
           IF   CAJERO-S-IMPORTE-RETIRADO > ZERO
           THEN INITIALIZE                    AREA-BOVEDA-ENTRADA
                SET  BOVEDA-E-ACC-DESCARGA-CAJERO
                                              TO TRUE
                MOVE CAJERO-S-IMPORTE-RETIRADO
                                              TO BOVEDA-E-IMPORTE
                PERFORM LLAMAR-BOVEDA         THRU FIN-LLAMAR-BOVEDA
                IF   NOT CAJERO-STAT-OK
                THEN GO TO FIN-MOVER-BOVEDA
                END-IF
           END-IF.

           IF   CAJERO-S-IMPORTE-CARGADO > ZERO
           THEN INITIALIZE                    AREA-BOVEDA-ENTRADA
                SET  BOVEDA-E-ACC-CARGA-CAJERO
                                              TO TRUE
                MOVE CAJERO-S-IMPORTE-CARGADO TO BOVEDA-E-IMPORTE
                PERFORM LLAMAR-BOVEDA         THRU FIN-LLAMAR-BOVEDA
                IF   CAJERO-STAT-OK
                THEN MOVE BOVEDA-S-ID-MOV     TO
                          CAJCARGA-ID-MOV-BOVEDA
                END-IF
           END-IF.

       FIN-MOVER-BOVEDA.
           EXIT.

       LLAMAR-BOVEDA.
      *--------------
           MOVE CAJERO-OFICINA                TO BOVEDA-E-OFICINA.
           MOVE CAJERO-USUARIO                TO BOVEDA-E-USUARIO.

           CALL "BOVEDA"                      USING AREA-BOVEDA.

           EVALUATE TRUE
           WHEN BOVEDA-STAT-OK
                CONTINUE
           WHEN BOVEDA-STAT-ENC-NO
           WHEN BOVEDA-STAT-SALDO-INSUF
                SET CAJERO-STAT-ERR-BOVEDA    TO TRUE
           WHEN OTHER
                SET CAJERO-STAT-ERR-SQL       TO TRUE
                MOVE BOVEDA-SQLCODE           TO CAJERO-SQLCODE
           END-EVALUATE.

       FIN-LLAMAR-BOVEDA.
           EXIT.

       CAMBIAR-CASETE.
      *---------------
           IF   CICLO-ABIERTO(WK-CASETE)
           THEN PERFORM CERRAR-CICLO          THRU FIN-CERRAR-CICLO
           END-IF.

           IF   CAJERO-STAT-OK
                AND CAJERO-E-CARGADOS(WK-CASETE) > ZERO
           THEN PERFORM ABRIR-CICLO           THRU FIN-ABRIR-CICLO
           END-IF.

       FIN-CAMBIAR-CASETE.
           EXIT.

      * El ciclo queda cerrado con los billetes contados; lo
      * dispensado y la diferencia los pone CONCCAJERO cuando tiene
      * todo el diario del ciclo.
       CERRAR-CICLO.
      *-------------
           MOVE WK-CIC-ID(WK-CASETE)          TO CAJCARGA-ID.
           MOVE CAJERO-E-RETIRADOS(WK-CASETE) TO CAJCARGA-RETIRADOS.

           EXEC SQL
                UPDATE banco.cajero_carga
                SET    billetes_retirados = :CAJCARGA-RETIRADOS,
                       fec_cierre_carga   = now(),
                       estado_carga       = 'C'
                WHERE  id_carga           = :CAJCARGA-ID
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO CERRAR-CICLO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-CERRAR-CICLO.
           EXIT.

       ABRIR-CICLO.
      *------------
           EXEC SQL
                SELECT NEXT VALUE FOR banco.cajero_carga_id_carga_seq
                INTO   :CAJCARGA-ID
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO ABRIR-CICLO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ABRIR-CICLO
           END-IF.

           MOVE CAJERO-ID                     TO CAJCARGA-ID-CAJERO.
           MOVE WK-CASETE                     TO CAJCARGA-CASETE.
           MOVE CAJERO-E-DENOMINACION(WK-CASETE)
                                              TO CAJCARGA-DENOMINACION.
           MOVE CAJERO-E-CARGADOS(WK-CASETE)  TO CAJCARGA-CARGADOS.
           MOVE CAJERO-E-ORIGEN               TO CAJCARGA-ORIGEN.
           SET  CAJCARGA-ESTADO-ABIERTO       TO TRUE.

           EXEC SQL
                INSERT INTO banco.cajero_carga(
                    id_carga,
                    id_cajero,
                    casete_carga,
                    denominacion_carga,
                    billetes_cargados,
                    billetes_dispensados,
                    billetes_retirados,
                    origen_carga,
                    id_mov_boveda,
                    fec_carga,
                    estado_carga,
                    usuario_carga
                )
                VALUES(
                    :CAJCARGA-ID,
                    :CAJCARGA-ID-CAJERO,
                    :CAJCARGA-CASETE,
                    :CAJCARGA-DENOMINACION,
                    :CAJCARGA-CARGADOS,
                    0,
                    0,
                    :CAJCARGA-ORIGEN,
                    NULLIF(:CAJCARGA-ID-MOV-BOVEDA, 0),
                    now(),
                    :CAJCARGA-ESTADO,
                    :CAJCARGA-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO ABRIR-CICLO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-ABRIR-CICLO.
           EXIT.

      * Consulta del cajero y, por casete, de su ciclo abierto: lo
      * cargado, lo dispensado según el diario cargado hasta hoy y
      * lo que debería quedar dentro.
       CONSULTAR-CAJERO.
      *-----------------
           PERFORM LEER-CAJERO                THRU FIN-LEER-CAJERO.

           IF   NOT CAJERO-STAT-OK
           THEN GO TO FIN-CONSULTAR-CAJERO
           END-IF.

           PERFORM CONSULTAR-CASETE           THRU
                   FIN-CONSULTAR-CASETE
                   VARYING WK-CASETE FROM 1 BY 1
                   UNTIL   WK-CASETE > 4
                   OR      NOT CAJERO-STAT-OK.

       FIN-CONSULTAR-CAJERO.
           EXIT.

       CONSULTAR-CASETE.
      *-----------------
           PERFORM LEER-CICLO                 THRU FIN-LEER-CICLO.

           IF   NOT CAJERO-STAT-OK
                OR CICLO-CERRADO(WK-CASETE)
           THEN GO TO FIN-CONSULTAR-CASETE
           END-IF.

           MOVE ZERO                          TO WK-DISPENSADOS.

           EXEC SQL
                SELECT COALESCE(SUM(CASE :WK-CASETE
                                    WHEN 1 THEN billetes_c1
                                    WHEN 2 THEN billetes_c2
                                    WHEN 3 THEN billetes_c3
                                    ELSE        billetes_c4
                                    END), 0)
                INTO   :WK-DISPENSADOS
                FROM   banco.cajero_diario
                WHERE  id_cajero      = :CAJERO-ID
                AND    fec_operacion >=
                       str_to_date(:CAJCARGA-FEC-CARGA,
                                   '%Y%m%d%H%i%s')
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO CONSULTAR-CASETE: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-CONSULTAR-CASETE
           END-IF.

           MOVE CAJCARGA-DENOMINACION         TO
                CAJERO-S-DENOMINACION(WK-CASETE).
           MOVE CAJCARGA-CARGADOS             TO
                CAJERO-S-CARGADOS(WK-CASETE).
           MOVE WK-DISPENSADOS                TO
                CAJERO-S-DISPENSADOS(WK-CASETE).
           COMPUTE CAJERO-S-RESTANTES(WK-CASETE) =
                   CAJCARGA-CARGADOS - WK-DISPENSADOS.
           MOVE CAJCARGA-FEC-CARGA            TO
                CAJERO-S-FEC-CARGA(WK-CASETE).

       FIN-CONSULTAR-CASETE.
           EXIT.

       LEER-CAJERO.
      *------------
           EXEC SQL
                SELECT oficina_cajero,
                       ubicacion_cajero,
                       estado_cajero
                INTO   :CAJERO-OFICINA,
                       :CAJERO-UBICACION :CAJERO-UBICACION-NULL,
                       :CAJERO-ESTADO
                FROM   banco.cajero
                WHERE  id_cajero = :CAJERO-ID
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                MOVE CAJERO-OFICINA           TO CAJERO-S-OFICINA
                MOVE CAJERO-UBICACION         TO CAJERO-S-UBICACION
                MOVE CAJERO-ESTADO            TO CAJERO-S-ESTADO
           WHEN SQL-NODATA
                SET CAJERO-STAT-ENC-NO        TO TRUE
           WHEN OTHER
                SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO LEER-CAJERO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-CAJERO.
           EXIT.

      * Ciclo abierto del casete WK-CASETE, si lo hay.
       LEER-CICLO.
      *-----------
           SET  CICLO-CERRADO(WK-CASETE)      TO TRUE.

           EXEC SQL
                SELECT id_carga,
                       denominacion_carga,
                       billetes_cargados,
                       date_format(fec_carga, '%Y%m%d%H%i%s')
                INTO   :CAJCARGA-ID,
                       :CAJCARGA-DENOMINACION,
                       :CAJCARGA-CARGADOS,
                       :CAJCARGA-FEC-CARGA
                FROM   banco.cajero_carga
                WHERE  id_cajero    = :CAJERO-ID
                AND    casete_carga = :WK-CASETE
                AND    estado_carga = 'A'
           END-EXEC.

           MOVE SQLCODE                       TO CAJERO-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                SET  CICLO-ABIERTO(WK-CASETE) TO TRUE
                MOVE CAJCARGA-ID              TO WK-CIC-ID(WK-CASETE)
                MOVE CAJCARGA-DENOMINACION    TO
                     WK-CIC-DENOMINACION(WK-CASETE)
           WHEN SQL-NODATA
                CONTINUE
           WHEN OTHER
                SET CAJERO-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** CAJERO LEER-CICLO: ERR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-EVALUATE.

       FIN-LEER-CICLO.
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
