       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. RECAUDA.
       AUTHOR. MARÍA EDUARDA ALMEIDA LOIOLA.

      * Recaudación de tributos y recibos como entidad colaboradora
      * (cuaderno 60). El cliente trae a la ventanilla, o pide por
      * teléfono, el pago de un documento con código de barras: se
      * comprueban el formato y los dígitos de control, que la
      * emisora esté dada de alta y que el documento no esté ya
      * cobrado; se carga en su cuenta por INSMOV (canal interactivo,
      * con código de un solo uso si el importe lo pide) o se recibe
      * el efectivo en un cajón abierto (CAJA), y lo cobrado se abona
      * en la cuenta restringida de recaudación de la emisora. Los
      * tributos llevan en el justificante su NRC. El justificante se
      * puede reimprimir por el número de cobro. Al cierre del día
      * LIQRECAUDA envía los cobros a cada emisora y se los liquida.
      * También se dan de alta y de baja las emisoras. Como RECOBRO,
      * confirma sus propios cambios.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      *------------------------
           EXEC SQL BEGIN   DECLARE   SECTION END-EXEC.
           EXEC SQL INCLUDE recauda           END-EXEC.

       01  WK-COBROS                         PIC S9(04) COMP-5.
       01  WK-ESTADO-CTA                     PIC X(01).
       01  WK-ID-CTA                         PIC 9(10).
       01  WK-ID-CAJA                        PIC 9(10).
       01  WK-ESTADO-CAJA                    PIC X(01).
       01  WK-OFICINA-CAJA                   PIC X(04).
      * Fecha y hora del cobro (AAAAMMDDHHMMSS) y parte calculada del
      * NRC.
       01  WK-FEC-HORA                       PIC X(14).
       01  WK-NRC-CLAVE                      PIC X(09).
           EXEC SQL END     DECLARE   SECTION END-EXEC.

           COPY 'logerr.cpy'.
           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'caja.cpy'.

       01  WK-FECHA-ACTUAL-8                 PIC 9(08).
       01  WK-HORA-ACTUAL-8                  PIC 9(08).
       01  WK-MOV-FEC                        PIC 9(20).

      * Código de barras leído y sus dos formatos.
       01  WK-CODIGO                         PIC X(50).
       01  WK-CODIGO-M1                      REDEFINES WK-CODIGO.
           05  WK-M1-PREFIJO                 PIC X(05).
           05  WK-M1-EMISORA                 PIC 9(06).
           05  WK-M1-REFERENCIA.
               10  WK-M1-REF-BASE            PIC 9(10).
               10  WK-M1-REF-DC              PIC 9(02).
           05  WK-M1-IDENTIFICACION          PIC 9(10).
      *    Importe en céntimos.
           05  WK-M1-IMPORTE                 PIC 9(08).
           05  WK-M1-FINAL                   PIC X(01).
           05  FILLER                        PIC X(08).
       01  WK-CODIGO-M2                      REDEFINES WK-CODIGO.
           05  WK-M2-PREFIJO                 PIC X(05).
           05  WK-M2-EMISORA                 PIC 9(06).
           05  WK-M2-JUSTIFICANTE.
               10  WK-M2-JUS-BASE            PIC 9(12).
               10  WK-M2-JUS-DC              PIC 9(01).
           05  WK-M2-IDENTIFICACION          PIC 9(10).
           05  WK-M2-IMPORTE                 PIC 9(10).
           05  FILLER                        PIC X(06).
       01  WK-LONGITUD                       PIC 9(04) COMP.

      * Cálculo de los dígitos de control.
       01  WK-DC-SUMA                        PIC S9(15) COMP-3.
       01  WK-DC-COCIENTE                    PIC S9(15) COMP-3.
       01  WK-DC-RESTO                       PIC S9(04) COMP.
       01  WK-DC-DECIMALES                   PIC S9(04) COMP.
       01  WK-DC-CALCULADO                   PIC S9(04) COMP.

      * Apunte que se lanza contra una cuenta.
       01  WK-APUNTE-ID                      PIC 9(10).
       01  WK-APUNTE-CPT                     PIC X(49).
       01  WK-APUNTE-IMPT                    PIC S9(08)V99
                                             LEADING SEPARATE.
       01  WK-APUNTE-CANAL                   PIC X(01).
       01  WK-APUNTE-OTP                     PIC X(06).
       01  WK-APUNTE-REF                     PIC 9(12).

       LINKAGE SECTION.
      *----------------
           COPY 'recauda.cpy'.
      ******************************************************************
       PROCEDURE DIVISION USING AREA-RECAUDA.
      ******************************************************************
           PERFORM INICIALIZAR                THRU FIN-INICIALIZAR.

           EVALUATE TRUE
           WHEN RECAUDA-E-ACC-COBRAR
                PERFORM COBRAR                 THRU FIN-COBRAR

           WHEN RECAUDA-E-ACC-VALIDAR
                PERFORM VALIDAR-DOCUMENTO      THRU
                        FIN-VALIDAR-DOCUMENTO

           WHEN RECAUDA-E-ACC-CONSULTAR
                MOVE RECAUDA-E-ID-COBRO        TO COBREC-ID
                PERFORM LEER-COBRO             THRU FIN-LEER-COBRO

           WHEN RECAUDA-E-ACC-ALTA-EMISORA
                PERFORM ALTA-EMISORA           THRU FIN-ALTA-EMISORA

           WHEN RECAUDA-E-ACC-BAJA-EMISORA
                PERFORM BAJA-EMISORA           THRU FIN-BAJA-EMISORA

           WHEN OTHER
                SET RECAUDA-STAT-ERR-ACC       TO TRUE
           END-EVALUATE.

      *    El cargo al cliente, el abono en la cuenta restringida y
      *    el registro del cobro van juntos o no van. Con el código
      *    de un solo uso pendiente no hay nada posteado, pero el
      *    código generado por INSMOV tiene que quedar grabado para
      *    validarlo en la segunda llamada.
           IF   NOT RECAUDA-E-ACC-VALIDAR
                AND NOT RECAUDA-E-ACC-CONSULTAR
           THEN IF   RECAUDA-STAT-OK
                     OR RECAUDA-STAT-OTP-REQUERIDO
                THEN PERFORM HACER-COMMIT     THRU FIN-HACER-COMMIT
                ELSE PERFORM HACER-ROLLBACK   THRU FIN-HACER-ROLLBACK
                END-IF
           END-IF.

           EXIT PROGRAM.

       INICIALIZAR.
      *------------
           INITIALIZE                         AREA-RECAUDA-SALIDA
                                              REG-EMISORA
                                              REG-COBREC.

           IF   RECAUDA-E-USUARIO = SPACES
           THEN MOVE 'DESCONOCIDO'            TO COBREC-USUARIO
           ELSE MOVE RECAUDA-E-USUARIO        TO COBREC-USUARIO
           END-IF.
           MOVE COBREC-USUARIO                TO EMISORA-USUARIO.

           ACCEPT WK-FECHA-ACTUAL-8           FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-ACTUAL-8            FROM TIME.
           STRING WK-FECHA-ACTUAL-8 WK-HORA-ACTUAL-8 '0000'
                  DELIMITED BY SIZE           INTO WK-MOV-FEC.
           MOVE WK-MOV-FEC(1:14)              TO WK-FEC-HORA.
       FIN-INICIALIZAR.
           EXIT.

      * Documento que se va a cobrar: código de barras bien formado y
      * con sus dígitos de control, emisora de alta y sin cobrar.
      * Devuelve en la salida lo que se le enseña al cliente.
       VALIDAR-DOCUMENTO.
      *------------------
           PERFORM DESCODIFICAR-CODIGO        THRU
                   FIN-DESCODIFICAR-CODIGO.

           IF   NOT RECAUDA-STAT-OK
           THEN GO TO FIN-VALIDAR-DOCUMENTO
           END-IF.

           MOVE COBREC-ID-EMISORA             TO EMISORA-ID.
           PERFORM LEER-EMISORA               THRU FIN-LEER-EMISORA.

           IF   NOT RECAUDA-STAT-OK
           THEN GO TO FIN-VALIDAR-DOCUMENTO
           END-IF.

           IF   NOT EMISORA-ESTADO-ALTA
           THEN SET RECAUDA-STAT-ERR-EMISORA  TO TRUE
                GO TO FIN-VALIDAR-DOCUMENTO
           END-IF.

           EXEC SQL
                SELECT COUNT(*)
                INTO   :WK-COBROS
                FROM   banco.cobro_recaudacion
                WHERE  id_emisora             = :COBREC-ID-EMISORA
                AND    referencia_cobro       = :COBREC-REFERENCIA
                AND    identificacion_cobro   = :COBREC-IDENTIFICACION
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECAUDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECAUDA VALIDAR-DOCUMENTO:'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-VALIDAR-DOCUMENTO
           END-IF.

           IF   WK-COBROS > ZERO
           THEN SET RECAUDA-STAT-YA-PAGADO     TO TRUE
           END-IF.

       FIN-VALIDAR-DOCUMENTO.
           EXIT.

      * Código de barras del cuaderno 60. En la modalidad 1 los dos
      * dígitos de control de la referencia salen de emisora,
      * referencia, identificación e importe: la suma ponderada
      * (emisora por 76, referencia por 9 e identificación más
      * importe menos uno por 55) se divide entre 97 y a 99 se le
      * restan los dos primeros decimales. En la modalidad 2 el
      * último dígito del justificante es el resto de los doce
      * primeros entre 7.
       DESCODIFICAR-CODIGO.
      *--------------------
           MOVE RECAUDA-E-CODIGO-BARRAS       TO WK-CODIGO.
           MOVE ZERO                          TO WK-LONGITUD.
           INSPECT WK-CODIGO TALLYING WK-LONGITUD
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           EVALUATE TRUE
           WHEN WK-M1-PREFIJO = '90502'
                AND WK-LONGITUD = 42
                AND WK-CODIGO(1:42) IS NUMERIC
                AND WK-M1-FINAL = '0'
                MOVE '1'                       TO COBREC-MODALIDAD
                MOVE WK-M1-EMISORA             TO COBREC-ID-EMISORA
                MOVE WK-M1-REFERENCIA          TO COBREC-REFERENCIA
                MOVE WK-M1-IDENTIFICACION      TO COBREC-IDENTIFICACION
                COMPUTE COBREC-IMPORTE = WK-M1-IMPORTE / 100
           WHEN WK-M2-PREFIJO = '90521'
                AND WK-LONGITUD = 44
                AND WK-CODIGO(1:44) IS NUMERIC
                MOVE '2'                       TO COBREC-MODALIDAD
                MOVE WK-M2-EMISORA             TO COBREC-ID-EMISORA
                MOVE WK-M2-JUSTIFICANTE        TO COBREC-REFERENCIA
                MOVE WK-M2-IDENTIFICACION      TO COBREC-IDENTIFICACION
                COMPUTE COBREC-IMPORTE = WK-M2-IMPORTE / 100
           WHEN OTHER
                SET RECAUDA-STAT-ERR-CODIGO    TO TRUE
                GO TO FIN-DESCODIFICAR-CODIGO
           END-EVALUATE.

           IF   COBREC-IMPORTE = ZERO
           THEN SET RECAUDA-STAT-ERR-CODIGO    TO TRUE
                GO TO FIN-DESCODIFICAR-CODIGO
           END-IF.

           IF   COBREC-MODALIDAD-RECIBO
           THEN COMPUTE WK-DC-SUMA = WK-M1-EMISORA * 76
                                   + WK-M1-REF-BASE * 9
                                   + (WK-M1-IDENTIFICACION
                                      + WK-M1-IMPORTE - 1) * 55
                DIVIDE WK-DC-SUMA BY 97 GIVING WK-DC-COCIENTE
                                        REMAINDER WK-DC-RESTO
                COMPUTE WK-DC-DECIMALES = WK-DC-RESTO * 100 / 97
                COMPUTE WK-DC-CALCULADO = 99 - WK-DC-DECIMALES
                IF   WK-DC-CALCULADO NOT = WK-M1-REF-DC
                THEN SET RECAUDA-STAT-ERR-CODIGO TO TRUE
                     GO TO FIN-DESCODIFICAR-CODIGO
                END-IF
           ELSE DIVIDE WK-M2-JUS-BASE BY 7 GIVING WK-DC-COCIENTE
                                           REMAINDER WK-DC-RESTO
                IF   WK-DC-RESTO NOT = WK-M2-JUS-DC
                THEN SET RECAUDA-STAT-ERR-CODIGO TO TRUE
                     GO TO FIN-DESCODIFICAR-CODIGO
                END-IF
           END-IF.

           MOVE COBREC-MODALIDAD              TO RECAUDA-S-MODALIDAD.
           MOVE COBREC-ID-EMISORA             TO RECAUDA-S-ID-EMISORA.
           MOVE COBREC-REFERENCIA             TO RECAUDA-S-REFERENCIA.
           MOVE COBREC-IDENTIFICACION         TO
                RECAUDA-S-IDENTIFICACION.
           MOVE COBREC-IMPORTE                TO RECAUDA-S-IMPORTE.

       FIN-DESCODIFICAR-CODIGO.
           EXIT.

      * Cobro del documento: cargo en la cuenta del cliente o
      * efectivo en el cajón, abono en la cuenta restringida de la
      * emisora y registro del cobro con su NRC.
       COBRAR.
      *-------
           IF   NOT RECAUDA-E-CANAL-OK
           THEN SET RECAUDA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-COBRAR
           END-IF.

           IF   RECAUDA-E-CANAL-CUENTA
                AND (RECAUDA-E-ID-CTA = ZERO
                     OR RECAUDA-E-ID-CTA IS NOT NUMERIC)
           THEN SET RECAUDA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-COBRAR
           END-IF.

           IF   RECAUDA-E-CANAL-EFECTIVO
                AND (RECAUDA-E-ID-CAJA = ZERO
                     OR RECAUDA-E-ID-CAJA IS NOT NUMERIC)
           THEN SET RECAUDA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-COBRAR
           END-IF.

           PERFORM VALIDAR-DOCUMENTO          THRU
                   FIN-VALIDAR-DOCUMENTO.

           IF   NOT RECAUDA-STAT-OK
           THEN GO TO FIN-COBRAR
           END-IF.

      *    La cuenta del cliente no puede ser la restringida.
           IF   RECAUDA-E-CANAL-CUENTA
                AND RECAUDA-E-ID-CTA = EMISORA-ID-CTA
           THEN SET RECAUDA-STAT-ERR-DATOS    TO TRUE
                GO TO FIN-COBRAR
           END-IF.

           MOVE RECAUDA-E-CANAL               TO COBREC-CANAL.
           MOVE WK-FECHA-ACTUAL-8             TO COBREC-FEC-COBRO.
           MOVE WK-FEC-HORA(9:6)              TO COBREC-HORA-COBRO.

           MOVE SPACES                        TO WK-APUNTE-CPT.
           STRING 'RECAUDACION C60 ' COBREC-ID-EMISORA ' '
                  COBREC-REFERENCIA
                  DELIMITED BY SIZE           INTO WK-APUNTE-CPT.

           IF   RECAUDA-E-CANAL-CUENTA
           THEN PERFORM CARGAR-CUENTA         THRU FIN-CARGAR-CUENTA
           ELSE PERFORM COBRAR-EFECTIVO       THRU FIN-COBRAR-EFECTIVO
           END-IF.

           IF   NOT RECAUDA-STAT-OK
           THEN GO TO FIN-COBRAR
           END-IF.

           EXEC SQL
                SELECT NEXT VALUE FOR
                       banco.cobro_recaudacion_id_cobro_seq
                INTO   :COBREC-ID
           END-EXEC.

           MOVE SQLCODE                       TO RECAUDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECAUDA-STAT-ERR-SQL      TO TRUE
                DISPLAY '*** FATAL *** RECAUDA COBRAR: SECUENCIA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COBRAR
           END-IF.

           IF   EMISORA-TIPO-TRIBUTOS
           THEN PERFORM GENERAR-NRC           THRU FIN-GENERAR-NRC
                IF   NOT RECAUDA-STAT-OK
                THEN GO TO FIN-COBRAR
                END-IF
           END-IF.

           PERFORM GRABAR-COBRO               THRU FIN-GRABAR-COBRO.

           IF   NOT RECAUDA-STAT-OK
           THEN GO TO FIN-COBRAR
           END-IF.

      *    El justificante sale del cobro tal como ha quedado.
           PERFORM LEER-COBRO                 THRU FIN-LEER-COBRO.

       FIN-COBRAR.
           EXIT.

      * Cargo en la cuenta del cliente, por el canal interactivo para
      * que un importe alto pida el código de un solo uso, y abono
      * del mismo importe en la cuenta restringida.
       CARGAR-CUENTA.
      *--------------
           MOVE RECAUDA-E-ID-CTA              TO COBREC-ID-CTA-CARGO.
           MOVE RECAUDA-E-OFICINA             TO COBREC-OFICINA.

           MOVE RECAUDA-E-ID-CTA              TO WK-APUNTE-ID.
           COMPUTE WK-APUNTE-IMPT = 0 - COBREC-IMPORTE.
           MOVE 'I'                           TO WK-APUNTE-CANAL.
           MOVE RECAUDA-E-OTP                 TO WK-APUNTE-OTP.
           PERFORM APUNTAR-CUENTA             THRU FIN-APUNTAR-CUENTA.

           IF   NOT RECAUDA-STAT-OK
           THEN GO TO FIN-CARGAR-CUENTA
           END-IF.

           MOVE WK-APUNTE-REF                 TO COBREC-REF-CARGO.

           MOVE EMISORA-ID-CTA                TO WK-APUNTE-ID.
           MOVE COBREC-IMPORTE                TO WK-APUNTE-IMPT.
           MOVE SPACE                         TO WK-APUNTE-CANAL.
           MOVE SPACES                        TO WK-APUNTE-OTP.
           PERFORM APUNTAR-CUENTA             THRU FIN-APUNTAR-CUENTA.

           IF   NOT RECAUDA-STAT-OK
           THEN GO TO FIN-CARGAR-CUENTA
           END-IF.

           MOVE WK-APUNTE-REF                 TO COBREC-REF-ABONO.

       FIN-CARGAR-CUENTA.
           EXIT.

      * Efectivo en ventanilla: CAJA abona la cuenta restringida y
      * etiqueta el ingreso a su cajón, que tiene que estar abierto.
      * El cobro queda con la oficina del cajón.
       COBRAR-EFECTIVO.
      *----------------
           MOVE RECAUDA-E-ID-CAJA             TO WK-ID-CAJA.

           EXEC SQL
                SELECT estado_caja, oficina_caja
                INTO   :WK-ESTADO-CAJA, :WK-OFICINA-CAJA
                FROM   banco.caja_sesion
                WHERE  id_caja = :WK-ID-CAJA
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET RECAUDA-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-COBRAR-EFECTIVO
           WHEN OTHER
                SET RECAUDA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECAUDA COBRAR-EFECTIVO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-COBRAR-EFECTIVO
           END-EVALUATE.

           MOVE WK-ID-CAJA                     TO COBREC-ID-CAJA.
           MOVE WK-OFICINA-CAJA                TO COBREC-OFICINA.

           INITIALIZE                          AREA-CAJA-ENTRADA.
           SET  CAJA-E-ACC-INGRESO             TO TRUE.
           MOVE WK-ID-CAJA                     TO CAJA-E-ID-CAJA.
           MOVE EMISORA-ID-CTA                 TO CAJA-E-ID-CTA.
           MOVE COBREC-IMPORTE                 TO CAJA-E-IMPORTE.
           MOVE COBREC-USUARIO                 TO CAJA-E-USUARIO.

           CALL "CAJA"                         USING AREA-CAJA.

           EVALUATE TRUE
           WHEN CAJA-STAT-OK
                MOVE CAJA-S-REF                 TO COBREC-REF-ABONO
           WHEN CAJA-STAT-ERR-SQL
                SET RECAUDA-STAT-ERR-SQL        TO TRUE
                MOVE CAJA-SQLCODE               TO RECAUDA-SQLCODE
           WHEN OTHER
                SET RECAUDA-STAT-ERR-CARGO      TO TRUE
                MOVE CAJA-STAT                  TO RECAUDA-S-STAT-CARGO
                MOVE CAJA-SQLCODE               TO RECAUDA-SQLCODE
           END-EVALUATE.

       FIN-COBRAR-EFECTIVO.
           EXIT.

      * NRC del justificante de un tributo: la referencia del
      * documento (13 posiciones) y nueve caracteres calculados sobre
      * los datos del cobro, que sólo puede haber dado el banco.
       GENERAR-NRC.
      *------------
           EXEC SQL
                SELECT UPPER(LEFT(SHA2(CONCAT(:COBREC-REFERENCIA,
                                              :COBREC-IDENTIFICACION,
                                              :COBREC-IMPORTE,
                                              :WK-FEC-HORA,
                                              :COBREC-OFICINA,
                                              :COBREC-ID), 256), 9))
                INTO   :WK-NRC-CLAVE
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECAUDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECAUDA GENERAR-NRC: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-GENERAR-NRC
           END-IF.

      *    La referencia de un recibo tiene 12 posiciones: se completa
      *    por la izquierda con un cero.
           MOVE SPACES                         TO COBREC-NRC.
           IF   COBREC-MODALIDAD-RECIBO
           THEN STRING '0' COBREC-REFERENCIA(1:12) WK-NRC-CLAVE
                       DELIMITED BY SIZE       INTO COBREC-NRC
           ELSE STRING COBREC-REFERENCIA WK-NRC-CLAVE
                       DELIMITED BY SIZE       INTO COBREC-NRC
           END-IF.

       FIN-GENERAR-NRC.
           EXIT.

       GRABAR-COBRO.
      *-------------
           EXEC SQL
                INSERT INTO banco.cobro_recaudacion(
                    id_cobro,
                    id_emisora,
                    modalidad_cobro,
                    referencia_cobro,
                    identificacion_cobro,
                    importe_cobro,
                    canal_cobro,
                    id_medio_cta_cargo,
                    id_caja,
                    ref_mov_cargo,
                    ref_mov_abono,
                    nrc_cobro,
                    fec_cobro,
                    oficina_cobro,
                    usuario_cobro
                )
                VALUES(
                    :COBREC-ID,
                    :COBREC-ID-EMISORA,
                    :COBREC-MODALIDAD,
                    :COBREC-REFERENCIA,
                    :COBREC-IDENTIFICACION,
                    :COBREC-IMPORTE,
                    :COBREC-CANAL,
                    NULLIF(:COBREC-ID-CTA-CARGO, 0),
                    NULLIF(:COBREC-ID-CAJA, 0),
                    NULLIF(:COBREC-REF-CARGO, 0),
                    :COBREC-REF-ABONO,
                    NULLIF(:COBREC-NRC, ' '),
                    STR_TO_DATE(:WK-FEC-HORA, '%Y%m%d%H%i%s'),
                    :COBREC-OFICINA,
                    :COBREC-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECAUDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECAUDA GRABAR-COBRO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-GRABAR-COBRO.
           EXIT.

      * El cobro con su emisora: es el justificante que se imprime y
      * se reimprime.
       LEER-COBRO.
      *-----------
           IF   COBREC-ID = ZERO
                OR COBREC-ID IS NOT NUMERIC
           THEN SET RECAUDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-LEER-COBRO
           END-IF.

           EXEC SQL
                SELECT C.id_emisora,
                       C.modalidad_cobro,
                       C.referencia_cobro,
                       C.identificacion_cobro,
                       C.importe_cobro,
                       C.canal_cobro,
                       COALESCE(C.id_medio_cta_cargo, 0),
                       COALESCE(C.id_caja, 0),
                       COALESCE(C.ref_mov_cargo, 0),
                       C.ref_mov_abono,
                       COALESCE(C.nrc_cobro, ' '),
                       DATE_FORMAT(C.fec_cobro, '%Y%m%d'),
                       DATE_FORMAT(C.fec_cobro, '%H%i%s'),
                       C.oficina_cobro,
                       COALESCE(C.id_liquidacion, 0),
                       E.nombre_emisora,
                       E.tipo_emisora
                INTO   :COBREC-ID-EMISORA,
                       :COBREC-MODALIDAD,
                       :COBREC-REFERENCIA,
                       :COBREC-IDENTIFICACION,
                       :COBREC-IMPORTE,
                       :COBREC-CANAL,
                       :COBREC-ID-CTA-CARGO,
                       :COBREC-ID-CAJA,
                       :COBREC-REF-CARGO,
                       :COBREC-REF-ABONO,
                       :COBREC-NRC,
                       :COBREC-FEC-COBRO,
                       :COBREC-HORA-COBRO,
                       :COBREC-OFICINA,
                       :COBREC-ID-LIQUIDACION,
                       :EMISORA-NOMBRE,
                       :EMISORA-TIPO
                FROM   banco.cobro_recaudacion C
                JOIN   banco.emisora_recaudacion E
                ON     E.id_emisora = C.id_emisora
                WHERE  C.id_cobro = :COBREC-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET RECAUDA-STAT-ENC-NO         TO TRUE
                GO TO FIN-LEER-COBRO
           WHEN OTHER
                SET RECAUDA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECAUDA LEER-COBRO: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-COBRO
           END-EVALUATE.

           MOVE COBREC-MODALIDAD              TO RECAUDA-S-MODALIDAD.
           MOVE COBREC-ID-EMISORA             TO RECAUDA-S-ID-EMISORA.
           MOVE EMISORA-NOMBRE                TO
                RECAUDA-S-NOMBRE-EMISORA.
           MOVE EMISORA-TIPO                  TO RECAUDA-S-TIPO-EMISORA.
           MOVE COBREC-REFERENCIA             TO RECAUDA-S-REFERENCIA.
           MOVE COBREC-IDENTIFICACION         TO
                RECAUDA-S-IDENTIFICACION.
           MOVE COBREC-IMPORTE                TO RECAUDA-S-IMPORTE.
           MOVE COBREC-ID                     TO RECAUDA-S-ID-COBRO.
           MOVE COBREC-CANAL                  TO RECAUDA-S-CANAL.
           MOVE COBREC-ID-CTA-CARGO           TO RECAUDA-S-ID-CTA.
           MOVE COBREC-ID-CAJA                TO RECAUDA-S-ID-CAJA.
           MOVE COBREC-REF-CARGO              TO RECAUDA-S-REF-CARGO.
           MOVE COBREC-NRC                    TO RECAUDA-S-NRC.
           MOVE COBREC-FEC-COBRO              TO RECAUDA-S-FEC-COBRO.
           MOVE COBREC-HORA-COBRO             TO RECAUDA-S-HORA-COBRO.
           MOVE COBREC-OFICINA                TO RECAUDA-S-OFICINA.
           MOVE COBREC-ID-LIQUIDACION         TO
                RECAUDA-S-ID-LIQUIDACION.

       FIN-LEER-COBRO.
           EXIT.

       LEER-EMISORA.
      *-------------
           EXEC SQL
                SELECT nombre_emisora, nif_emisora, tipo_emisora,
                       id_medio_cta, iban_liquidacion, estado_emisora,
                       DATE_FORMAT(fec_alta_emisora, '%Y%m%d')
                INTO   :EMISORA-NOMBRE, :EMISORA-NIF, :EMISORA-TIPO,
                       :EMISORA-ID-CTA, :EMISORA-IBAN,
                       :EMISORA-ESTADO, :EMISORA-FEC-ALTA
                FROM   banco.emisora_recaudacion
                WHERE  id_emisora = :EMISORA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                CONTINUE
           WHEN SQL-NODATA
                SET RECAUDA-STAT-ENC-NO         TO TRUE
                GO TO FIN-LEER-EMISORA
           WHEN OTHER
                SET RECAUDA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECAUDA LEER-EMISORA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-LEER-EMISORA
           END-EVALUATE.

           MOVE EMISORA-ID                    TO RECAUDA-S-ID-EMISORA.
           MOVE EMISORA-NOMBRE                TO
                RECAUDA-S-NOMBRE-EMISORA.
           MOVE EMISORA-TIPO                  TO RECAUDA-S-TIPO-EMISORA.

       FIN-LEER-EMISORA.
           EXIT.

      * Alta de una emisora con su cuenta restringida de recaudación,
      * que tiene que existir y estar activa.
       ALTA-EMISORA.
      *-------------
           IF   RECAUDA-E-ID-EMISORA = ZERO
                OR RECAUDA-E-ID-EMISORA IS NOT NUMERIC
                OR RECAUDA-E-NOMBRE = SPACES
                OR RECAUDA-E-NIF = SPACES
                OR RECAUDA-E-ID-CTA-RECAUDA = ZERO
                OR RECAUDA-E-ID-CTA-RECAUDA IS NOT NUMERIC
                OR RECAUDA-E-IBAN = SPACES
           THEN SET RECAUDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-EMISORA
           END-IF.

           MOVE RECAUDA-E-TIPO                 TO EMISORA-TIPO.
           IF   NOT EMISORA-TIPO-OK
           THEN SET RECAUDA-STAT-ERR-DATOS     TO TRUE
                GO TO FIN-ALTA-EMISORA
           END-IF.

           MOVE RECAUDA-E-ID-EMISORA           TO EMISORA-ID.
           PERFORM LEER-EMISORA                THRU FIN-LEER-EMISORA.

           EVALUATE TRUE
           WHEN RECAUDA-STAT-OK
                SET RECAUDA-STAT-DUPLICADO      TO TRUE
                GO TO FIN-ALTA-EMISORA
           WHEN RECAUDA-STAT-ENC-NO
                SET RECAUDA-STAT-OK             TO TRUE
           WHEN OTHER
                GO TO FIN-ALTA-EMISORA
           END-EVALUATE.

           MOVE RECAUDA-E-ID-CTA-RECAUDA       TO WK-ID-CTA.

           EXEC SQL
                SELECT estado_cuenta
                INTO   :WK-ESTADO-CTA
                FROM   banco.cuenta
                WHERE  id_medio = :WK-ID-CTA
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           EVALUATE TRUE
           WHEN SQL-SUCCESS
                IF   WK-ESTADO-CTA NOT = 'A'
                THEN SET RECAUDA-STAT-ERR-DATOS TO TRUE
                     GO TO FIN-ALTA-EMISORA
                END-IF
           WHEN SQL-NODATA
                SET RECAUDA-STAT-ERR-DATOS      TO TRUE
                GO TO FIN-ALTA-EMISORA
           WHEN OTHER
                SET RECAUDA-STAT-ERR-SQL        TO TRUE
                DISPLAY '*** FATAL *** RECAUDA ALTA-EMISORA: CUENTA'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-EMISORA
           END-EVALUATE.

           MOVE RECAUDA-E-NOMBRE               TO EMISORA-NOMBRE.
           MOVE RECAUDA-E-NIF                  TO EMISORA-NIF.
           MOVE WK-ID-CTA                      TO EMISORA-ID-CTA.
           MOVE RECAUDA-E-IBAN                 TO EMISORA-IBAN.
           SET  EMISORA-ESTADO-ALTA            TO TRUE.

           EXEC SQL
                INSERT INTO banco.emisora_recaudacion(
                    id_emisora,
                    nombre_emisora,
                    nif_emisora,
                    tipo_emisora,
                    id_medio_cta,
                    iban_liquidacion,
                    estado_emisora,
                    fec_alta_emisora,
                    usuario_alta_emisora
                )
                VALUES(
                    :EMISORA-ID,
                    :EMISORA-NOMBRE,
                    :EMISORA-NIF,
                    :EMISORA-TIPO,
                    :EMISORA-ID-CTA,
                    :EMISORA-IBAN,
                    :EMISORA-ESTADO,
                    now(),
                    :EMISORA-USUARIO
                )
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECAUDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECAUDA ALTA-EMISORA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
                GO TO FIN-ALTA-EMISORA
           END-IF.

           MOVE EMISORA-ID                     TO RECAUDA-S-ID-EMISORA.
           MOVE EMISORA-NOMBRE                 TO
                RECAUDA-S-NOMBRE-EMISORA.
           MOVE EMISORA-TIPO                   TO
                RECAUDA-S-TIPO-EMISORA.

       FIN-ALTA-EMISORA.
           EXIT.

      * Baja de una emisora: no se le cobran más documentos, pero lo
      * ya cobrado se le envía y liquida en el cierre del día.
       BAJA-EMISORA.
      *-------------
           MOVE RECAUDA-E-ID-EMISORA           TO EMISORA-ID.
           PERFORM LEER-EMISORA                THRU FIN-LEER-EMISORA.

           IF   NOT RECAUDA-STAT-OK
           THEN GO TO FIN-BAJA-EMISORA
           END-IF.

           IF   NOT EMISORA-ESTADO-ALTA
           THEN SET RECAUDA-STAT-ENC-NO        TO TRUE
                GO TO FIN-BAJA-EMISORA
           END-IF.

           EXEC SQL
                UPDATE banco.emisora_recaudacion
                SET    estado_emisora        = 'B',
                       fec_baja_emisora      = now(),
                       usuario_baja_emisora  = :EMISORA-USUARIO
                WHERE  id_emisora            = :EMISORA-ID
           END-EXEC.

           MOVE SQLCODE                        TO RECAUDA-SQLCODE.

           IF   NOT SQL-SUCCESS
           THEN SET RECAUDA-STAT-ERR-SQL       TO TRUE
                DISPLAY '*** FATAL *** RECAUDA BAJA-EMISORA: ERROR'
                DISPLAY 'SQLCODE  [' SQLCODE ']'
                DISPLAY 'SQLERRML [' SQLERRML ']'
                DISPLAY 'SQLERRMC [' SQLERRMC ']'
           END-IF.

       FIN-BAJA-EMISORA.
           EXIT.

      * Apunte en una cuenta por el camino de siempre (INSMOV/ACTCTA).
       APUNTAR-CUENTA.
      *---------------
           INITIALIZE                          AREA-INSMOV-ENTRADA.
           MOVE WK-APUNTE-ID                   TO INSMOV-E-ID.
           MOVE WK-MOV-FEC                     TO INSMOV-E-FEC.
           MOVE WK-APUNTE-CPT                  TO INSMOV-E-CPT.
           MOVE 'C60'                          TO INSMOV-E-COD-CPT.
           MOVE WK-APUNTE-IMPT                 TO INSMOV-E-IMPT.
           MOVE 'EUR'                          TO INSMOV-E-DIVISA.
           MOVE WK-APUNTE-CANAL                TO INSMOV-E-CANAL.
           MOVE WK-APUNTE-OTP                  TO INSMOV-E-OTP.

           CALL "INSMOV"                       USING AREA-INSMOV.

           EVALUATE TRUE
           WHEN INSMOV-STAT-OK
                CONTINUE
           WHEN INSMOV-STAT-OTP-REQUERIDO
                SET RECAUDA-STAT-OTP-REQUERIDO TO TRUE
                MOVE INSMOV-S-OTP              TO RECAUDA-S-OTP
                GO TO FIN-APUNTAR-CUENTA
           WHEN OTHER
                SET RECAUDA-STAT-ERR-CARGO     TO TRUE
                MOVE INSMOV-STAT               TO RECAUDA-S-STAT-CARGO
                MOVE INSMOV-S-SQLCODE          TO RECAUDA-SQLCODE
                GO TO FIN-APUNTAR-CUENTA
           END-EVALUATE.

           MOVE INSMOV-S-REF                   TO WK-APUNTE-REF.

           INITIALIZE                          AREA-ACTCTA-ENTRADA.
           MOVE WK-APUNTE-ID                   TO ACTCTA-E-ID-CTA.
           MOVE INSMOV-S-IMPT-APLICADO         TO ACTCTA-E-IMPORTE.

           CALL "ACTCTA"                       USING AREA-ACTCTA.

           IF   NOT ACTCTA-STAT-OK
           THEN SET RECAUDA-STAT-ERR-CARGO     TO TRUE
                MOVE ACTCTA-STAT               TO RECAUDA-S-STAT-CARGO
                MOVE ACTCTA-SQLCODE            TO RECAUDA-SQLCODE
           END-IF.

       FIN-APUNTAR-CUENTA.
           EXIT.

       HACER-COMMIT.
      *-------------
           EXEC SQL
                commit
           END-EXEC

           IF NOT SQL-SUCCESS
           THEN SET RECAUDA-STAT-ERR-SQL         TO TRUE
                MOVE SQLCODE                     TO RECAUDA-SQLCODE
           END-IF.

       FIN-HACER-COMMIT.
           EXIT.

       HACER-ROLLBACK.
      *---------------
           EXEC SQL
                rollback
           END-EXEC.

           IF NOT SQL-SUCCESS
           THEN MOVE SQLCODE                     TO RECAUDA-SQLCODE
                MOVE 'RECAUDA'                   TO LOGERR-E-PROGRAMA
                MOVE 'HACER-ROLLBACK'            TO LOGERR-E-PARRAFO
                MOVE RECAUDA-SQLCODE             TO LOGERR-E-SQLCODE
                MOVE SPACES                      TO LOGERR-E-SQLERRMC
                CALL 'LOGERR' USING AREA-LOGERR
           END-IF.

       FIN-HACER-ROLLBACK.
           EXIT.
