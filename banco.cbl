      *    registrada: el fichero ya se proceso y se rechaza entero
      *    antes de volver a duplicar cada cliente y movimiento.
           88  STAT-ERR-FICH-DUPL        VALUE 41.
      *    Producto de cuenta o tarjeta inexistente o cuyas reglas de
      *    elegibilidad (edad, clase, importe maximo) no cumple el
      *    cliente, o producto ya retirado del catalogo.
           88  STAT-ERR-PRODUCTO         VALUE 42.
           88  STAT-ERR-PROD-RETIRADO    VALUE 43.
      *    Registro de poder de apoderado con NIF, alcance, importe o
      *    fechas erroneos, poder ya vencido o demasiados poderes en
      *    el bloque.
           88  STAT-ERR-PODER            VALUE 44.
      *    Registro de titular real con NIF, nombre, porcentaje,
      *    clase de control o fecha erroneos, en un bloque que no es
      *    de persona juridica o con demasiados titulares.
           88  STAT-ERR-TITREAL          VALUE 45.

      * Mensajes para los errores.
       01  WK-DESC-STAT.
      -                              'O O CADUCADO'.
           05 FILLER PIC X(50) VALUE 'EL FICHERO DE ENTRADA YA FUE PRO
      -                              'CESADO (HUELLA)'.
           05 FILLER PIC X(50) VALUE 'PRODUCTO INEXISTENTE O NO ELEGIB
      -                              'LE'.
           05 FILLER PIC X(50) VALUE 'PRODUCTO RETIRADO DEL CATALOGO'.
           05 FILLER PIC X(50) VALUE 'PODER DE APODERADO ERRONEO O VEN
      -                              'CIDO'.
           05 FILLER PIC X(50) VALUE 'TITULAR REAL ERRONEO O SIN PERSO
      -                              'NA JURIDICA'.

      * Atar los 45 errores a su correspondiente STAT-ERR con una tabla.
       01  WK-DESC-STAT-R                   REDEFINES WK-DESC-STAT.
           05  DESC-ERR-TABLA               PIC X(50) OCCURS 46 TIMES.
       
       01  DESC-ERR-INDICE                  PIC 9(02).
       
      *        Residencia fiscal autocertificada del cliente (pais,
      *        TIN y testigo de autocertificacion firmada).
               88  REG-TIPO-FISCAL           VALUE 08.
      *        Poder notarial de un apoderado de la persona juridica
      *        (escritura, alcance, tope y vencimiento); viaja dentro
      *        del bloque del cliente, tantos como apoderados tenga.
               88  REG-TIPO-PODER            VALUE 09.
      *        Titular real de la persona juridica (persona fisica
      *        que la posee o controla); viaja dentro del bloque del
      *        cliente, uno por titular.
               88  REG-TIPO-TITREAL          VALUE 10.
               88  REG-TIPO-TRAILER          VALUE 99.
           05  FILLER                        PIC X(81).

           05  REG-APODERADO-TIPO            PIC X(02).
           05  REG-APODERADO-NIF             PIC X(10).

      * Tipo registro poder de apoderado de la persona juridica del
      * bloque. El alcance es S (solidario), M (mancomunado) o P
      * (solo prestamos); importe maximo a cero es sin tope y
      * vencimiento a cero es poder indefinido.
       01  TIP-REG-PODER                     REDEFINES TIP-REG.
           05  REG-PODER-TIPO                PIC X(02).
           05  REG-PODER-NIF                 PIC X(10).
           05  REG-PODER-ESCRITURA           PIC X(20).
           05  REG-PODER-FEC-ESCR            PIC 9(08).
           05  REG-PODER-FEC-ESCR-X          REDEFINES
               REG-PODER-FEC-ESCR            PIC X(08).
           05  REG-PODER-ALCANCE             PIC X(01).
               88  REG-PODER-ALCANCE-OK      VALUES 'S' 'M' 'P'.
           05  REG-PODER-LIMITE              PIC S9(08)V99
                                             LEADING SEPARATE.
           05  REG-PODER-LIMITE-R            REDEFINES
               REG-PODER-LIMITE.
               10 REG-PODER-LIMITE-S         PIC X(01).
               10 REG-PODER-LIMITE-VAL       PIC X(10).
           05  REG-PODER-FEC-VENC            PIC 9(08).
           05  REG-PODER-FEC-VENC-X          REDEFINES
               REG-PODER-FEC-VENC            PIC X(08).
           05  REG-PODER-NOTARIO             PIC X(23).

      * Tipo registro titular real de la persona juridica del bloque.
      * Clase de control D (propiedad directa), I (indirecta), C
      * (control por otros medios) o A (administrador); fecha de
      * verificacion a cero es titular pendiente de verificar.
       01  TIP-REG-TITREAL                   REDEFINES TIP-REG.
           05  REG-TITREAL-TIPO              PIC X(02).
           05  REG-TITREAL-NIF               PIC X(10).
           05  REG-TITREAL-NOMBRE            PIC X(50).
           05  REG-TITREAL-PORCENTAJE        PIC 9(03)V99.
           05  REG-TITREAL-PORCENTAJE-X      REDEFINES
               REG-TITREAL-PORCENTAJE        PIC X(05).
           05  REG-TITREAL-CONTROL           PIC X(01).
               88  REG-TITREAL-CONTROL-OK    VALUES 'D' 'I' 'C' 'A'.
           05  REG-TITREAL-FEC-VERIF         PIC 9(08).
           05  REG-TITREAL-FEC-VERIF-X       REDEFINES
               REG-TITREAL-FEC-VERIF         PIC X(08).
           05  FILLER                        PIC X(07).

      * Tipo registro documento de identidad del cliente del bloque.
       01  TIP-REG-DOCUMENTO                 REDEFINES TIP-REG.
           05  REG-DOCUMENTO-TIPO            PIC X(02).
               10 REG-MOD-FEC-NAC-MM         PIC 9(02).
               10 REG-MOD-FEC-NAC-DD         PIC 9(02).

      * Fechas del sistema.
       01  WK-FECHAS.
           05  WK-FECHA-ACTUAL               PIC 9(06).
      *    Fecha de hoy completa y fecha de nacimiento tope de la
      *    mayoría de edad: quien nació después del tope aún no ha
      *    cumplido los dieciocho.
           05  WK-FECHA-HOY-8                PIC 9(08).
           05  WK-FEC-NAC-TOPE               PIC 9(08).
       
      * Objeto cliente. Usamos esta estructura para guardar en ella los
      * datos que vamos leyendo en los registros para así no perderlos
                   15  WK-CLIENTE-CRE-TAR    PIC S9(08)V99 
                                             LEADING SEPARATE.
                   15  WK-TARJETA-FEC        PIC 9(04).
                   15  WK-CLIENTE-MANDATO    PIC 9(12).
                   15  WK-CLIENTE-DIV-CTA    PIC X(03).
                   15  WK-CLIENTE-DIV-TAR    PIC X(03).
      * Producto del catalogo de la cuenta y de la tarjeta.
                   15  WK-CLIENTE-PROD-CTA   PIC X(06).
                   15  WK-CLIENTE-PROD-TAR   PIC X(06).

           05  WK-MOVIMIENTO-TABLA.
               10  WK-MOV-CONTADOR           PIC 9(02) VALUE 0.
                   15  WK-MOV-FEC            PIC 9(20).
                   15  WK-MOV-DIVISA         PIC X(03).

      * Poderes de los apoderados del bloque en curso (registros tipo
      * 09, y el apoderado del tipo 06 como poder solidario sin tope
      * si no trae registro de poder propio); se registran en PODERES
      * tras el alta.
           05  WK-PODER-TABLA.
               10  WK-PODER-CONTADOR         PIC 9(02) VALUE 0.
               10  WK-PODER                  OCCURS 5 TIMES.
                   15  WK-PODER-NIF          PIC X(10).
                   15  WK-PODER-ESCRITURA    PIC X(20).
                   15  WK-PODER-NOTARIO      PIC X(23).
                   15  WK-PODER-FEC-ESCR     PIC 9(08).
                   15  WK-PODER-ALCANCE      PIC X(01).
                   15  WK-PODER-LIMITE       PIC S9(08)V99
                                             LEADING SEPARATE.
                   15  WK-PODER-FEC-VENC     PIC 9(08).

      * Titulares reales de la persona juridica del bloque en curso
      * (registros tipo 10); se registran en TITREAL tras el alta.
           05  WK-TITREAL-TABLA.
               10  WK-TITREAL-CONTADOR       PIC 9(02) VALUE 0.
               10  WK-TITREAL                OCCURS 5 TIMES.
                   15  WK-TITREAL-NIF        PIC X(10).
                   15  WK-TITREAL-NOMBRE     PIC X(50).
                   15  WK-TITREAL-PORCENTAJE PIC 9(03)V99.
                   15  WK-TITREAL-CONTROL    PIC X(01).
                   15  WK-TITREAL-FEC-VERIF  PIC 9(08).

      * Variables auxiliares para buscar números de cuentas y contador.
       01  SW-ENCONTRADO                     PIC 9(01).
           88  ENCONTRADO-SI                 VALUE 1.

       01  WK-I                              PIC 9(02).

      * Maximo de poderes por bloque y subindice para recorrerlos.
       01  WK-CTE-PODERES-MAX                PIC 9(02) VALUE 5.
       01  WK-POD-I                          PIC 9(02).

      * Maximo de titulares reales por bloque y subindice.
       01  WK-CTE-TITREAL-MAX                PIC 9(02) VALUE 5.
       01  WK-TIT-I                          PIC 9(02).

      * Cantidad de registros de cliente físicamente leídos del fiche-
      * ro, para contrastarla contra el contador que trae el trailer.
       01  WK-CONTADOR-CLIENTES              PIC 9(06) VALUE 0.
           05  WK-NUM-TARJETA-AUX-G3         PIC 9(04).
           05  WK-NUM-TARJETA-AUX-G4         PIC 9(04).

      * Formateo de número de tarjeta con espacios para DISPLAY,
      * enmascarado: sólo se ven los seis primeros y los cuatro
      * últimos dígitos.
       01  WK-NUM-TARJETA-SEPARADA.
           05  WK-NUM-TARJETA-SEP-G1         PIC 9(04).
           05  FILLER                        PIC X(01) VALUE ' '.
           05  WK-NUM-TARJETA-SEP-G2         PIC X(04).
           05  FILLER                        PIC X(01) VALUE ' '.
           05  WK-NUM-TARJETA-SEP-G3         PIC X(04).
           05  FILLER                        PIC X(01) VALUE ' '.
           05  WK-NUM-TARJETA-SEP-G4         PIC 9(04).
      

           COPY 'altacliente.cpy'.
           COPY 'modcliente.cpy'.
           COPY 'poderes.cpy'.
           COPY 'titreal.cpy'.

      *    Sesión propia de BANCO contra la base de datos: ALTACLIENTE
      *    y MODCLIENTE abren y cierran la suya por cada cliente, pero
           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

       01  WK-DATASOURCE                      PIC X(50) VALUE
                                              'edu/banco@bancoDS'.
           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM SONDEAR-CONEXION       THRU
                        FIN-SONDEAR-CONEXION
                IF   STAT-OK
                THEN PERFORM REGISTRAR-INFORME  THRU
                             FIN-REGISTRAR-INFORME
                END-IF
                PERFORM REGISTRAR-FIN-BATCH    THRU
                        FIN-REGISTRAR-FIN-BATCH
           END-IF.
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) los
      *    ficheros de salida de la ejecución, para que DISTINFORM
      *    los reparta a sus destinatarios y los purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'BANCO'                         TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHRCH-NOMBRE               TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** BANCO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHRCH-NOMBRE ']'
           END-IF.

           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'BANCO'                         TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHPDTE-NOMBRE              TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** BANCO REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHPDTE-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                         AREA-CONEXMDB-ENTRADA.
                IF STAT-OK
                THEN
                   MOVE REG-APODERADO-NIF   TO WK-CLIENTE-NIF-APODERADO
                   PERFORM CARGAR-APODERADO THRU FIN-CARGAR-APODERADO
                END-IF

      *    Los titulares reales tampoco cambian de estado.
           WHEN REG-TIPO-TITREAL
                SET AFD-STAT-Q1             TO TRUE
                PERFORM VALIDAR-TITREAL     THRU FIN-VALIDAR-TITREAL
                IF STAT-OK
                THEN
                   PERFORM CARGAR-TITREAL   THRU FIN-CARGAR-TITREAL
                END-IF

      *    Los poderes de los apoderados tampoco cambian de estado.
           WHEN REG-TIPO-PODER
                SET AFD-STAT-Q1             TO TRUE
                PERFORM VALIDAR-PODER       THRU FIN-VALIDAR-PODER
                IF STAT-OK
                THEN
                   PERFORM CARGAR-PODER     THRU FIN-CARGAR-PODER
                END-IF

      *    El documento de identidad del cliente del bloque tampoco
       FIN-VALIDAR-APODERADO.
           EXIT.

      * El poder tiene que ser de una persona real (NIF con su letra
      * de control), con alcance conocido, importe maximo valido,
      * fecha de escritura real y, si vence, un vencimiento real
      * posterior a la escritura y todavia no pasado.
       VALIDAR-PODER.
      *--------------
           IF   REG-PODER-NIF = ALL SPACES
                OR NOT REG-PODER-ALCANCE-OK
                OR REG-PODER-FEC-ESCR-X IS NOT NUMERIC
                OR REG-PODER-FEC-ESCR = ZEROES
                OR REG-PODER-FEC-VENC-X IS NOT NUMERIC
                OR REG-PODER-LIMITE-S IS NOT = ("+" AND " ")
                OR REG-PODER-LIMITE-VAL IS NOT NUMERIC
           THEN SET STAT-ERR-PODER            TO TRUE
                GO TO FIN-VALIDAR-PODER
           END-IF.

           MOVE REG-PODER-NIF                 TO WK-NIF-ENTRADA.
           PERFORM VALIDAR-NIF-DIGITO         THRU
                   FIN-VALIDAR-NIF-DIGITO.
           IF   NIF-DIGITO-ERR
           THEN SET STAT-ERR-PODER            TO TRUE
                GO TO FIN-VALIDAR-PODER
           END-IF.

           MOVE REG-PODER-FEC-ESCR(1:4)       TO WK-CAL-ANO.
           MOVE REG-PODER-FEC-ESCR(5:2)       TO WK-CAL-MES.
           MOVE REG-PODER-FEC-ESCR(7:2)       TO WK-CAL-DIA.
           PERFORM VALIDAR-CALENDARIO         THRU
                   FIN-VALIDAR-CALENDARIO.
           IF   CAL-FECHA-ERR
                OR REG-PODER-FEC-ESCR > WK-FECHA-HOY-8
           THEN SET STAT-ERR-PODER            TO TRUE
                GO TO FIN-VALIDAR-PODER
           END-IF.

           IF   REG-PODER-FEC-VENC = ZEROES
           THEN GO TO FIN-VALIDAR-PODER
           END-IF.

           MOVE REG-PODER-FEC-VENC(1:4)       TO WK-CAL-ANO.
           MOVE REG-PODER-FEC-VENC(5:2)       TO WK-CAL-MES.
           MOVE REG-PODER-FEC-VENC(7:2)       TO WK-CAL-DIA.
           PERFORM VALIDAR-CALENDARIO         THRU
                   FIN-VALIDAR-CALENDARIO.
           IF   CAL-FECHA-ERR
                OR REG-PODER-FEC-VENC < REG-PODER-FEC-ESCR
                OR REG-PODER-FEC-VENC < WK-FECHA-HOY-8
           THEN SET STAT-ERR-PODER            TO TRUE
           END-IF.

       FIN-VALIDAR-PODER.
           EXIT.

      * Solo una persona juridica tiene titulares reales. El titular
      * es una persona fisica con NIF/NIE valido y nombre, con un
      * porcentaje no mayor del 100%, una clase de control conocida
      * y, si viene verificado, una fecha real y no futura.
       VALIDAR-TITREAL.
      *----------------
           IF   NOT CLASE-ENT-JURIDICA
                OR REG-TITREAL-NIF = ALL SPACES
                OR REG-TITREAL-NOMBRE = ALL SPACES
                OR REG-TITREAL-PORCENTAJE-X IS NOT NUMERIC
                OR REG-TITREAL-PORCENTAJE > 100
                OR NOT REG-TITREAL-CONTROL-OK
                OR REG-TITREAL-FEC-VERIF-X IS NOT NUMERIC
                OR REG-TITREAL-FEC-VERIF > WK-FECHA-HOY-8
                OR WK-TITREAL-CONTADOR NOT < WK-CTE-TITREAL-MAX
           THEN SET STAT-ERR-TITREAL          TO TRUE
                GO TO FIN-VALIDAR-TITREAL
           END-IF.

           MOVE REG-TITREAL-NIF               TO WK-NIF-ENTRADA.
           PERFORM VALIDAR-NIF-DIGITO         THRU
                   FIN-VALIDAR-NIF-DIGITO.
           IF   NIF-DIGITO-ERR
           THEN SET STAT-ERR-TITREAL          TO TRUE
                GO TO FIN-VALIDAR-TITREAL
           END-IF.

           IF   REG-TITREAL-FEC-VERIF = ZEROES
           THEN GO TO FIN-VALIDAR-TITREAL
           END-IF.

           MOVE REG-TITREAL-FEC-VERIF(1:4)    TO WK-CAL-ANO.
           MOVE REG-TITREAL-FEC-VERIF(5:2)    TO WK-CAL-MES.
           MOVE REG-TITREAL-FEC-VERIF(7:2)    TO WK-CAL-DIA.
           PERFORM VALIDAR-CALENDARIO         THRU
                   FIN-VALIDAR-CALENDARIO.
           IF   CAL-FECHA-ERR
           THEN SET STAT-ERR-TITREAL          TO TRUE
           END-IF.

       FIN-VALIDAR-TITREAL.
           EXIT.

      * El documento de identidad debe traer numero y una fecha de
      * caducidad real del calendario.
       VALIDAR-DOCUMENTO.
       FIN-VALIDAR-MOVIMIENTO.
           EXIT.

       CARGAR-CLIENTE.
      *---------------
           MOVE REG-CLIENTE-NOMBRE      TO WK-CLIENTE-NOMBRE.
                MOVE REG-TARJETA-FEC
                TO WK-TARJETA-FEC(WK-CUE-TAR-CONTADOR)

                MOVE REG-CUENTA-AUT
                TO SW-CLIENTE-RLN-CTA(WK-CUE-TAR-CONTADOR)

                ELSE MOVE REG-TARJETA-DIVISA
                     TO WK-CLIENTE-DIV-TAR(WK-CUE-TAR-CONTADOR)
                END-IF

      *         El registro de cuenta no trae producto: se asigna el
      *         de la clase del cliente (cuenta de empresa para las
      *         personas juridicas) y el de la tarjeta segun lleve o
      *         no credito concedido.
                IF   CLASE-ENT-JURIDICA
                THEN MOVE 'CTAEMP'
                     TO WK-CLIENTE-PROD-CTA(WK-CUE-TAR-CONTADOR)
                ELSE MOVE 'CTACOR'
                     TO WK-CLIENTE-PROD-CTA(WK-CUE-TAR-CONTADOR)
                END-IF

                IF   REG-TARJETA-CREDITO IS NUMERIC
                AND  REG-TARJETA-CREDITO > ZERO
                THEN MOVE 'TARCRE'
                     TO WK-CLIENTE-PROD-TAR(WK-CUE-TAR-CONTADOR)
                ELSE MOVE 'TARDEB'
                     TO WK-CLIENTE-PROD-TAR(WK-CUE-TAR-CONTADOR)
                END-IF
            ELSE SET STAT-ERR-CTA-MAX TO TRUE
           END-IF.

       FIN-APLICAR-DOCUMENTO.
           EXIT.

      * El apoderado del registro tipo 06 queda como poder solidario
      * sin tope ni vencimiento, con la fecha de carga como fecha de
      * escritura, mientras el bloque no traiga su registro de poder.
       CARGAR-APODERADO.
      *-----------------
           MOVE REG-APODERADO-NIF             TO WK-NIF-ENTRADA.
           PERFORM BUSCAR-PODER               THRU FIN-BUSCAR-PODER.
           IF   ENCONTRADO-SI
           THEN GO TO FIN-CARGAR-APODERADO
           END-IF.

           IF   WK-PODER-CONTADOR NOT < WK-CTE-PODERES-MAX
           THEN SET STAT-ERR-PODER            TO TRUE
                GO TO FIN-CARGAR-APODERADO
           END-IF.

           ADD  1                             TO WK-PODER-CONTADOR.
           MOVE WK-PODER-CONTADOR             TO WK-POD-I.
           MOVE REG-APODERADO-NIF             TO WK-PODER-NIF(WK-POD-I).
           MOVE SPACES                        TO
                WK-PODER-ESCRITURA(WK-POD-I)
                WK-PODER-NOTARIO(WK-POD-I).
           MOVE WK-FECHA-HOY-8                TO
                WK-PODER-FEC-ESCR(WK-POD-I).
           MOVE 'S'                           TO
                WK-PODER-ALCANCE(WK-POD-I).
           MOVE ZERO                          TO
                WK-PODER-LIMITE(WK-POD-I)
                WK-PODER-FEC-VENC(WK-POD-I).

       FIN-CARGAR-APODERADO.
           EXIT.

      * Un registro tipo 09 de un apoderado ya cargado (por su tipo
      * 06) sustituye a aquel; si no, ocupa un hueco nuevo. El primer
      * apoderado con poder es tambien el firmante del alta.
       CARGAR-PODER.
      *-------------
           IF   WK-CLIENTE-NIF-APODERADO = SPACES
           THEN MOVE REG-PODER-NIF            TO
                     WK-CLIENTE-NIF-APODERADO
           END-IF.

           MOVE REG-PODER-NIF                 TO WK-NIF-ENTRADA.
           PERFORM BUSCAR-PODER               THRU FIN-BUSCAR-PODER.
           IF   ENCONTRADO-NO
           THEN IF   WK-PODER-CONTADOR NOT < WK-CTE-PODERES-MAX
                THEN SET STAT-ERR-PODER       TO TRUE
                     GO TO FIN-CARGAR-PODER
                END-IF
                ADD  1                        TO WK-PODER-CONTADOR
                MOVE WK-PODER-CONTADOR        TO WK-POD-I
           END-IF.

           MOVE REG-PODER-NIF                 TO WK-PODER-NIF(WK-POD-I).
           MOVE REG-PODER-ESCRITURA           TO
                WK-PODER-ESCRITURA(WK-POD-I).
           MOVE REG-PODER-NOTARIO             TO
                WK-PODER-NOTARIO(WK-POD-I).
           MOVE REG-PODER-FEC-ESCR            TO
                WK-PODER-FEC-ESCR(WK-POD-I).
           MOVE REG-PODER-ALCANCE             TO
                WK-PODER-ALCANCE(WK-POD-I).
           MOVE REG-PODER-LIMITE              TO
                WK-PODER-LIMITE(WK-POD-I).
           MOVE REG-PODER-FEC-VENC            TO
                WK-PODER-FEC-VENC(WK-POD-I).

       FIN-CARGAR-PODER.
           EXIT.

      * Busca en los poderes del bloque el NIF de WK-NIF-ENTRADA; si
      * lo encuentra deja WK-POD-I apuntando a el.
       BUSCAR-PODER.
      *-------------
           SET  ENCONTRADO-NO                 TO TRUE.
           MOVE 1                             TO WK-POD-I.

       BUSCAR-PODER-SIG.
           IF   WK-POD-I > WK-PODER-CONTADOR
           THEN GO TO FIN-BUSCAR-PODER
           END-IF.
           IF   WK-PODER-NIF(WK-POD-I) = WK-NIF-ENTRADA
           THEN SET ENCONTRADO-SI             TO TRUE
                GO TO FIN-BUSCAR-PODER
           END-IF.
           ADD  1                             TO WK-POD-I.
           GO TO BUSCAR-PODER-SIG.

       FIN-BUSCAR-PODER.
           EXIT.

       CARGAR-TITREAL.
      *---------------
           ADD  1                             TO WK-TITREAL-CONTADOR.
           MOVE WK-TITREAL-CONTADOR           TO WK-TIT-I.
           MOVE REG-TITREAL-NIF               TO
                WK-TITREAL-NIF(WK-TIT-I).
           MOVE REG-TITREAL-NOMBRE            TO
                WK-TITREAL-NOMBRE(WK-TIT-I).
           MOVE REG-TITREAL-PORCENTAJE        TO
                WK-TITREAL-PORCENTAJE(WK-TIT-I).
           MOVE REG-TITREAL-CONTROL           TO
                WK-TITREAL-CONTROL(WK-TIT-I).
           MOVE REG-TITREAL-FEC-VERIF         TO
                WK-TITREAL-FEC-VERIF(WK-TIT-I).

       FIN-CARGAR-TITREAL.
           EXIT.

      * Los titulares reales del bloque se registran contra la
      * persona juridica recien dada de alta. TITREAL los criba
      * contra la lista de sanciones/PEP: una coincidencia se graba
      * señalada y aqui solo se avisa; la revisa cumplimiento.
       APLICAR-TITREAL.
      *----------------
           INITIALIZE                         AREA-TITREAL.
           SET  TITREAL-E-ACC-ALTA            TO TRUE.
           MOVE WK-CLIENTE-NIF                TO TITREAL-E-NIF-CLIENTE.
           MOVE WK-TITREAL-NIF(WK-TIT-I)      TO TITREAL-E-NIF.
           MOVE WK-TITREAL-NOMBRE(WK-TIT-I)   TO TITREAL-E-NOM.
           MOVE WK-TITREAL-PORCENTAJE(WK-TIT-I)
                                              TO TITREAL-E-PORCENTAJE.
           MOVE WK-TITREAL-CONTROL(WK-TIT-I)  TO
                TITREAL-E-TIPO-CONTROL.
           MOVE WK-TITREAL-FEC-VERIF(WK-TIT-I)
                                              TO TITREAL-E-FEC-VERIF.

           CALL "TITREAL"                     USING AREA-TITREAL.

           EVALUATE TRUE
           WHEN TITREAL-STAT-OK
                CONTINUE
           WHEN TITREAL-STAT-SANCION
                DISPLAY '*** AVISO *** BANCO: TITULAR REAL ['
                        WK-TITREAL-NIF(WK-TIT-I) '] DE ['
                        WK-CLIENTE-NIF '] EN LISTA DE SANCIONES/PEP'
           WHEN OTHER
                DISPLAY '*** AVISO *** BANCO APLICAR-TITREAL: NO SE'
                DISPLAY 'PUDO GRABAR EL TITULAR REAL ['
                        WK-TITREAL-NIF(WK-TIT-I) '], STAT ['
                        TITREAL-STAT ']'
           END-EVALUATE.

       FIN-APLICAR-TITREAL.
           EXIT.

      * Los poderes del bloque se registran contra el cliente recien
      * dado de alta; un fallo no deshace el alta, queda avisado para
      * que se grabe a mano por el menu.
       APLICAR-PODER.
      *--------------
           INITIALIZE                         AREA-PODERES.
           SET  PODERES-E-ACC-ALTA            TO TRUE.
           MOVE WK-CLIENTE-NIF                TO PODERES-E-NIF-CLIENTE.
           MOVE WK-PODER-NIF(WK-POD-I)        TO
                PODERES-E-NIF-APODERADO.
           MOVE WK-PODER-ESCRITURA(WK-POD-I)  TO
                PODERES-E-NUM-ESCRITURA.
           MOVE WK-PODER-NOTARIO(WK-POD-I)    TO PODERES-E-NOTARIO.
           MOVE WK-PODER-FEC-ESCR(WK-POD-I)   TO
                PODERES-E-FEC-ESCRITURA.
           MOVE WK-PODER-ALCANCE(WK-POD-I)    TO PODERES-E-ALCANCE.
           MOVE WK-PODER-LIMITE(WK-POD-I)     TO PODERES-E-LIMITE.
           MOVE WK-PODER-FEC-VENC(WK-POD-I)   TO PODERES-E-FEC-VENC.

           CALL "PODERES"                     USING AREA-PODERES.

           IF   NOT PODERES-STAT-OK
           THEN DISPLAY '*** AVISO *** BANCO APLICAR-PODER: NO SE'
                DISPLAY 'PUDO GRABAR EL PODER DE ['
                        WK-PODER-NIF(WK-POD-I) '], STAT ['
                        PODERES-STAT ']'
           END-IF.

       FIN-APLICAR-PODER.
           EXIT.

      * La residencia fiscal del registro tipo 08 se estampa sobre
      * el cliente recien dado de alta, con la misma mecanica que el
      * documento de identidad.
      *-------------------
           MOVE WK-NUM-TARJETA-AUX-G1    TO WK-NUM-TARJETA-SEP-G1.
           MOVE WK-NUM-TARJETA-AUX-G2    TO WK-NUM-TARJETA-SEP-G2.
           MOVE '**'                     TO WK-NUM-TARJETA-SEP-G2(3:2).
           MOVE '****'                   TO WK-NUM-TARJETA-SEP-G3.
           MOVE WK-NUM-TARJETA-AUX-G4    TO WK-NUM-TARJETA-SEP-G4.

       FIN-FORMAT-NUM-TARJETA.
                MOVE    WK-CLIENTE-CRE-TAR(WK-I) TO WK-TAR-CRED-FMT
                DISPLAY 'CRÉDITO          [' WK-TAR-CRED-FMT ']'
                DISPLAY 'FECHA TARJETA    [' WK-TARJETA-FEC-MA ']'
                END-IF

           END-PERFORM.
              MOVE WK-CLIENTE-NUM-TAR(WK-I)  TO ALTACLI-NUM-TAR(WK-I)
              MOVE WK-CLIENTE-CRE-TAR(WK-I)  TO ALTACLI-CRE-TAR(WK-I)
              MOVE WK-TARJETA-FEC(WK-I)      TO ALTACLI-FEC-TAR(WK-I)
              MOVE WK-CLIENTE-MANDATO(WK-I)  TO ALTACLI-MANDATO(WK-I)
              MOVE WK-CLIENTE-DIV-CTA(WK-I)  TO ALTACLI-DIV-CTA(WK-I)
              MOVE WK-CLIENTE-DIV-TAR(WK-I)  TO ALTACLI-DIV-TAR(WK-I)
              MOVE WK-CLIENTE-PROD-CTA(WK-I) TO ALTACLI-PROD-CTA(WK-I)
              MOVE WK-CLIENTE-PROD-TAR(WK-I) TO ALTACLI-PROD-TAR(WK-I)
           END-PERFORM.

      *    Datos de movimiento.
                             WK-CLIENTE-NIF '] SIN AUTOCERTIFICACION'
                             ' FISCAL'
                END-IF
                PERFORM APLICAR-PODER      THRU FIN-APLICAR-PODER
                        VARYING WK-POD-I FROM 1 BY 1
                        UNTIL WK-POD-I > WK-PODER-CONTADOR
                PERFORM APLICAR-TITREAL    THRU FIN-APLICAR-TITREAL
                        VARYING WK-TIT-I FROM 1 BY 1
                        UNTIL WK-TIT-I > WK-TITREAL-CONTADOR
                PERFORM GRABAR-CHECKPOINT  THRU FIN-GRABAR-CHECKPOINT

           WHEN ALTACLI-STAT-ERR-NIF
           WHEN ALTACLI-STAT-ERR-SANCION
                SET STAT-ERR-SANCION       TO TRUE

           WHEN ALTACLI-STAT-ERR-PRODUCTO
                SET STAT-ERR-PRODUCTO      TO TRUE

           WHEN ALTACLI-STAT-ERR-PROD-RETIRADO
                SET STAT-ERR-PROD-RETIRADO TO TRUE

           WHEN OTHER
                SET STAT-ERR-ALTA-SQL      TO TRUE
           END-EVALUATE.
