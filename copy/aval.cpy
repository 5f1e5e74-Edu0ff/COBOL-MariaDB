       01  AREA-AVAL.
           05  AREA-AVAL-ENTRADA.
               10  AVAL-E-ACC                  PIC 9(01) VALUE 0.
      *            Emisión de un aval, ejecución a petición del
      *            beneficiario, cancelación cuando el beneficiario lo
      *            libera y consulta.
                   88  AVAL-E-ACC-ALTA         VALUE 0.
                   88  AVAL-E-ACC-EJECUTAR     VALUE 1.
                   88  AVAL-E-ACC-CANCELAR     VALUE 2.
                   88  AVAL-E-ACC-CONSULTAR    VALUE 3.
      *        Aval sobre el que se actúa (ejecución, cancelación y
      *        consulta).
               10  AVAL-E-ID-AVAL              PIC 9(10).
      *        Alta: NIF del ordenante, su cuenta de contragarantía
      *        (de la que tiene que ser titular o cotitular), el
      *        beneficiario, importe y divisa (en blanco, la de la
      *        cuenta), vencimiento AAAAMMDD, tipo (L licitación,
      *        A alquiler, P proveedor, O otros) y comisiones de
      *        emisión y de riesgo anual en tanto por uno.
               10  AVAL-E-NIF                  PIC X(10).
               10  AVAL-E-ID-CTA               PIC 9(10).
               10  AVAL-E-NOM-BENEFICIARIO     PIC X(40).
               10  AVAL-E-NIF-BENEFICIARIO     PIC X(20).
      *        Alta: importe del aval. Ejecución: importe que reclama
      *        el beneficiario (a cero, el aval entero).
               10  AVAL-E-IMPORTE              PIC S9(08)V99
                                               LEADING SEPARATE.
               10  AVAL-E-DIVISA               PIC X(03).
               10  AVAL-E-FEC-VENCIMIENTO      PIC X(08).
               10  AVAL-E-TIPO                 PIC X(01).
               10  AVAL-E-PCT-EMISION          PIC 9(01)V9(04).
               10  AVAL-E-PCT-RIESGO           PIC 9(01)V9(04).
               10  AVAL-E-USUARIO              PIC X(30).
           05  AREA-AVAL-SALIDA.
               10  AVAL-S-ID-AVAL              PIC 9(10).
      *        Comisión de emisión cargada en el alta.
               10  AVAL-S-COMISION             PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Ejecución: 'S' si se ha podido cargar al cliente; si
      *        no, lo que queda pendiente para LIQAVAL.
               10  AVAL-S-COBRADO              PIC X(01).
                   88  AVAL-S-COBRADO-SI       VALUE 'S'.
                   88  AVAL-S-COBRADO-NO       VALUE 'N'.
      *        Consulta (y alta y ejecución): datos del aval.
               10  AVAL-S-NIF                  PIC X(10).
               10  AVAL-S-ID-CTA               PIC 9(10).
               10  AVAL-S-NOM-BENEFICIARIO     PIC X(40).
               10  AVAL-S-NIF-BENEFICIARIO     PIC X(20).
               10  AVAL-S-IMPORTE              PIC S9(08)V99
                                               LEADING SEPARATE.
               10  AVAL-S-DIVISA               PIC X(03).
               10  AVAL-S-FEC-EMISION          PIC X(08).
               10  AVAL-S-FEC-VENCIMIENTO      PIC X(08).
               10  AVAL-S-TIPO                 PIC X(01).
               10  AVAL-S-PCT-EMISION          PIC 9(01)V9(04).
               10  AVAL-S-PCT-RIESGO           PIC 9(01)V9(04).
               10  AVAL-S-FEC-ULT-LIQ          PIC X(08).
               10  AVAL-S-ESTADO               PIC X(01).
               10  AVAL-S-FEC-CANCELACION      PIC X(08).
               10  AVAL-S-FEC-EJECUCION        PIC X(08).
               10  AVAL-S-IMPORTE-EJECUTADO    PIC S9(08)V99
                                               LEADING SEPARATE.
               10  AVAL-S-IMPORTE-PENDIENTE    PIC S9(08)V99
                                               LEADING SEPARATE.
               10  AVAL-S-IMPORTE-MORA         PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Grupo económico de los titulares de la cuenta (cero
      *        si no están en ninguno), su riesgo vivo antes del alta
      *        y su límite aprobado. Si el grupo sólo avisa al
      *        pasarse del límite, el aval se emite igual y
      *        AVAL-S-AVISO-GRUPO queda a 'S'.
               10  AVAL-S-ID-GRUPO             PIC 9(10).
               10  AVAL-S-RIESGO-GRUPO         PIC S9(11)V99
                                               LEADING SEPARATE.
               10  AVAL-S-LIMITE-GRUPO         PIC S9(11)V99
                                               LEADING SEPARATE.
               10  AVAL-S-AVISO-GRUPO          PIC X(01).
                   88  AVAL-S-AVISO-GRUPO-SI   VALUE 'S'.
               10  AVAL-SQLCODE                PIC S9(09) COMP-5.
               10  AVAL-STAT                   PIC S9(01) VALUE 0.
                   88  AVAL-STAT-OK            VALUE 0.
                   88  AVAL-STAT-ERR-ACC       VALUE -1.
                   88  AVAL-STAT-ERR-DATOS     VALUE -2.
      *            Cliente, cuenta o aval inexistente.
                   88  AVAL-STAT-ENC-NO        VALUE -3.
      *            El ordenante no es titular ni cotitular de la
      *            cuenta de contragarantía.
                   88  AVAL-STAT-ERR-TITULAR   VALUE -4.
      *            Cuenta que no está de alta, o aval que no está vivo
      *            para ejecutarlo o cancelarlo.
                   88  AVAL-STAT-ERR-ESTADO    VALUE -5.
      *            INSMOV o ACTCTA han rechazado el cargo de la
      *            comisión de emisión.
                   88  AVAL-STAT-ERR-APUNTE    VALUE -6.
                   88  AVAL-STAT-ERR-SQL       VALUE -7.
      *            El aval pasaría el límite de riesgo del grupo
      *            económico y el grupo bloquea las operaciones que
      *            lo pasan.
                   88  AVAL-STAT-LIMITE-GRUPO  VALUE -8.
