       01  AREA-RECAUDA.
           05  AREA-RECAUDA-ENTRADA.
               10  RECAUDA-E-ACC               PIC 9(01) VALUE 0.
      *            Cobro de un documento del cuaderno 60, validación
      *            del código de barras sin cobrar (para enseñar los
      *            datos antes de confirmar), reimpresión del
      *            justificante de un cobro y alta y baja de una
      *            emisora.
                   88  RECAUDA-E-ACC-COBRAR    VALUE 0.
                   88  RECAUDA-E-ACC-VALIDAR   VALUE 1.
                   88  RECAUDA-E-ACC-CONSULTAR VALUE 2.
                   88  RECAUDA-E-ACC-ALTA-EMISORA
                                               VALUE 3.
                   88  RECAUDA-E-ACC-BAJA-EMISORA
                                               VALUE 4.
      *        Cobro y validación: código de barras leído del
      *        documento, sólo dígitos.
      *        Modalidad 1 (recibos y liquidaciones), 42 dígitos:
      *        90502, emisora (6), referencia (12, las dos últimas
      *        son dígitos de control), identificación (10), importe
      *        en céntimos (8) y un cero.
      *        Modalidad 2 (autoliquidaciones), 44 dígitos: 90521,
      *        emisora (6), justificante (13, el último es el resto
      *        de los doce primeros entre 7), identificación (10) e
      *        importe en céntimos (10).
               10  RECAUDA-E-CODIGO-BARRAS     PIC X(50).
      *        Cobro: C cargo en cuenta, E efectivo en un cajón
      *        abierto; oficina del cobro en cuenta (el efectivo toma
      *        la del cajón).
               10  RECAUDA-E-CANAL             PIC X(01).
                   88  RECAUDA-E-CANAL-CUENTA  VALUE 'C'.
                   88  RECAUDA-E-CANAL-EFECTIVO
                                               VALUE 'E'.
                   88  RECAUDA-E-CANAL-OK      VALUES 'C' 'E'.
               10  RECAUDA-E-ID-CTA            PIC 9(10).
               10  RECAUDA-E-ID-CAJA           PIC 9(10).
               10  RECAUDA-E-OFICINA           PIC X(04).
      *        Cobro en cuenta: código de un solo uso devuelto por la
      *        primera llamada cuando el importe lo exige; en blanco
      *        la primera vez.
               10  RECAUDA-E-OTP               PIC X(06).
      *        Reimpresión: número del cobro.
               10  RECAUDA-E-ID-COBRO          PIC 9(10).
      *        Alta y baja: código de la emisora; en el alta, nombre,
      *        NIF, tipo (T tributos, R recibos), cuenta restringida
      *        de recaudación y cuenta de liquidación del organismo.
               10  RECAUDA-E-ID-EMISORA        PIC 9(06).
               10  RECAUDA-E-NOMBRE            PIC X(40).
               10  RECAUDA-E-NIF               PIC X(09).
               10  RECAUDA-E-TIPO              PIC X(01).
               10  RECAUDA-E-ID-CTA-RECAUDA    PIC 9(10).
               10  RECAUDA-E-IBAN              PIC X(24).
               10  RECAUDA-E-USUARIO           PIC X(30).
           05  AREA-RECAUDA-SALIDA.
      *        El documento descodificado y su emisora.
               10  RECAUDA-S-MODALIDAD         PIC X(01).
               10  RECAUDA-S-ID-EMISORA        PIC 9(06).
               10  RECAUDA-S-NOMBRE-EMISORA    PIC X(40).
               10  RECAUDA-S-TIPO-EMISORA      PIC X(01).
               10  RECAUDA-S-REFERENCIA        PIC X(13).
               10  RECAUDA-S-IDENTIFICACION    PIC X(10).
               10  RECAUDA-S-IMPORTE           PIC 9(08)V99.
      *        Cobro y reimpresión: el justificante.
               10  RECAUDA-S-ID-COBRO          PIC 9(10).
               10  RECAUDA-S-CANAL             PIC X(01).
               10  RECAUDA-S-ID-CTA            PIC 9(10).
               10  RECAUDA-S-ID-CAJA           PIC 9(10).
               10  RECAUDA-S-REF-CARGO         PIC 9(12).
               10  RECAUDA-S-NRC               PIC X(22).
               10  RECAUDA-S-FEC-COBRO         PIC X(08).
               10  RECAUDA-S-HORA-COBRO        PIC X(06).
               10  RECAUDA-S-OFICINA           PIC X(04).
               10  RECAUDA-S-ID-LIQUIDACION    PIC 9(10).
      *        Código generado para que el canal se lo haga llegar al
      *        cliente (STAT-OTP-REQUERIDO).
               10  RECAUDA-S-OTP               PIC X(06).
      *        Cargo rechazado: código de retorno de INSMOV, ACTCTA o
      *        CAJA.
               10  RECAUDA-S-STAT-CARGO        PIC S9(02).
               10  RECAUDA-SQLCODE             PIC S9(09) COMP-5.
               10  RECAUDA-STAT                PIC S9(02) VALUE 0.
                   88  RECAUDA-STAT-OK         VALUE 0.
                   88  RECAUDA-STAT-ERR-ACC    VALUE -1.
                   88  RECAUDA-STAT-ERR-DATOS  VALUE -2.
      *            Emisora o cobro que no existen.
                   88  RECAUDA-STAT-ENC-NO     VALUE -3.
      *            Código de barras mal formado o con los dígitos de
      *            control errados.
                   88  RECAUDA-STAT-ERR-CODIGO VALUE -4.
      *            La emisora está de baja.
                   88  RECAUDA-STAT-ERR-EMISORA
                                               VALUE -5.
      *            El documento ya está cobrado.
                   88  RECAUDA-STAT-YA-PAGADO  VALUE -6.
      *            INSMOV, ACTCTA o CAJA han rechazado el cargo o el
      *            abono (RECAUDA-S-STAT-CARGO).
                   88  RECAUDA-STAT-ERR-CARGO  VALUE -7.
      *            El cargo en cuenta espera al código de un solo uso
      *            (RECAUDA-S-OTP); no hay nada cobrado.
                   88  RECAUDA-STAT-OTP-REQUERIDO
                                               VALUE -8.
                   88  RECAUDA-STAT-ERR-SQL    VALUE -9.
      *            Alta de una emisora que ya existe.
                   88  RECAUDA-STAT-DUPLICADO  VALUE -10.
