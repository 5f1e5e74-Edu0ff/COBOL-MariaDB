       01  AREA-PREPAGO.
           05  AREA-PREPAGO-ENTRADA.
               10  PREPAGO-E-ACC               PIC 9(01) VALUE 0.
      *            Emisión de una tarjeta prepago, carga de saldo,
      *            descarga (reembolso) de saldo, consulta y
      *            caducidad con devolución del sobrante.
                   88  PREPAGO-E-ACC-EMITIR    VALUE 0.
                   88  PREPAGO-E-ACC-CARGAR    VALUE 1.
                   88  PREPAGO-E-ACC-DESCARGAR VALUE 2.
                   88  PREPAGO-E-ACC-CONSULTAR VALUE 3.
                   88  PREPAGO-E-ACC-CADUCAR   VALUE 4.
      *        Tarjeta (todas las acciones salvo la emisión).
               10  PREPAGO-E-ID-TAR            PIC 9(10).
      *        Emisión: titular (a cero, tarjeta anónima), plástico
      *        (número, caducidad MMAA, CCV), divisa y producto, como
      *        en INSTAR.
               10  PREPAGO-E-ID-CLI            PIC 9(10).
               10  PREPAGO-E-NUM               PIC X(16).
               10  PREPAGO-E-FEC               PIC 9(04).
               10  PREPAGO-E-CCV               PIC X(03).
               10  PREPAGO-E-DIVISA            PIC X(03).
               10  PREPAGO-E-PRODUCTO          PIC X(06).
      *        Emisión: R regalo, V viaje, E gastos de empresa, S
      *        ayuda social; las dos últimas piden la empresa o
      *        entidad que las carga.
               10  PREPAGO-E-MODALIDAD         PIC X(01).
               10  PREPAGO-E-ID-EMPRESA        PIC 9(10).
      *        Emisión: cuenta a la que se devuelve el sobrante al
      *        caducar. Carga y descarga desde/hacia cuenta: la cuenta
      *        que se carga o se abona.
               10  PREPAGO-E-ID-CTA            PIC 9(10).
      *        Emisión: oficina que entrega la tarjeta anónima.
               10  PREPAGO-E-OFICINA           PIC X(04).
      *        Carga y descarga: importe; en la descarga, a cero se
      *        reembolsa todo el saldo.
               10  PREPAGO-E-IMPORTE           PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Carga y descarga: de dónde viene o a dónde va el
      *        dinero. C cuenta, E efectivo en caja (la contrapartida
      *        la etiqueta CAJA a su cajón), L lote de una empresa
      *        (CARGAPRE, la cuenta es la de la empresa).
               10  PREPAGO-E-ORIGEN            PIC X(01).
                   88  PREPAGO-E-ORIGEN-CUENTA VALUE 'C'.
                   88  PREPAGO-E-ORIGEN-EFECTIVO
                                               VALUE 'E'.
                   88  PREPAGO-E-ORIGEN-LOTE   VALUE 'L'.
                   88  PREPAGO-E-ORIGEN-OK     VALUES 'C' 'E' 'L'.
               10  PREPAGO-E-USUARIO           PIC X(30).
           05  AREA-PREPAGO-SALIDA.
      *        La tarjeta como queda.
               10  PREPAGO-S-ID-TAR            PIC 9(10).
               10  PREPAGO-S-SALDO             PIC S9(08)V99
                                               LEADING SEPARATE.
               10  PREPAGO-S-ESTADO            PIC X(01).
               10  PREPAGO-S-ANONIMA           PIC X(01).
               10  PREPAGO-S-MODALIDAD         PIC X(01).
               10  PREPAGO-S-ID-EMPRESA        PIC 9(10).
               10  PREPAGO-S-CTA-DEVOLUCION    PIC 9(10).
               10  PREPAGO-S-FEC-CADUCIDAD     PIC X(08).
      *        Cargado en el mes en curso y límites que le aplican
      *        (saldo máximo y carga máxima en el mes; a cero, sin
      *        tope mensual).
               10  PREPAGO-S-CARGADO-MES       PIC S9(08)V99
                                               LEADING SEPARATE.
               10  PREPAGO-S-LIMITE-SALDO      PIC 9(08)V99.
               10  PREPAGO-S-LIMITE-MES        PIC 9(08)V99.
      *        Carga, descarga y caducidad: referencia del movimiento
      *        de la tarjeta, importe movido y, en la caducidad,
      *        destino del sobrante (C cuenta, T transitoria) y
      *        partida de la transitoria.
               10  PREPAGO-S-REF               PIC 9(12).
               10  PREPAGO-S-IMPORTE           PIC S9(08)V99
                                               LEADING SEPARATE.
               10  PREPAGO-S-DESTINO           PIC X(01).
               10  PREPAGO-S-ID-PARTIDA        PIC 9(10).
      *        Emisión rechazada por INSTAR: su código de retorno.
               10  PREPAGO-S-INSTAR-STAT       PIC S9(02).
               10  PREPAGO-SQLCODE             PIC S9(09) COMP-5.
               10  PREPAGO-STAT                PIC S9(02) VALUE 0.
                   88  PREPAGO-STAT-OK         VALUE 0.
                   88  PREPAGO-STAT-ERR-ACC    VALUE -1.
      *            Datos de entrada incompletos o incoherentes (también
      *            la emisión que INSTAR rechaza).
                   88  PREPAGO-STAT-ERR-DATOS  VALUE -2.
      *            La tarjeta no existe o no es prepago; titular,
      *            empresa o cuenta inexistentes.
                   88  PREPAGO-STAT-ENC-NO     VALUE -3.
      *            Tarjeta de baja, bloqueada, en revisión, sin
      *            activar o caducada para lo que se pide; cuenta que
      *            no está activa.
                   88  PREPAGO-STAT-ERR-ESTADO VALUE -4.
      *            La carga rebasaría el saldo máximo o lo cargable en
      *            el mes, o el reembolso en efectivo de una anónima
      *            pasa de lo permitido.
                   88  PREPAGO-STAT-ERR-LIMITE VALUE -5.
      *            INSMOV o ACTCTA/ACTTAR han rechazado el apunte.
                   88  PREPAGO-STAT-ERR-POSTEO VALUE -6.
                   88  PREPAGO-STAT-ERR-SQL    VALUE -7.
      *            La empresa no es titular de la cuenta, o la tarjeta
      *            no es de la empresa que manda el lote.
                   88  PREPAGO-STAT-ERR-EMPRESA
                                               VALUE -8.
      *            Descarga de más de lo que hay en la tarjeta.
                   88  PREPAGO-STAT-ERR-SALDO  VALUE -9.
