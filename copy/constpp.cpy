       01  AREA-CONSTPP.
           05  AREA-CONSTPP-ENTRADA.
               10  CONSTPP-E-ACC               PIC 9(01) VALUE 0.
      *            Alta de un consentimiento, revocación a petición
      *            del cliente, consulta de los de un cliente y
      *            comprobación (con su traza) de un acceso de un
      *            proveedor tercero.
                   88  CONSTPP-E-ACC-ALTA      VALUE 0.
                   88  CONSTPP-E-ACC-REVOCAR   VALUE 1.
                   88  CONSTPP-E-ACC-CONSULTAR VALUE 2.
                   88  CONSTPP-E-ACC-ACCEDER   VALUE 3.
      *        Cliente (alta, revocación y consulta).
               10  CONSTPP-E-NIF               PIC X(10).
      *        Proveedor: identificador, nombre y licencia (alta y
      *        acceso).
               10  CONSTPP-E-ID-TPP            PIC X(20).
               10  CONSTPP-E-NOMBRE-TPP        PIC X(40).
               10  CONSTPP-E-LICENCIA          PIC X(20).
      *        Alcance: 'S' en cada servicio que se consiente.
               10  CONSTPP-E-SALDOS            PIC X(01).
                   88  CONSTPP-E-SALDOS-SI     VALUE 'S'.
               10  CONSTPP-E-MOVIMIENTOS       PIC X(01).
                   88  CONSTPP-E-MOVIMIENTOS-SI
                                               VALUE 'S'.
               10  CONSTPP-E-PAGOS             PIC X(01).
                   88  CONSTPP-E-PAGOS-SI      VALUE 'S'.
      *        Días de vigencia; a cero, 90. Con consulta de saldos o
      *        movimientos no puede pasar de 90; sólo con iniciación
      *        de pagos, de 365.
               10  CONSTPP-E-DIAS              PIC 9(03).
      *        Cuentas del cliente que cubre (número de cuenta).
               10  CONSTPP-E-NUM-CUENTAS       PIC 9(02).
               10  CONSTPP-E-CUENTA            PIC X(20)
                                               OCCURS 10 TIMES.
      *        Consentimiento que se revoca o con el que se accede.
               10  CONSTPP-E-ID-CONSENT        PIC 9(10).
      *        Acceso: cuenta y servicio pedidos.
               10  CONSTPP-E-CUENTA-ACCESO     PIC X(20).
               10  CONSTPP-E-TIPO-ACCESO       PIC X(01).
                   88  CONSTPP-E-TIPO-SALDOS   VALUE 'S'.
                   88  CONSTPP-E-TIPO-MOVIMIENTOS
                                               VALUE 'M'.
                   88  CONSTPP-E-TIPO-PAGO     VALUE 'P'.
               10  CONSTPP-E-USUARIO           PIC X(30).
           05  AREA-CONSTPP-SALIDA.
               10  CONSTPP-S-ID-CONSENT        PIC 9(10).
               10  CONSTPP-S-FEC-CADUCIDAD     PIC X(08).
      *        Acceso denegado: X consentimiento inexistente, no
      *        vigente o de otro proveedor, C cuenta no incluida, F
      *        servicio fuera del alcance consentido.
               10  CONSTPP-S-MOTIVO            PIC X(01).
      *        Consulta: los consentimientos del cliente, los más
      *        recientes primero.
               10  CONSTPP-S-CONSENTIMIENTOS.
                   15  CONSTPP-S-CON-CONTADOR  PIC 9(02) VALUE 0.
                   15  CONSTPP-S-CON           OCCURS 20 TIMES.
                       20  CONSTPP-S-CON-ID    PIC 9(10).
                       20  CONSTPP-S-CON-ID-TPP
                                               PIC X(20).
                       20  CONSTPP-S-CON-NOMBRE-TPP
                                               PIC X(40).
                       20  CONSTPP-S-CON-SALDOS
                                               PIC X(01).
                       20  CONSTPP-S-CON-MOVIMIENTOS
                                               PIC X(01).
                       20  CONSTPP-S-CON-PAGOS PIC X(01).
                       20  CONSTPP-S-CON-FEC-ALTA
                                               PIC X(08).
                       20  CONSTPP-S-CON-FEC-CADUCIDAD
                                               PIC X(08).
                       20  CONSTPP-S-CON-ESTADO
                                               PIC X(01).
                       20  CONSTPP-S-CON-NUM-CUENTAS
                                               PIC 9(02).
               10  CONSTPP-SQLCODE             PIC S9(09) COMP-5.
               10  CONSTPP-STAT                PIC S9(01) VALUE 0.
                   88  CONSTPP-STAT-OK         VALUE 0.
                   88  CONSTPP-STAT-ERR-ACC    VALUE -1.
                   88  CONSTPP-STAT-ERR-DATOS  VALUE -2.
      *            Cliente inexistente, cuenta de la que no es
      *            titular, o consentimiento inexistente o ya no
      *            activo.
                   88  CONSTPP-STAT-ENC-NO     VALUE -3.
      *            Acceso no cubierto por el consentimiento (motivo
      *            en CONSTPP-S-MOTIVO).
                   88  CONSTPP-STAT-DENEGADO   VALUE -4.
                   88  CONSTPP-STAT-ERR-SQL    VALUE -5.
