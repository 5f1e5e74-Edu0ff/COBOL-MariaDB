       01  AREA-TALONARIO.
           05  AREA-TALONARIO-ENTRADA.
               10  TALONARIO-E-ACC             PIC 9(01) VALUE 0.
      *            Pedido de un talonario nuevo para una cuenta,
      *            entrega al cliente, anulación (extraviado antes de
      *            la entrega, o de una cuenta cancelada) y consulta.
                   88  TALONARIO-E-ACC-PEDIR   VALUE 0.
                   88  TALONARIO-E-ACC-ENTREGAR
                                               VALUE 1.
                   88  TALONARIO-E-ACC-ANULAR  VALUE 2.
                   88  TALONARIO-E-ACC-CONSULTAR
                                               VALUE 3.
      *        Pedido: cuenta, número de cheques (a cero, 25) y
      *        oficina que lo entregará.
               10  TALONARIO-E-ID-CTA          PIC 9(10).
               10  TALONARIO-E-NUM-CHEQUES     PIC 9(03).
               10  TALONARIO-E-OFICINA         PIC X(04).
      *        Entrega, anulación y consulta.
               10  TALONARIO-E-ID-TALONARIO    PIC 9(10).
               10  TALONARIO-E-USUARIO         PIC X(30).
           05  AREA-TALONARIO-SALIDA.
               10  TALONARIO-S-ID-TALONARIO    PIC 9(10).
               10  TALONARIO-S-ID-CTA          PIC 9(10).
               10  TALONARIO-S-NUM-CUENTA      PIC X(20).
               10  TALONARIO-S-CHEQUE-DESDE    PIC 9(10).
               10  TALONARIO-S-CHEQUE-HASTA    PIC 9(10).
               10  TALONARIO-S-FEC-EMISION     PIC X(08).
               10  TALONARIO-S-FEC-ENTREGA     PIC X(08).
               10  TALONARIO-S-ESTADO          PIC X(01).
               10  TALONARIO-S-OFICINA         PIC X(04).
      *        Cheques del talonario ya pagados por CARGACHEQ.
               10  TALONARIO-S-NUM-PAGADOS     PIC 9(03).
               10  TALONARIO-SQLCODE           PIC S9(09) COMP-5.
               10  TALONARIO-STAT              PIC S9(01) VALUE 0.
                   88  TALONARIO-STAT-OK       VALUE 0.
                   88  TALONARIO-STAT-ERR-ACC  VALUE -1.
                   88  TALONARIO-STAT-ERR-DATOS
                                               VALUE -2.
      *            La cuenta o el talonario no existen.
                   88  TALONARIO-STAT-ENC-NO   VALUE -3.
      *            La cuenta no está de alta, o el talonario no está
      *            en un estado que permita lo pedido.
                   88  TALONARIO-STAT-ERR-ESTADO
                                               VALUE -4.
                   88  TALONARIO-STAT-ERR-SQL  VALUE -5.
