       01  AREA-COMERCIO.
           05  AREA-COMERCIO-ENTRADA.
               10  COMERCIO-E-ACC              PIC 9(01) VALUE 0.
      *            Alta de un comercio, cambio de sus condiciones
      *            (cuenta de liquidación, actividad, tasas), baja,
      *            alta y baja de un terminal, y consulta con sus
      *            terminales.
                   88  COMERCIO-E-ACC-ALTA     VALUE 0.
                   88  COMERCIO-E-ACC-MODIFICAR
                                               VALUE 1.
                   88  COMERCIO-E-ACC-BAJA     VALUE 2.
                   88  COMERCIO-E-ACC-ALTA-TPV VALUE 3.
                   88  COMERCIO-E-ACC-BAJA-TPV VALUE 4.
                   88  COMERCIO-E-ACC-CONSULTAR
                                               VALUE 5.
      *        Código de comercio del procesador (todas las acciones).
               10  COMERCIO-E-ID               PIC X(15).
      *        Alta: cliente dueño del comercio y nombre comercial.
               10  COMERCIO-E-NIF              PIC X(10).
               10  COMERCIO-E-NOMBRE           PIC X(40).
      *        Alta y cambio: actividad (MCC), número de la cuenta de
      *        liquidación, de la que el cliente ha de ser titular, y
      *        tasas de descuento en tanto por uno (0,0030 = 0,30%).
      *        En el cambio, lo que venga en blanco o a cero se
      *        mantiene.
               10  COMERCIO-E-ACTIVIDAD        PIC X(04).
               10  COMERCIO-E-CUENTA           PIC X(20).
               10  COMERCIO-E-TASA-DEBITO      PIC 9(01)V9(04).
               10  COMERCIO-E-TASA-CREDITO     PIC 9(01)V9(04).
               10  COMERCIO-E-TASA-OTRAS       PIC 9(01)V9(04).
      *        Terminal (alta y baja de terminal).
               10  COMERCIO-E-ID-TPV           PIC X(08).
               10  COMERCIO-E-USUARIO          PIC X(30).
           05  AREA-COMERCIO-SALIDA.
      *        Consulta (y cualquier acción que termine bien): el
      *        comercio como queda.
               10  COMERCIO-S-NIF              PIC X(10).
               10  COMERCIO-S-NOMBRE           PIC X(40).
               10  COMERCIO-S-ACTIVIDAD        PIC X(04).
               10  COMERCIO-S-CUENTA           PIC X(20).
               10  COMERCIO-S-TASA-DEBITO      PIC 9(01)V9(04).
               10  COMERCIO-S-TASA-CREDITO     PIC 9(01)V9(04).
               10  COMERCIO-S-TASA-OTRAS       PIC 9(01)V9(04).
               10  COMERCIO-S-ESTADO           PIC X(01).
               10  COMERCIO-S-FEC-ALTA         PIC X(08).
      *        Consulta: los terminales del comercio, de alta primero.
               10  COMERCIO-S-TERMINALES.
                   15  COMERCIO-S-TPV-CONTADOR PIC 9(02) VALUE 0.
                   15  COMERCIO-S-TPV          OCCURS 30 TIMES.
                       20  COMERCIO-S-TPV-ID   PIC X(08).
                       20  COMERCIO-S-TPV-ESTADO
                                               PIC X(01).
                       20  COMERCIO-S-TPV-FEC-ALTA
                                               PIC X(08).
               10  COMERCIO-SQLCODE            PIC S9(09) COMP-5.
               10  COMERCIO-STAT               PIC S9(01) VALUE 0.
                   88  COMERCIO-STAT-OK        VALUE 0.
                   88  COMERCIO-STAT-ERR-ACC   VALUE -1.
                   88  COMERCIO-STAT-ERR-DATOS VALUE -2.
      *            Cliente, comercio o terminal inexistente o de baja,
      *            o cuenta de la que el cliente no es titular.
                   88  COMERCIO-STAT-ENC-NO    VALUE -3.
      *            Comercio o terminal ya registrado.
                   88  COMERCIO-STAT-DUPLICADO VALUE -4.
      *            Baja de un comercio con operaciones aún sin
      *            liquidar.
                   88  COMERCIO-STAT-PENDIENTE VALUE -5.
                   88  COMERCIO-STAT-ERR-SQL   VALUE -6.
