       01  AREA-CAJERO.
           05  AREA-CAJERO-ENTRADA.
               10  CAJERO-E-ACC                PIC 9(01) VALUE 0.
      *            Alta y baja de un cajero automático en el registro
      *            de la oficina, reposición de sus casetes y consulta
      *            de lo que debería quedar en ellos.
                   88  CAJERO-E-ACC-ALTA       VALUE 0.
                   88  CAJERO-E-ACC-BAJA       VALUE 1.
                   88  CAJERO-E-ACC-REPONER    VALUE 2.
                   88  CAJERO-E-ACC-CONSULTAR  VALUE 3.
      *        Código de terminal del cajero; en el alta, oficina y
      *        ubicación.
               10  CAJERO-E-ID                 PIC X(08).
               10  CAJERO-E-OFICINA            PIC X(04).
               10  CAJERO-E-UBICACION          PIC X(40).
      *        Reposición: de dónde sale el efectivo (B bóveda de la
      *        oficina, T transportista) y, por casete, los billetes
      *        que se retiran contados y los que se cargan con su
      *        valor facial. Un casete sin billetes cargados queda
      *        vacío hasta la siguiente reposición.
               10  CAJERO-E-ORIGEN             PIC X(01).
                   88  CAJERO-E-ORIGEN-BOVEDA  VALUE 'B'.
                   88  CAJERO-E-ORIGEN-TRANSPORT
                                               VALUE 'T'.
               10  CAJERO-E-CASETE             OCCURS 4 TIMES.
                   15  CAJERO-E-RETIRADOS      PIC 9(05).
                   15  CAJERO-E-CARGADOS       PIC 9(05).
                   15  CAJERO-E-DENOMINACION   PIC 9(03).
               10  CAJERO-E-USUARIO            PIC X(30).
           05  AREA-CAJERO-SALIDA.
               10  CAJERO-S-OFICINA            PIC X(04).
               10  CAJERO-S-UBICACION          PIC X(40).
               10  CAJERO-S-ESTADO             PIC X(01).
      *        Reposición: efectivo retirado y cargado en total.
      *        Consulta: ciclo abierto de cada casete con lo cargado,
      *        lo dispensado según el diario ya cargado y lo que
      *        debería quedar.
               10  CAJERO-S-IMPORTE-RETIRADO   PIC S9(08)V99
                                               LEADING SEPARATE.
               10  CAJERO-S-IMPORTE-CARGADO    PIC S9(08)V99
                                               LEADING SEPARATE.
               10  CAJERO-S-CASETE             OCCURS 4 TIMES.
                   15  CAJERO-S-DENOMINACION   PIC 9(03).
                   15  CAJERO-S-CARGADOS       PIC 9(05).
                   15  CAJERO-S-DISPENSADOS    PIC 9(05).
                   15  CAJERO-S-RESTANTES      PIC S9(05)
                                               LEADING SEPARATE.
                   15  CAJERO-S-FEC-CARGA      PIC X(14).
               10  CAJERO-SQLCODE              PIC S9(09) COMP-5.
               10  CAJERO-STAT                 PIC S9(01) VALUE 0.
                   88  CAJERO-STAT-OK          VALUE 0.
                   88  CAJERO-STAT-ERR-ACC     VALUE -1.
                   88  CAJERO-STAT-ERR-DATOS   VALUE -2.
      *            El cajero no existe o está dado de baja.
                   88  CAJERO-STAT-ENC-NO      VALUE -3.
                   88  CAJERO-STAT-DUPLICADO   VALUE -4.
      *            Aún tiene casetes con efectivo: hay que vaciarlo
      *            con una reposición sin carga antes de la baja.
                   88  CAJERO-STAT-CON-EFECTIVO
                                               VALUE -5.
      *            La bóveda de la oficina no existe o no tiene
      *            efectivo bastante para la carga.
                   88  CAJERO-STAT-ERR-BOVEDA  VALUE -6.
                   88  CAJERO-STAT-ERR-SQL     VALUE -7.
