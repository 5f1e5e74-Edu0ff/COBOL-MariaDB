       01  AREA-GESTOR.
           05  AREA-GESTOR-ENTRADA.
               10  GESTOR-E-ACC                PIC 9(01) VALUE 0.
      *            Alta, modificación y baja de un gestor, asignación
      *            de un cliente a un gestor y consulta del gestor
      *            vigente de un cliente con su historial.
                   88  GESTOR-E-ACC-ALTA       VALUE 0.
                   88  GESTOR-E-ACC-MODIFICAR  VALUE 1.
                   88  GESTOR-E-ACC-BAJA       VALUE 2.
                   88  GESTOR-E-ACC-ASIGNAR    VALUE 3.
                   88  GESTOR-E-ACC-CONSULTAR  VALUE 4.
      *        Gestor: código de empleado, nombre, oficina y tipo de
      *        cartera (P particulares, B banca personal, V banca
      *        privada, E empresas). En la modificación, los campos
      *        en blanco se dejan como estaban.
               10  GESTOR-E-COD                PIC X(08).
               10  GESTOR-E-NOM                PIC X(40).
               10  GESTOR-E-OFICINA            PIC X(04).
               10  GESTOR-E-TIPO-CARTERA       PIC X(01).
                   88  GESTOR-E-TIPO-CARTERA-OK
                                               VALUES 'P' 'B' 'V' 'E'.
      *        Asignación y consulta: el cliente por su NIF.
               10  GESTOR-E-NIF                PIC X(10).
               10  GESTOR-E-USUARIO            PIC X(30).
           05  AREA-GESTOR-SALIDA.
               10  GESTOR-S-ID-CLIENTE         PIC 9(10).
      *        Gestor vigente del cliente; en blanco si no tiene.
               10  GESTOR-S-COD                PIC X(08).
               10  GESTOR-S-NOM                PIC X(40).
               10  GESTOR-S-OFICINA            PIC X(04).
               10  GESTOR-S-TIPO-CARTERA       PIC X(01).
               10  GESTOR-S-FEC-INI            PIC X(08).
      *        Baja: clientes que aún tiene asignados el gestor.
               10  GESTOR-S-NUM-CLIENTES       PIC 9(07).
      *        Asignaciones anteriores del cliente, la más reciente
      *        primero.
               10  GESTOR-S-HISTORIAL.
                   15  GESTOR-S-HIS-CONTADOR   PIC 9(02) VALUE 0.
                   15  GESTOR-S-HIS            OCCURS 10 TIMES.
                       20  GESTOR-S-HIS-COD    PIC X(08).
                       20  GESTOR-S-HIS-NOM    PIC X(40).
                       20  GESTOR-S-HIS-FEC-INI
                                               PIC X(08).
                       20  GESTOR-S-HIS-FEC-FIN
                                               PIC X(08).
                       20  GESTOR-S-HIS-MOTIVO PIC X(01).
               10  GESTOR-SQLCODE              PIC S9(09) COMP-5.
               10  GESTOR-STAT                 PIC S9(01) VALUE 0.
                   88  GESTOR-STAT-OK          VALUE 0.
                   88  GESTOR-STAT-ERR-ACC     VALUE -1.
                   88  GESTOR-STAT-ERR-DATOS   VALUE -2.
      *            Cliente o gestor inexistente.
                   88  GESTOR-STAT-ENC-NO      VALUE -3.
      *            Alta de un código que ya existe.
                   88  GESTOR-STAT-DUPLICADO   VALUE -4.
      *            Gestor dado de baja: no admite clientes nuevos.
                   88  GESTOR-STAT-GESTOR-BAJA VALUE -5.
      *            Baja de un gestor que aún tiene clientes: hay que
      *            reasignarlos antes con REASGEST o uno a uno.
                   88  GESTOR-STAT-CON-CARTERA VALUE -6.
                   88  GESTOR-STAT-ERR-SQL     VALUE -7.
