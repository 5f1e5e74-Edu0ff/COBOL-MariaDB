       01  AREA-PERIODO.
           05  AREA-PERIODO-ENTRADA.
               10  PERIODO-E-ACC               PIC 9(01) VALUE 0.
      *            Consulta del estado de un mes; paso a en cierre
      *            (SALDOHIST); cierre (DEVENGOMES o a mano desde
      *            MENUBANCO); y reapertura de un mes cerrado.
                   88  PERIODO-E-ACC-CONSULTAR VALUE 0.
                   88  PERIODO-E-ACC-CERRANDO  VALUE 1.
                   88  PERIODO-E-ACC-CERRAR    VALUE 2.
                   88  PERIODO-E-ACC-REABRIR   VALUE 3.
      *        Mes contable (AAAAMM).
               10  PERIODO-E-MES               PIC 9(06).
      *        'S' solo cuando la reapertura llega ya confirmada por
      *        un segundo operador desde la cola de aprobaciones; en
      *        blanco, la reapertura se encola en vez de aplicarse.
               10  PERIODO-E-APROBADA          PIC X(01).
                   88  PERIODO-E-APROBADA-SI   VALUE 'S'.
      *        Operador que pide el cambio; en blanco se toma del
      *        entorno. En una reapertura aprobada, el que la aprueba;
      *        el que la pidió viaja en PERIODO-E-USUARIO-SOLICITA.
               10  PERIODO-E-USUARIO           PIC X(30).
               10  PERIODO-E-USUARIO-SOLICITA  PIC X(30).
           05  AREA-PERIODO-SALIDA.
      *        Estado del mes tras la acción: A abierto, C en cierre,
      *        X cerrado.
               10  PERIODO-S-ESTADO            PIC X(01).
                   88  PERIODO-S-ESTADO-ABIERTO
                                               VALUE 'A'.
                   88  PERIODO-S-ESTADO-CERRANDO
                                               VALUE 'C'.
                   88  PERIODO-S-ESTADO-CERRADO
                                               VALUE 'X'.
               10  PERIODO-S-FEC-CIERRE        PIC X(08).
      *        Veces que se ha reabierto el mes.
               10  PERIODO-S-NUM-REAPERTURAS   PIC 9(04).
               10  PERIODO-SQLCODE             PIC S9(09) COMP-5.
               10  PERIODO-STAT                PIC S9(01) VALUE 0.
                   88  PERIODO-STAT-OK         VALUE 0.
                   88  PERIODO-STAT-ERR-ACC    VALUE -1.
                   88  PERIODO-STAT-ERR-MES    VALUE -2.
      *            El mes no está en el estado del que parte la
      *            acción: pasar a en cierre uno cerrado, o reabrir
      *            uno que no está cerrado.
                   88  PERIODO-STAT-ERR-ESTADO VALUE -3.
      *            La reapertura quedó encolada pendiente de la
      *            confirmación de un segundo operador.
                   88  PERIODO-STAT-PENDIENTE  VALUE -4.
                   88  PERIODO-STAT-ERR-SQL    VALUE -5.
