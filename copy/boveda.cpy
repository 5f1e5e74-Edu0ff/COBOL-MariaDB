       01  AREA-BOVEDA.
           05  AREA-BOVEDA-ENTRADA.
               10  BOVEDA-E-ACC                PIC 9(01) VALUE 0.
      *            Alta de la bóveda de una oficina con su saldo
      *            inicial, cambio de sus niveles, suministro del
      *            fondo a un cajón que abre, recogida del efectivo
      *            de un cajón que cierra, entrega recibida del
      *            servicio central, devolución al central, consulta,
      *            y la carga de un cajero automático desde la bóveda
      *            y el efectivo que vuelve de él al reponerlo.
                   88  BOVEDA-E-ACC-ALTA       VALUE 0.
                   88  BOVEDA-E-ACC-NIVELES    VALUE 1.
                   88  BOVEDA-E-ACC-SUMINISTRO VALUE 2.
                   88  BOVEDA-E-ACC-RECOGIDA   VALUE 3.
                   88  BOVEDA-E-ACC-ENTREGA    VALUE 4.
                   88  BOVEDA-E-ACC-DEVOLUCION VALUE 5.
                   88  BOVEDA-E-ACC-CONSULTAR  VALUE 6.
                   88  BOVEDA-E-ACC-CARGA-CAJERO
                                               VALUE 7.
                   88  BOVEDA-E-ACC-DESCARGA-CAJERO
                                               VALUE 8.
               10  BOVEDA-E-OFICINA            PIC X(04).
      *        Efectivo que entra o sale (siempre positivo); en el
      *        alta, saldo inicial de la bóveda.
               10  BOVEDA-E-IMPORTE            PIC S9(10)V99
                                               LEADING SEPARATE.
               10  BOVEDA-E-NIVEL-MINIMO       PIC S9(10)V99
                                               LEADING SEPARATE.
               10  BOVEDA-E-NIVEL-MAXIMO       PIC S9(10)V99
                                               LEADING SEPARATE.
      *        Cajón que abre o cierra, y pedido al transportista que
      *        se concilia (a cero, movimiento manual).
               10  BOVEDA-E-ID-CAJA            PIC 9(10).
               10  BOVEDA-E-ID-PEDIDO          PIC 9(10).
      *        Quien lo anota; en blanco se toma del entorno.
               10  BOVEDA-E-USUARIO            PIC X(30).
           05  AREA-BOVEDA-SALIDA.
               10  BOVEDA-S-SALDO              PIC S9(10)V99
                                               LEADING SEPARATE.
               10  BOVEDA-S-NIVEL-MINIMO       PIC S9(10)V99
                                               LEADING SEPARATE.
               10  BOVEDA-S-NIVEL-MAXIMO       PIC S9(10)V99
                                               LEADING SEPARATE.
      *        Movimiento de bóveda anotado.
               10  BOVEDA-S-ID-MOV             PIC 9(10).
               10  BOVEDA-SQLCODE              PIC S9(09) COMP-5.
               10  BOVEDA-STAT                 PIC S9(01) VALUE 0.
                   88  BOVEDA-STAT-OK          VALUE 0.
                   88  BOVEDA-STAT-ERR-ACC     VALUE -1.
                   88  BOVEDA-STAT-ERR-DATOS   VALUE -2.
      *            La oficina no tiene bóveda dada de alta.
                   88  BOVEDA-STAT-ENC-NO      VALUE -3.
                   88  BOVEDA-STAT-DUPLICADA   VALUE -4.
      *            La salida deja la bóveda en negativo.
                   88  BOVEDA-STAT-SALDO-INSUF VALUE -5.
                   88  BOVEDA-STAT-ERR-SQL     VALUE -6.
