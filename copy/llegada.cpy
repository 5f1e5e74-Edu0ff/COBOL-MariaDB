       01  AREA-LLEGADA.
           05  AREA-LLEGADA-ENTRADA.
               10  LLEGADA-E-ACC               PIC 9(01) VALUE 0.
      *            Registro de la llegada de un fichero de entrada
      *            (CTLENTRADA), comprobación previa del lote que lo
      *            consume (la llegada tiene que estar confirmada y sin
      *            consumir) y marca de consumo al terminar ese lote.
                   88  LLEGADA-E-ACC-REGISTRAR VALUE 0.
                   88  LLEGADA-E-ACC-COMPROBAR VALUE 1.
                   88  LLEGADA-E-ACC-CONSUMIR  VALUE 2.
      *        Interfaz de banco.interfaz_entrada (CIRBE, CHEQUES,
      *        INDICES, TRASLADOS, SWIFT, SUC y la oficina...).
               10  LLEGADA-E-INTERFAZ          PIC X(10).
      *        Día de negocio (AAAAMMDD) al que corresponde el
      *        fichero; en blanco, el de hoy.
               10  LLEGADA-E-FEC-NEGOCIO       PIC X(08).
      *        Nombre del fichero que abre el lote; en blanco, el del
      *        patrón de la interfaz para el día de negocio.
               10  LLEGADA-E-FICHERO           PIC X(60).
      *        Consumo: la llegada que dio por buena la comprobación
      *        y la ejecución de banco.batch_log que la ha cargado.
               10  LLEGADA-E-ID-LLEGADA        PIC 9(10).
               10  LLEGADA-E-ID-EJEC           PIC 9(10).

           05  AREA-LLEGADA-SALIDA.
               10  LLEGADA-S-ID-LLEGADA        PIC 9(10).
               10  LLEGADA-S-FICHERO           PIC X(60).
               10  LLEGADA-S-FEC-NEGOCIO       PIC X(08).
      *        C confirmado, V vacío, R repetido (mismo contenido que
      *        la llegada LLEGADA-S-ID-REPETIDA).
               10  LLEGADA-S-ESTADO            PIC X(01).
      *        S si llegó después de la hora de corte de la interfaz.
               10  LLEGADA-S-TARDE             PIC X(01).
      *        S si algún lote ya lo consumió.
               10  LLEGADA-S-CONSUMIDO         PIC X(01).
      *        S si la llegada se ha anotado en esta llamada; N si
      *        ya estaba anotada con el mismo contenido.
               10  LLEGADA-S-NUEVA             PIC X(01).
               10  LLEGADA-S-TAMANO            PIC 9(12).
               10  LLEGADA-S-NUM-REGISTROS     PIC 9(09).
               10  LLEGADA-S-SUMA-CONTROL      PIC 9(10).
               10  LLEGADA-S-ID-REPETIDA       PIC 9(10).
               10  LLEGADA-S-HORA-CORTE        PIC X(04).
               10  LLEGADA-SQLCODE             PIC S9(09) COMP-5.
               10  LLEGADA-STAT                PIC S9(01) VALUE 0.
                   88  LLEGADA-STAT-OK         VALUE 0.
                   88  LLEGADA-STAT-ERR-ACC    VALUE -1.
                   88  LLEGADA-STAT-ERR-DATOS  VALUE -2.
      *            Interfaz que no existe o está de baja.
                   88  LLEGADA-STAT-ENC-NO     VALUE -3.
      *            El fichero todavía no está en el directorio.
                   88  LLEGADA-STAT-NO-LLEGADO VALUE -4.
      *            Comprobación: el fichero llegó vacío o repite uno
      *            anterior (LLEGADA-S-ESTADO); el lote espera.
                   88  LLEGADA-STAT-ESPERA     VALUE -5.
      *            Comprobación: el fichero es el mismo que ya cargó
      *            una ejecución anterior; el lote espera al nuevo.
                   88  LLEGADA-STAT-YA-CONSUMIDO
                                               VALUE -6.
                   88  LLEGADA-STAT-ERR-SQL    VALUE -7.
      *            El fichero está pero no se pudo leer.
                   88  LLEGADA-STAT-ERR-FICHERO
                                               VALUE -8.
