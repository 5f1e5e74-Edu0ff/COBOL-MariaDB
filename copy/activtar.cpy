       01  AREA-ACTIVTAR.
           05  AREA-ACTIVTAR-ENTRADA.
               10  ACTIVTAR-E-ID-TAR             PIC 9(10).
      *        Por dónde llega la activación: primer uso correcto del
      *        PIN (VALPIN) o petición del titular en oficina.
               10  ACTIVTAR-E-CANAL              PIC X(01).
                   88  ACTIVTAR-E-CANAL-PIN      VALUE 'P'.
                   88  ACTIVTAR-E-CANAL-OFICINA  VALUE 'M'.
      *        Operador que activa; en blanco se toma del entorno.
               10  ACTIVTAR-E-USUARIO            PIC X(30).

           05  AREA-ACTIVTAR-SALIDA.
      *        Tarjeta sustituida que se ha dado de baja con la
      *        activación; cero si no había ninguna que dar de baja.
               10  ACTIVTAR-S-ID-TAR-ANT         PIC 9(10).
               10  ACTIVTAR-S-SQLCODE            PIC S9(09) COMP-5.
               10  ACTIVTAR-STAT                 PIC S9(01) VALUE 0.
                   88  ACTIVTAR-STAT-OK          VALUE 0.
                   88  ACTIVTAR-STAT-ERR-ID      VALUE -1.
                   88  ACTIVTAR-STAT-ENC-NO      VALUE -2.
                   88  ACTIVTAR-STAT-YA-ACTIVA   VALUE -3.
                   88  ACTIVTAR-STAT-ERR-BAJA    VALUE -4.
      *            Bloqueada o en revisión: se activa al levantarse.
                   88  ACTIVTAR-STAT-ERR-BLOQ    VALUE -5.
      *            El plástico aún no se ha mandado al estampador.
                   88  ACTIVTAR-STAT-NO-ESTAMPADA
                                                 VALUE -6.
                   88  ACTIVTAR-STAT-ERR-SQL     VALUE -7.
