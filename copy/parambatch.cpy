       01  AREA-PARAMBATCH.
           05  AREA-PARAMBATCH-ENTRADA.
               10  PARAMBATCH-E-ACC            PIC 9(01) VALUE 0.
      *            Lectura del valor con el que trabaja un proceso, o
      *            alta de un valor nuevo en la tabla de parámetros.
                   88  PARAMBATCH-E-ACC-LEER   VALUE 0.
                   88  PARAMBATCH-E-ACC-CAMBIAR
                                               VALUE 1.
      *        Programa dueño del parámetro (BANCO para los de todo el
      *        banco) y nombre del parámetro, que es también el de la
      *        variable de entorno que lo sustituye.
               10  PARAMBATCH-E-PROGRAMA       PIC X(12).
               10  PARAMBATCH-E-PARAMETRO      PIC X(30).
      *        Sólo al leer. Si el valor es numérico, se devuelve
      *        alineado a la derecha y con ceros a la izquierda en las
      *        primeras PARAMBATCH-E-LONGITUD posiciones, que es como
      *        lo espera el programa.
               10  PARAMBATCH-E-NUMERICO       PIC X(01).
                   88  PARAMBATCH-E-NUMERICO-SI
                                               VALUE 'S'.
               10  PARAMBATCH-E-LONGITUD       PIC 9(02).
      *        Valor por omisión del programa, en el mismo formato que
      *        la variable de entorno: se usa si no hay variable ni
      *        fila en vigor, o si la que hay no es válida.
               10  PARAMBATCH-E-VALOR-DEFECTO  PIC X(30).
      *        Ejecución de banco.batch_log contra la que se anota el
      *        valor usado; a cero no se anota.
               10  PARAMBATCH-E-ID-EJEC        PIC 9(10).
      *        Sólo al cambiar: valor nuevo y fecha (AAAAMMDD) desde la
      *        que rige; a cero, desde ya.
               10  PARAMBATCH-E-VALOR          PIC X(30).
               10  PARAMBATCH-E-FEC-VIGOR      PIC 9(08).
      *        'S' sólo cuando el cambio de un parámetro sensible
      *        llega ya confirmado por un segundo operador desde la
      *        cola de aprobaciones; en blanco, se encola en vez de
      *        aplicarse.
               10  PARAMBATCH-E-APROBADA       PIC X(01).
                   88  PARAMBATCH-E-APROBADA-SI
                                               VALUE 'S'.
      *        Operador que hace el cambio; en blanco se toma del
      *        entorno. En un cambio aprobado, el que lo aprueba; el
      *        que lo pidió viaja en PARAMBATCH-E-USUARIO-SOLICITA.
               10  PARAMBATCH-E-USUARIO        PIC X(30).
               10  PARAMBATCH-E-USUARIO-SOLICITA
                                               PIC X(30).
           05  AREA-PARAMBATCH-SALIDA.
               10  PARAMBATCH-S-VALOR          PIC X(30).
      *        De dónde sale el valor: E variable de entorno, T tabla
      *        de parámetros, D valor por omisión del programa.
               10  PARAMBATCH-S-ORIGEN         PIC X(01).
                   88  PARAMBATCH-S-ORIGEN-ENTORNO
                                               VALUE 'E'.
                   88  PARAMBATCH-S-ORIGEN-TABLA
                                               VALUE 'T'.
                   88  PARAMBATCH-S-ORIGEN-DEFECTO
                                               VALUE 'D'.
      *        Fecha desde la que rige la fila de la tabla leída.
               10  PARAMBATCH-S-FEC-VIGOR      PIC X(08).
      *        'S' si el parámetro pide control de cuatro ojos.
               10  PARAMBATCH-S-SENSIBLE       PIC X(01).
               10  PARAMBATCH-SQLCODE          PIC S9(09) COMP-5.
               10  PARAMBATCH-STAT             PIC S9(01) VALUE 0.
                   88  PARAMBATCH-STAT-OK      VALUE 0.
                   88  PARAMBATCH-STAT-ERR-ACC VALUE -1.
                   88  PARAMBATCH-STAT-ERR-PARAM
                                               VALUE -2.
      *            Al cambiar, valor en blanco o fecha no válida.
                   88  PARAMBATCH-STAT-ERR-VALOR
                                               VALUE -3.
      *            El cambio quedó encolado pendiente de la
      *            confirmación de un segundo operador.
                   88  PARAMBATCH-STAT-PENDIENTE
                                               VALUE -4.
                   88  PARAMBATCH-STAT-ERR-SQL VALUE -5.
