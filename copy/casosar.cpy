       01  AREA-CASOSAR.
           05  AREA-CASOSAR-ENTRADA.
               10  CASOSAR-E-ACC               PIC 9(01) VALUE 0.
      *            Abrir un caso por una alerta (o sumarla al caso
      *            abierto del mismo NIF y origen), asignarlo a un
      *            analista, anotar un comentario, escalarlo, o
      *            cerrarlo como falso positivo o para comunicar al
      *            SEPBLAC; EXPSEPBLAC lo marca como comunicado una
      *            vez incluido en el fichero de comunicación.
                   88  CASOSAR-E-ACC-ALTA      VALUE 0.
                   88  CASOSAR-E-ACC-ASIGNAR   VALUE 1.
                   88  CASOSAR-E-ACC-COMENTAR  VALUE 2.
                   88  CASOSAR-E-ACC-ESCALAR   VALUE 3.
                   88  CASOSAR-E-ACC-CERRAR-FALSO
                                               VALUE 4.
                   88  CASOSAR-E-ACC-CERRAR-COMUNICAR
                                               VALUE 5.
                   88  CASOSAR-E-ACC-COMUNICADO
                                               VALUE 6.
      *        Cliente de la alerta, por NIF o, si viene en blanco,
      *        por el titular del medio (cuenta o tarjeta) indicado.
               10  CASOSAR-E-NIF               PIC X(10).
               10  CASOSAR-E-ID-MEDIO          PIC 9(10).
      *        Proceso que levanta la alerta.
               10  CASOSAR-E-ORIGEN            PIC X(03).
                   88  CASOSAR-E-ORIGEN-AML    VALUE 'AML'.
                   88  CASOSAR-E-ORIGEN-VELOCIDAD
                                               VALUE 'VEL'.
                   88  CASOSAR-E-ORIGEN-SANCION
                                               VALUE 'SAN'.
                   88  CASOSAR-E-ORIGEN-OK     VALUES 'AML' 'VEL'
                                                      'SAN'.
      *        Movimiento implicado (ref_mov); a cero, si se da el
      *        medio, se adjuntan los cargos de hoy de ese medio.
               10  CASOSAR-E-REF-MOV           PIC 9(12).
               10  CASOSAR-E-ID-CASO           PIC 9(10).
               10  CASOSAR-E-ANALISTA          PIC X(30).
               10  CASOSAR-E-USUARIO           PIC X(30).
      *        Motivo de la alerta (alta) o texto de la nota.
               10  CASOSAR-E-TEXTO             PIC X(80).
           05  AREA-CASOSAR-SALIDA.
               10  CASOSAR-S-ID-CASO           PIC 9(10).
               10  CASOSAR-SQLCODE             PIC S9(09) COMP-5.
               10  CASOSAR-STAT                PIC S9(01) VALUE 0.
                   88  CASOSAR-STAT-OK         VALUE 0.
      *            La alerta se ha sumado a un caso que ya estaba
      *            abierto para ese NIF y origen.
                   88  CASOSAR-STAT-EXISTENTE  VALUE 1.
                   88  CASOSAR-STAT-ERR-ACC    VALUE -1.
                   88  CASOSAR-STAT-ERR-DATOS  VALUE -2.
      *            Caso, cliente o medio inexistente.
                   88  CASOSAR-STAT-ENC-NO     VALUE -3.
      *            El caso ya está cerrado (o, para marcarlo como
      *            comunicado, no está cerrado para comunicar).
                   88  CASOSAR-STAT-ERR-ESTADO VALUE -4.
                   88  CASOSAR-STAT-ERR-SQL    VALUE -5.
