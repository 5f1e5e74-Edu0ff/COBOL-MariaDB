       01  AREA-RPTCATAL.
           05  AREA-RPTCATAL-ENTRADA.
               10  RPTCATAL-E-ACC              PIC 9(01) VALUE 0.
      *            Alta en el catálogo del fichero de salida que acaba
      *            de cerrar un lote, y consulta de a quién se entregó
      *            el informe de un programa en un mes.
                   88  RPTCATAL-E-ACC-REGISTRAR VALUE 0.
                   88  RPTCATAL-E-ACC-CONSULTAR-ENTREGAS
                                               VALUE 1.
               10  RPTCATAL-E-PROGRAMA         PIC X(16).
               10  RPTCATAL-E-ID-EJEC          PIC 9(10).
               10  RPTCATAL-E-FICHERO          PIC X(60).
      *        1 uso interno, 2 confidencial (por omisión), 3
      *        restringido; sólo reciben el informe los destinatarios
      *        autorizados a ese nivel.
               10  RPTCATAL-E-NIVEL            PIC 9(01).
                   88  RPTCATAL-E-NIVEL-OK     VALUES 1 2 3.
      *        Periodo que cubre el informe (AAAAMMDD); en blanco, el
      *        día de la ejecución.
               10  RPTCATAL-E-PERIODO-DESDE    PIC X(08).
               10  RPTCATAL-E-PERIODO-HASTA    PIC X(08).
      *        Consulta: mes (AAAAMM) en que termina el periodo del
      *        informe.
               10  RPTCATAL-E-MES              PIC 9(06).

           05  AREA-RPTCATAL-SALIDA.
               10  RPTCATAL-S-ID-INFORME       PIC 9(10).
               10  RPTCATAL-S-NUM-REGISTROS    PIC 9(09).
      *        Entregas del informe consultado, la más reciente
      *        primero: destinatario, ruta, fecha y resultado (E
      *        entregado, F fallo de copia, N no autorizado).
               10  RPTCATAL-S-ENTREGAS.
                   15  RPTCATAL-S-ENT-CONTADOR PIC 9(02) VALUE 0.
                   15  RPTCATAL-S-ENT          OCCURS 20 TIMES.
                       20  RPTCATAL-S-ENT-ID-INFORME
                                               PIC 9(10).
                       20  RPTCATAL-S-ENT-FICHERO
                                               PIC X(60).
                       20  RPTCATAL-S-ENT-DESTINATARIO
                                               PIC X(30).
                       20  RPTCATAL-S-ENT-RUTA PIC X(60).
                       20  RPTCATAL-S-ENT-FEC  PIC X(08).
                       20  RPTCATAL-S-ENT-RESULTADO
                                               PIC X(01).
               10  RPTCATAL-SQLCODE            PIC S9(09) COMP-5.
               10  RPTCATAL-STAT               PIC S9(01) VALUE 0.
                   88  RPTCATAL-STAT-OK        VALUE 0.
                   88  RPTCATAL-STAT-ERR-ACC   VALUE -1.
                   88  RPTCATAL-STAT-ERR-DATOS VALUE -2.
      *            No se pudo abrir el fichero para contarlo.
                   88  RPTCATAL-STAT-ERR-FICHERO
                                               VALUE -3.
                   88  RPTCATAL-STAT-ENC-NO    VALUE -4.
                   88  RPTCATAL-STAT-ERR-SQL   VALUE -5.
