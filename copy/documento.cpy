       01  AREA-DOCUMENTO.
           05  AREA-DOCUMENTO-ENTRADA.
               10  DOCUMENTO-E-ACC             PIC 9(01) VALUE 0.
      *            Indexar un documento escaneado, anular una entrada
      *            del índice, comprobar si un cliente o producto
      *            tiene en archivo un tipo de documento, o listar los
      *            documentos vigentes de un cliente o producto.
                   88  DOCUMENTO-E-ACC-ALTA    VALUE 0.
                   88  DOCUMENTO-E-ACC-ANULAR  VALUE 1.
                   88  DOCUMENTO-E-ACC-COMPROBAR
                                               VALUE 2.
                   88  DOCUMENTO-E-ACC-LISTAR  VALUE 3.
      *        Vínculo (entidad e identificador, como en la tabla) y
      *        tipo de documento; al indexar, además, su referencia en
      *        el archivo, versión de las condiciones, fecha de firma
      *        (AAAAMMDD, hoy si viene a ceros) y firmantes.
               10  DOCUMENTO-E-ENTIDAD         PIC X(03).
               10  DOCUMENTO-E-ID-ENTIDAD      PIC 9(10).
               10  DOCUMENTO-E-TIPO            PIC X(03).
               10  DOCUMENTO-E-REF             PIC X(40).
               10  DOCUMENTO-E-VERSION         PIC X(10).
               10  DOCUMENTO-E-FEC-FIRMA       PIC 9(08).
               10  DOCUMENTO-E-FIRMANTES       PIC X(60).
      *        Entrada del índice que se anula.
               10  DOCUMENTO-E-ID              PIC 9(10).
               10  DOCUMENTO-E-USUARIO         PIC X(30).
           05  AREA-DOCUMENTO-SALIDA.
      *        Alta: entrada creada. Comprobación: 'S' si hay en
      *        archivo un documento vigente del tipo pedido, con el
      *        más reciente.
               10  DOCUMENTO-S-ID              PIC 9(10).
               10  DOCUMENTO-S-EN-ARCHIVO      PIC X(01).
                   88  DOCUMENTO-S-EN-ARCHIVO-SI
                                               VALUE 'S'.
                   88  DOCUMENTO-S-EN-ARCHIVO-NO
                                               VALUE 'N'.
      *        Listado: documentos vigentes, del más reciente al más
      *        antiguo, hasta 20.
               10  DOCUMENTO-S-CONTADOR        PIC 9(02).
               10  DOCUMENTO-S-DOC             OCCURS 20 TIMES.
                   15  DOCUMENTO-S-DOC-ID      PIC 9(10).
                   15  DOCUMENTO-S-DOC-TIPO    PIC X(03).
                   15  DOCUMENTO-S-DOC-REF     PIC X(40).
                   15  DOCUMENTO-S-DOC-VERSION PIC X(10).
                   15  DOCUMENTO-S-DOC-FEC-FIRMA
                                               PIC X(08).
                   15  DOCUMENTO-S-DOC-FIRMANTES
                                               PIC X(60).
               10  DOCUMENTO-SQLCODE           PIC S9(09) COMP-5.
               10  DOCUMENTO-STAT              PIC S9(01) VALUE 0.
                   88  DOCUMENTO-STAT-OK       VALUE 0.
                   88  DOCUMENTO-STAT-ERR-ACC  VALUE -1.
      *            Entidad o tipo desconocidos, referencia en blanco
      *            o fecha de firma no válida.
                   88  DOCUMENTO-STAT-ERR-DATOS
                                               VALUE -2.
      *            El cliente o producto no existe, o la entrada a
      *            anular no existe o ya está anulada.
                   88  DOCUMENTO-STAT-ENC-NO   VALUE -3.
      *            Esa referencia del archivo ya está indexada.
                   88  DOCUMENTO-STAT-DUPLICADO
                                               VALUE -4.
                   88  DOCUMENTO-STAT-ERR-SQL  VALUE -5.
