       01  AREA-GARANTIA.
           05  AREA-GARANTIA-ENTRADA.
               10  GARANTIA-E-ACC              PIC 9(01) VALUE 0.
      *            Alta de una garantía real de un préstamo con su
      *            primera tasación, nueva tasación, vínculo con la
      *            póliza de seguro del inmueble y liberación de la
      *            garantía (cancelación registral).
                   88  GARANTIA-E-ACC-ALTA     VALUE 0.
                   88  GARANTIA-E-ACC-TASAR    VALUE 1.
                   88  GARANTIA-E-ACC-POLIZA   VALUE 2.
                   88  GARANTIA-E-ACC-LIBERAR  VALUE 3.
      *        Alta: préstamo, tipo de inmueble, referencia catastral
      *        y, opcionalmente, el domicilio del inmueble.
               10  GARANTIA-E-ID-PRESTAMO      PIC 9(10).
               10  GARANTIA-E-TIPO             PIC X(01).
                   88  GARANTIA-E-TIPO-VIVIENDA
                                               VALUE 'V'.
                   88  GARANTIA-E-TIPO-LOCAL   VALUE 'L'.
                   88  GARANTIA-E-TIPO-GARAJE  VALUE 'G'.
                   88  GARANTIA-E-TIPO-SUELO   VALUE 'S'.
                   88  GARANTIA-E-TIPO-OTROS   VALUE 'O'.
                   88  GARANTIA-E-TIPO-OK      VALUES 'V' 'L' 'G'
                                                      'S' 'O'.
               10  GARANTIA-E-REF-CATASTRAL    PIC X(20).
               10  GARANTIA-E-ID-DOM           PIC 9(10).
      *        Resto de acciones: la garantía.
               10  GARANTIA-E-ID-GARANTIA      PIC 9(10).
      *        Alta y tasación: valor, fecha (AAAAMMDD, a cero la de
      *        hoy) y sociedad tasadora.
               10  GARANTIA-E-VALOR-TASACION   PIC 9(10)V99.
               10  GARANTIA-E-FEC-TASACION     PIC 9(08).
               10  GARANTIA-E-TASADORA         PIC X(40).
      *        Póliza de banco.poliza_prestamo del mismo préstamo
      *        (a cero, sin póliza).
               10  GARANTIA-E-ID-POLIZA        PIC 9(10).
               10  GARANTIA-E-USUARIO          PIC X(30).
           05  AREA-GARANTIA-SALIDA.
               10  GARANTIA-S-ID-GARANTIA      PIC 9(10).
               10  GARANTIA-SQLCODE            PIC S9(09) COMP-5.
               10  GARANTIA-STAT               PIC S9(01) VALUE 0.
                   88  GARANTIA-STAT-OK        VALUE 0.
                   88  GARANTIA-STAT-ERR-ACC   VALUE -1.
                   88  GARANTIA-STAT-ERR-DATOS VALUE -2.
      *            Préstamo, domicilio, póliza o garantía no existe.
                   88  GARANTIA-STAT-ENC-NO    VALUE -3.
      *            Préstamo no vivo o garantía ya liberada.
                   88  GARANTIA-STAT-ERR-ESTADO
                                               VALUE -4.
      *            La póliza es de otro préstamo.
                   88  GARANTIA-STAT-ERR-POLIZA
                                               VALUE -5.
                   88  GARANTIA-STAT-ERR-SQL   VALUE -6.
