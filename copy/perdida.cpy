       01  AREA-PERDIDA.
           05  AREA-PERDIDA-ENTRADA.
               10  PERDIDA-E-ACC               PIC 9(01) VALUE 0.
      *            Alta de un evento; acumular una pérdida al evento
      *            abierto de la misma categoría sobre el mismo medio
      *            (o abrirlo si no lo hay); anotar una recuperación;
      *            cerrar el evento, y consultarlo.
                   88  PERDIDA-E-ACC-ALTA      VALUE 0.
                   88  PERDIDA-E-ACC-ACUMULAR  VALUE 1.
                   88  PERDIDA-E-ACC-RECUPERAR VALUE 2.
                   88  PERDIDA-E-ACC-CERRAR    VALUE 3.
                   88  PERDIDA-E-ACC-CONSULTAR VALUE 4.
      *        Evento a recuperar, cerrar o consultar.
               10  PERDIDA-E-ID                PIC 9(10).
      *        Fechas de ocurrencia y descubrimiento (AAAAMMDD); en
      *        blanco, la del día.
               10  PERDIDA-E-FEC-OCURRENCIA    PIC X(08).
               10  PERDIDA-E-FEC-DESCUBRE      PIC X(08).
      *        Pérdida bruta en el alta y al acumular (puede ser cero
      *        si aún está por cuantificar), o importe recuperado.
               10  PERDIDA-E-IMPORTE           PIC S9(10)V99
                                               LEADING SEPARATE.
      *        Categoría y línea de Basilea (valores en perdida.cbl).
               10  PERDIDA-E-CATEGORIA         PIC X(02).
               10  PERDIDA-E-LINEA             PIC X(02).
      *        Oficina; en blanco se toma la del cliente del medio,
      *        y sin medio queda para servicios centrales.
               10  PERDIDA-E-OFICINA           PIC X(04).
               10  PERDIDA-E-ORIGEN            PIC X(12).
               10  PERDIDA-E-REFERENCIA        PIC X(20).
               10  PERDIDA-E-ID-MEDIO          PIC 9(10).
               10  PERDIDA-E-DESCRIPCION       PIC X(60).
               10  PERDIDA-E-USUARIO           PIC X(30).
           05  AREA-PERDIDA-SALIDA.
               10  PERDIDA-S-ID                PIC 9(10).
      *        Consulta, y cómo queda el evento tras cada acción.
               10  PERDIDA-S-FEC-OCURRENCIA    PIC X(08).
               10  PERDIDA-S-FEC-DESCUBRE      PIC X(08).
               10  PERDIDA-S-IMPORTE-BRUTO     PIC S9(10)V99
                                               LEADING SEPARATE.
               10  PERDIDA-S-IMPORTE-RECUP     PIC S9(10)V99
                                               LEADING SEPARATE.
               10  PERDIDA-S-IMPORTE-NETO      PIC S9(10)V99
                                               LEADING SEPARATE.
               10  PERDIDA-S-CATEGORIA         PIC X(02).
               10  PERDIDA-S-LINEA             PIC X(02).
               10  PERDIDA-S-OFICINA           PIC X(04).
               10  PERDIDA-S-ORIGEN            PIC X(12).
               10  PERDIDA-S-REFERENCIA        PIC X(20).
               10  PERDIDA-S-ID-MEDIO          PIC 9(10).
               10  PERDIDA-S-DESCRIPCION       PIC X(60).
               10  PERDIDA-S-ESTADO            PIC X(01).
               10  PERDIDA-SQLCODE             PIC S9(09) COMP-5.
               10  PERDIDA-STAT                PIC S9(01) VALUE 0.
                   88  PERDIDA-STAT-OK         VALUE 0.
                   88  PERDIDA-STAT-ERR-ACC    VALUE -1.
      *            Categoría o línea desconocida, importe negativo,
      *            fecha mal formada, descubrimiento anterior a la
      *            ocurrencia o recuperación mayor que lo perdido.
                   88  PERDIDA-STAT-ERR-DATOS  VALUE -2.
                   88  PERDIDA-STAT-ENC-NO     VALUE -3.
      *            Ese origen ya abrió un evento con esa referencia.
                   88  PERDIDA-STAT-DUPLICADO  VALUE -4.
      *            El evento a cerrar ya estaba cerrado.
                   88  PERDIDA-STAT-CERRADO    VALUE -5.
                   88  PERDIDA-STAT-ERR-SQL    VALUE -6.
