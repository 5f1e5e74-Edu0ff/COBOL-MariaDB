      * Tabla PERDIDA_OPERACIONAL.
      * Registro de eventos de pérdida operacional para el informe de
      * riesgos: cuándo ocurrió y cuándo se descubrió, la pérdida
      * bruta y lo recuperado después, la categoría de evento y la
      * línea de negocio de Basilea y la oficina donde se produjo.
      * Los abren solos los programas que generan las pérdidas
      * (AJUSTELOTE, DISPUTATAR, RPTARQUEO, TRANSITORIA y BLOQTAR) y
      * el resto se da de alta en MENUBANCO; todo pasa por PERDIDA.
       01  REG-PERDIDA.
           05  PERDIDA-ID                PIC 9(10).
           05  PERDIDA-FEC-OCURRENCIA    PIC X(08).
           05  PERDIDA-FEC-DESCUBRE      PIC X(08).
           05  PERDIDA-IMPORTE-BRUTO     PIC S9(10)V99
                                         LEADING SEPARATE.
           05  PERDIDA-IMPORTE-RECUP     PIC S9(10)V99
                                         LEADING SEPARATE.
      *    Tipo de evento de nivel 1 de Basilea.
           05  PERDIDA-CATEGORIA         PIC X(02).
      *        Fraude interno.
               88  PERDIDA-CAT-FRAUDE-INT    VALUE 'FI'.
      *        Fraude externo.
               88  PERDIDA-CAT-FRAUDE-EXT    VALUE 'FE'.
      *        Relaciones laborales y seguridad en el puesto.
               88  PERDIDA-CAT-LABORAL       VALUE 'RL'.
      *        Clientes, productos y prácticas empresariales.
               88  PERDIDA-CAT-CLIENTES      VALUE 'CN'.
      *        Daños a activos materiales.
               88  PERDIDA-CAT-DANOS         VALUE 'DA'.
      *        Incidencias en el negocio y fallos en los sistemas.
               88  PERDIDA-CAT-SISTEMAS      VALUE 'IS'.
      *        Ejecución, entrega y gestión de procesos.
               88  PERDIDA-CAT-PROCESOS      VALUE 'EP'.
               88  PERDIDA-CATEGORIA-OK      VALUE 'FI' 'FE' 'RL'
                                                   'CN' 'DA' 'IS'
                                                   'EP'.
      *    Línea de negocio de Basilea.
           05  PERDIDA-LINEA             PIC X(02).
      *        Finanzas corporativas.
               88  PERDIDA-LIN-FINANZAS      VALUE 'FC'.
      *        Negociación y ventas.
               88  PERDIDA-LIN-NEGOCIACION   VALUE 'NV'.
      *        Banca minorista.
               88  PERDIDA-LIN-MINORISTA     VALUE 'BM'.
      *        Banca comercial.
               88  PERDIDA-LIN-COMERCIAL     VALUE 'BC'.
      *        Pagos y liquidación.
               88  PERDIDA-LIN-PAGOS         VALUE 'PL'.
      *        Servicios de agencia.
               88  PERDIDA-LIN-AGENCIA       VALUE 'SA'.
      *        Gestión de activos.
               88  PERDIDA-LIN-ACTIVOS       VALUE 'GA'.
      *        Intermediación minorista.
               88  PERDIDA-LIN-INTERMEDIA    VALUE 'IM'.
               88  PERDIDA-LINEA-OK          VALUE 'FC' 'NV' 'BM'
                                                   'BC' 'PL' 'SA'
                                                   'GA' 'IM'.
      *    Oficina donde se produjo; en blanco, servicios centrales.
           05  PERDIDA-OFICINA           PIC X(04).
      *    Quién abrió el evento (programa, o MENUBANCO para los de
      *    alta manual) y su referencia allí (cajón, partida, lote),
      *    que no se repite para un mismo origen.
           05  PERDIDA-ORIGEN            PIC X(12).
           05  PERDIDA-REFERENCIA        PIC X(20).
      *    Cuenta o tarjeta afectada, si la hay.
           05  PERDIDA-ID-MEDIO          PIC 9(10).
           05  PERDIDA-DESCRIPCION       PIC X(60).
           05  PERDIDA-ESTADO            PIC X(01).
               88  PERDIDA-ABIERTA           VALUE 'A'.
               88  PERDIDA-CERRADA           VALUE 'C'.
           05  PERDIDA-FEC-ALTA          PIC X(08).
           05  PERDIDA-FEC-CIERRE        PIC X(08).
           05  PERDIDA-USUARIO           PIC X(30).

       01  REG-PERDIDA-NULL.
           05  PERDIDA-ID-NULL             PIC S9(04) COMP-5.
           05  PERDIDA-FEC-OCURRENCIA-NULL PIC S9(04) COMP-5.
           05  PERDIDA-FEC-DESCUBRE-NULL   PIC S9(04) COMP-5.
           05  PERDIDA-IMPORTE-BRUTO-NULL  PIC S9(04) COMP-5.
           05  PERDIDA-IMPORTE-RECUP-NULL  PIC S9(04) COMP-5.
           05  PERDIDA-CATEGORIA-NULL      PIC S9(04) COMP-5.
           05  PERDIDA-LINEA-NULL          PIC S9(04) COMP-5.
           05  PERDIDA-OFICINA-NULL        PIC S9(04) COMP-5.
           05  PERDIDA-ORIGEN-NULL         PIC S9(04) COMP-5.
           05  PERDIDA-REFERENCIA-NULL     PIC S9(04) COMP-5.
           05  PERDIDA-ID-MEDIO-NULL       PIC S9(04) COMP-5.
           05  PERDIDA-DESCRIPCION-NULL    PIC S9(04) COMP-5.
           05  PERDIDA-ESTADO-NULL         PIC S9(04) COMP-5.
           05  PERDIDA-FEC-ALTA-NULL       PIC S9(04) COMP-5.
           05  PERDIDA-FEC-CIERRE-NULL     PIC S9(04) COMP-5.
           05  PERDIDA-USUARIO-NULL        PIC S9(04) COMP-5.
