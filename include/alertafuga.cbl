      * Tabla ALERTA_FUGA.
      * Clientes que RPTFUGA señala cada mes con riesgo de irse: la
      * puntuación que sacaron, las señales que la forman y la oficina
      * y el gestor que los llevaban al cierre del mes. Un cliente
      * sale como mucho una vez por mes; el mes siguiente se mira qué
      * fue de cada uno.
       01  REG-ALERTAFUGA.
           05  ALERTAFUGA-MES            PIC X(06).
           05  ALERTAFUGA-ID-CLIENTE     PIC 9(10).
      *    Oficina del cliente y gestor asignado (en blanco si no
      *    tenía) el último día del mes.
           05  ALERTAFUGA-OFICINA        PIC X(04).
           05  ALERTAFUGA-COD-GESTOR     PIC X(08).
           05  ALERTAFUGA-PUNTUACION     PIC 9(03).
      *    Una posición por señal, 'S' si la hubo: caída de saldo,
      *    nómina o ingresos periódicos que dejan de llegar, mandatos
      *    revocados, tarjetas dadas de baja, transferencias a cuentas
      *    propias en otra entidad, traslado de cuenta saliente y
      *    reclamaciones recientes.
           05  ALERTAFUGA-MOTIVOS        PIC X(07).
           05  ALERTAFUGA-MOTIVOS-R      REDEFINES
               ALERTAFUGA-MOTIVOS.
               10  ALERTAFUGA-MOT-SALDO      PIC X(01).
                   88  ALERTAFUGA-SALDO-SI       VALUE 'S'.
               10  ALERTAFUGA-MOT-INGRESOS   PIC X(01).
                   88  ALERTAFUGA-INGRESOS-SI    VALUE 'S'.
               10  ALERTAFUGA-MOT-MANDATOS   PIC X(01).
                   88  ALERTAFUGA-MANDATOS-SI    VALUE 'S'.
               10  ALERTAFUGA-MOT-TARJETAS   PIC X(01).
                   88  ALERTAFUGA-TARJETAS-SI    VALUE 'S'.
               10  ALERTAFUGA-MOT-TRF-PROPIA PIC X(01).
                   88  ALERTAFUGA-TRF-PROPIA-SI  VALUE 'S'.
               10  ALERTAFUGA-MOT-TRASLADO   PIC X(01).
                   88  ALERTAFUGA-TRASLADO-SI    VALUE 'S'.
               10  ALERTAFUGA-MOT-RECLAMA    PIC X(01).
                   88  ALERTAFUGA-RECLAMA-SI     VALUE 'S'.
      *    Saldo de sus cuentas en la foto de referencia y en la del
      *    mes.
           05  ALERTAFUGA-SALDO-REF      PIC S9(14)V99
                                         LEADING SEPARATE.
           05  ALERTAFUGA-SALDO-FIN      PIC S9(14)V99
                                         LEADING SEPARATE.
           05  ALERTAFUGA-ID-EJEC        PIC 9(10).
           05  ALERTAFUGA-FEC            PIC X(08).

       01  REG-ALERTAFUGA-NULL.
           05  ALERTAFUGA-MES-NULL        PIC S9(04) COMP-5.
           05  ALERTAFUGA-ID-CLIENTE-NULL PIC S9(04) COMP-5.
           05  ALERTAFUGA-OFICINA-NULL    PIC S9(04) COMP-5.
           05  ALERTAFUGA-COD-GESTOR-NULL PIC S9(04) COMP-5.
           05  ALERTAFUGA-PUNTUACION-NULL PIC S9(04) COMP-5.
           05  ALERTAFUGA-MOTIVOS-NULL    PIC S9(04) COMP-5.
           05  ALERTAFUGA-SALDO-REF-NULL  PIC S9(04) COMP-5.
           05  ALERTAFUGA-SALDO-FIN-NULL  PIC S9(04) COMP-5.
           05  ALERTAFUGA-ID-EJEC-NULL    PIC S9(04) COMP-5.
           05  ALERTAFUGA-FEC-NULL        PIC S9(04) COMP-5.
