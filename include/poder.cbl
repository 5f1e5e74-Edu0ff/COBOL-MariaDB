      * Tabla PODER.
      * Registro de poderes notariales de los clientes: cada fila es
      * un apoderado con su escritura, el alcance de lo que puede
      * firmar en nombre del poderdante, un tope de importe y la
      * fecha en que el poder deja de estar en vigor.
       01  REG-PODER.
           05  PODER-ID                  PIC 9(10).
      *    Cliente poderdante (normalmente una persona jurídica).
           05  PODER-ID-CLIENTE          PIC 9(10).
           05  PODER-NIF-APODERADO       PIC X(10).
      *    Escritura de apoderamiento: número de protocolo, notario
      *    autorizante y fecha de otorgamiento (AAAAMMDD).
           05  PODER-NUM-ESCRITURA       PIC X(20).
           05  PODER-NOTARIO             PIC X(40).
           05  PODER-FEC-ESCRITURA       PIC X(08).
      *    Alcance: firma solidaria (basta la suya), mancomunada
      *    (con otro apoderado) o sólo para préstamos.
           05  PODER-ALCANCE             PIC X(01).
               88  PODER-ALCANCE-SOLIDARIO   VALUE 'S'.
               88  PODER-ALCANCE-MANCOMUNADO VALUE 'M'.
               88  PODER-ALCANCE-PRESTAMOS   VALUE 'P'.
      *    Importe máximo por operación; a cero no hay tope.
           05  PODER-LIMITE              PIC S9(08)V99 LEADING SEPARATE.
      *    Vencimiento del poder (AAAAMMDD); nulo es indefinido.
           05  PODER-FEC-VENC            PIC X(08).
           05  PODER-ESTADO              PIC X(01).
               88  PODER-ESTADO-ALTA         VALUE 'A'.
               88  PODER-ESTADO-REVOCADO     VALUE 'R'.

       01  REG-PODER-NULL.
           05  PODER-ID-NULL             PIC S9(04) COMP-5.
           05  PODER-ID-CLIENTE-NULL     PIC S9(04) COMP-5.
           05  PODER-NIF-APODERADO-NULL  PIC S9(04) COMP-5.
           05  PODER-NUM-ESCRITURA-NULL  PIC S9(04) COMP-5.
           05  PODER-NOTARIO-NULL        PIC S9(04) COMP-5.
           05  PODER-FEC-ESCRITURA-NULL  PIC S9(04) COMP-5.
           05  PODER-ALCANCE-NULL        PIC S9(04) COMP-5.
           05  PODER-LIMITE-NULL         PIC S9(04) COMP-5.
           05  PODER-FEC-VENC-NULL       PIC S9(04) COMP-5.
           05  PODER-ESTADO-NULL         PIC S9(04) COMP-5.
