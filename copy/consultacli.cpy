                                                 PIC S9(08)V99
                                                 LEADING SEPARATE.

      *        Gestor comercial que el cliente tiene asignado, con su
      *        oficina y la fecha desde la que lo lleva; en blanco si
      *        no tiene.
               10  CONSULTACLI-GESTOR.
                   15  CONSULTACLI-GES-COD       PIC X(08).
                   15  CONSULTACLI-GES-NOM       PIC X(40).
                   15  CONSULTACLI-GES-OFICINA   PIC X(04).
                   15  CONSULTACLI-GES-FEC-INI   PIC X(08).

      *        Documentacion vigente del cliente y de sus productos
      *        en el archivo documental (DOCUMENTO), de la firma mas
      *        reciente a la mas antigua: tipo, a que va vinculada,
      *        referencia en el archivo, version y fecha de firma.
               10  CONSULTACLI-DOCUMENTOS.
                   15  CONSULTACLI-DOC-CONTADOR  PIC 9(02) VALUE 0.
                   15  CONSULTACLI-DOC           OCCURS 10 TIMES.
                       20  CONSULTACLI-DOC-TIPO  PIC X(03).
                       20  CONSULTACLI-DOC-ENTIDAD
                                                 PIC X(03).
                       20  CONSULTACLI-DOC-ID-ENTIDAD
                                                 PIC 9(10).
                       20  CONSULTACLI-DOC-REF   PIC X(40).
                       20  CONSULTACLI-DOC-VERSION
                                                 PIC X(10).
                       20  CONSULTACLI-DOC-FEC-FIRMA
                                                 PIC X(08).

      *        Posiciones del cliente en fondos de inversion (FONDO),
      *        valoradas al ultimo valor liquidativo recibido de la
      *        gestora, cada una en la divisa de su fondo.
               10  CONSULTACLI-FONDOS.
                   15  CONSULTACLI-FON-CONTADOR  PIC 9(02) VALUE 0.
                   15  CONSULTACLI-FON           OCCURS 10 TIMES.
                       20  CONSULTACLI-FON-ISIN  PIC X(12).
                       20  CONSULTACLI-FON-NOM   PIC X(40).
                       20  CONSULTACLI-FON-DIVISA
                                                 PIC X(03).
                       20  CONSULTACLI-FON-PARTICIPACIONES
                                                 PIC S9(09)V9(06)
                                                 LEADING SEPARATE.
                       20  CONSULTACLI-FON-VL    PIC S9(06)V9(06)
                                                 LEADING SEPARATE.
                       20  CONSULTACLI-FON-FEC-VL
                                                 PIC X(08).
                       20  CONSULTACLI-FON-VALOR PIC S9(10)V99
                                                 LEADING SEPARATE.

               10  CONSULTACLI-SQLCODE           PIC S9(09) COMP-5.
               10  CONSULTACLI-STAT              PIC S9(01) VALUE 0.
                   88  CONSULTACLI-STAT-OK       VALUE 0.
