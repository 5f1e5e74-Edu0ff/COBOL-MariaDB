      * Tabla DOCUMENTO.
      * Índice de la documentación escaneada en el archivo documental:
      * cada entrada apunta a un documento del archivo por su
      * referencia y lo vincula a un cliente o a uno de sus productos.
      * El documento en sí no está aquí; sólo su ficha.
       01  REG-DOCUMENTO.
           05  DOCUMENTO-ID              PIC 9(10).
      *    Referencia del documento en el archivo documental.
           05  DOCUMENTO-REF             PIC X(40).
      *    CON contrato (cuenta, tarjeta o plazo fijo), ESC escritura
      *    de préstamo, MAN orden de domiciliación de un mandato, IDE
      *    copia del documento de identidad, DEF certificado de
      *    defunción, OTR cualquier otro.
           05  DOCUMENTO-TIPO            PIC X(03).
               88  DOCUMENTO-TIPO-CONTRATO   VALUE 'CON'.
               88  DOCUMENTO-TIPO-ESCRITURA  VALUE 'ESC'.
               88  DOCUMENTO-TIPO-MANDATO    VALUE 'MAN'.
               88  DOCUMENTO-TIPO-IDENTIDAD  VALUE 'IDE'.
               88  DOCUMENTO-TIPO-DEFUNCION  VALUE 'DEF'.
               88  DOCUMENTO-TIPO-OK         VALUES 'CON' 'ESC' 'MAN'
                                                    'IDE' 'DEF' 'OTR'.
      *    A qué va vinculado: CLI cliente (id_cliente), CTA cuenta,
      *    TAR tarjeta y MAN mandato (id_medio), PRE préstamo
      *    (id_prestamo), PLZ plazo fijo (id_plazo).
           05  DOCUMENTO-ENTIDAD         PIC X(03).
               88  DOCUMENTO-ENTIDAD-CLIENTE VALUE 'CLI'.
               88  DOCUMENTO-ENTIDAD-CUENTA  VALUE 'CTA'.
               88  DOCUMENTO-ENTIDAD-TARJETA VALUE 'TAR'.
               88  DOCUMENTO-ENTIDAD-PRESTAMO
                                             VALUE 'PRE'.
               88  DOCUMENTO-ENTIDAD-PLAZO   VALUE 'PLZ'.
               88  DOCUMENTO-ENTIDAD-MANDATO VALUE 'MAN'.
           05  DOCUMENTO-ID-ENTIDAD      PIC 9(10).
      *    Versión de las condiciones firmadas, fecha de la firma
      *    (AAAAMMDD) y quién firmó (NIF o nombres, como venga en el
      *    documento).
           05  DOCUMENTO-VERSION         PIC X(10).
           05  DOCUMENTO-FEC-FIRMA       PIC X(08).
           05  DOCUMENTO-FIRMANTES       PIC X(60).
      *    A vigente, B anulada (mal indexada o sustituida).
           05  DOCUMENTO-ESTADO          PIC X(01).
               88  DOCUMENTO-ESTADO-VIGENTE  VALUE 'A'.
               88  DOCUMENTO-ESTADO-ANULADO  VALUE 'B'.
           05  DOCUMENTO-FEC-ALTA        PIC X(08).
           05  DOCUMENTO-USUARIO         PIC X(30).

       01  REG-DOCUMENTO-NULL.
           05  DOCUMENTO-ID-NULL         PIC S9(04) COMP-5.
           05  DOCUMENTO-REF-NULL        PIC S9(04) COMP-5.
           05  DOCUMENTO-TIPO-NULL       PIC S9(04) COMP-5.
           05  DOCUMENTO-ENTIDAD-NULL    PIC S9(04) COMP-5.
           05  DOCUMENTO-ID-ENTIDAD-NULL PIC S9(04) COMP-5.
           05  DOCUMENTO-VERSION-NULL    PIC S9(04) COMP-5.
           05  DOCUMENTO-FEC-FIRMA-NULL  PIC S9(04) COMP-5.
           05  DOCUMENTO-FIRMANTES-NULL  PIC S9(04) COMP-5.
           05  DOCUMENTO-ESTADO-NULL     PIC S9(04) COMP-5.
           05  DOCUMENTO-FEC-ALTA-NULL   PIC S9(04) COMP-5.
           05  DOCUMENTO-USUARIO-NULL    PIC S9(04) COMP-5.
