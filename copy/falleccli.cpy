               10  FALLECCLI-E-FEC             PIC 9(08).
               10  FALLECCLI-E-FEC-X           REDEFINES
                   FALLECCLI-E-FEC             PIC X(08).
      *        Certificado de defuncion escaneado, opcional:
      *        referencia en el archivo documental. Si viene, queda
      *        indexado (DOCUMENTO) contra el cliente.
               10  FALLECCLI-E-REF-CERTIFICADO PIC X(40).
           05  AREA-FALLECCLI-SALIDA.
               10  FALLECCLI-S-ID-CLIENTE      PIC 9(10).
      *        'S' si el cliente queda marcado sin certificado de
      *        defuncion en el archivo documental.
               10  FALLECCLI-S-AVISO-DOC       PIC X(01).
                   88  FALLECCLI-S-AVISO-DOC-SI
                                               VALUE 'S'.
               10  FALLECCLI-SQLCODE           PIC S9(09) COMP-5.
               10  FALLECCLI-STAT              PIC S9(01) VALUE 0.
                   88  FALLECCLI-STAT-OK       VALUE 0.
                   88  FALLECCLI-STAT-YA-MARCADO
                                               VALUE -3.
                   88  FALLECCLI-STAT-ERR-SQL  VALUE -4.
      *            La referencia del certificado ya esta indexada.
                   88  FALLECCLI-STAT-ERR-DOC  VALUE -5.
