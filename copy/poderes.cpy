       01  AREA-PODERES.
           05  AREA-PODERES-ENTRADA.
               10  PODERES-E-ACC               PIC 9(01) VALUE 0.
      *            Registrar un poder, comprobar que un apoderado
      *            tiene poder bastante en vigor para una operacion,
      *            o revocar un poder.
                   88  PODERES-E-ACC-ALTA      VALUE 0.
                   88  PODERES-E-ACC-COMPROBAR VALUE 1.
                   88  PODERES-E-ACC-REVOCAR   VALUE 2.
      *        Poderdante, por NIF (alta) o, al comprobar, la cuenta
      *        sobre la que se opera: cuentan los poderes de las
      *        personas juridicas titulares o cotitulares de ella.
               10  PODERES-E-NIF-CLIENTE       PIC X(10).
               10  PODERES-E-ID-CTA            PIC 9(10).
               10  PODERES-E-NIF-APODERADO     PIC X(10).
      *        Segundo apoderado, para completar un poder
      *        mancomunado; en blanco no hay segunda firma.
               10  PODERES-E-NIF-APODERADO-2   PIC X(10).
               10  PODERES-E-NUM-ESCRITURA     PIC X(20).
               10  PODERES-E-NOTARIO           PIC X(40).
               10  PODERES-E-FEC-ESCRITURA     PIC 9(08).
               10  PODERES-E-ALCANCE           PIC X(01).
                   88  PODERES-E-ALCANCE-SOLIDARIO
                                               VALUE 'S'.
                   88  PODERES-E-ALCANCE-MANCOMUNADO
                                               VALUE 'M'.
                   88  PODERES-E-ALCANCE-PRESTAMOS
                                               VALUE 'P'.
               10  PODERES-E-LIMITE            PIC S9(08)V99
                                               LEADING SEPARATE.
      *        A cero el poder es indefinido.
               10  PODERES-E-FEC-VENC          PIC 9(08).
               10  PODERES-E-ID-PODER          PIC 9(10).
      *        Operacion que se quiere firmar: importe y clase (los
      *        poderes solo para prestamos no valen para lo demas).
               10  PODERES-E-IMPORTE           PIC S9(08)V99
                                               LEADING SEPARATE.
               10  PODERES-E-OPERACION         PIC X(01).
                   88  PODERES-E-OPERACION-GENERAL
                                               VALUE 'G'.
                   88  PODERES-E-OPERACION-PRESTAMO
                                               VALUE 'P'.
           05  AREA-PODERES-SALIDA.
               10  PODERES-S-ID-PODER          PIC 9(10).
      *        'N' cuando la cuenta no tiene titular persona juridica:
      *        no se opera en nombre de nadie y no hay que comprobar
      *        poderes.
               10  PODERES-S-APLICA            PIC X(01).
                   88  PODERES-S-APLICA-SI     VALUE 'S'.
                   88  PODERES-S-APLICA-NO     VALUE 'N'.
               10  PODERES-SQLCODE             PIC S9(09) COMP-5.
               10  PODERES-STAT                PIC S9(01) VALUE 0.
                   88  PODERES-STAT-OK         VALUE 0.
                   88  PODERES-STAT-ERR-ACC    VALUE -1.
                   88  PODERES-STAT-ERR-DATOS  VALUE -2.
      *            Poderdante o poder inexistente (o ya revocado).
                   88  PODERES-STAT-ENC-NO     VALUE -3.
      *            El apoderado no tiene ningun poder en vigor.
                   88  PODERES-STAT-SIN-PODER  VALUE -4.
      *            Tiene poder en vigor pero no alcanza a esta
      *            operacion (clase o importe).
                   88  PODERES-STAT-INSUFICIENTE
                                               VALUE -5.
      *            Su poder es mancomunado y falta la firma de un
      *            segundo apoderado con poder en vigor.
                   88  PODERES-STAT-CONJUNTA   VALUE -6.
                   88  PODERES-STAT-ERR-SQL    VALUE -7.
