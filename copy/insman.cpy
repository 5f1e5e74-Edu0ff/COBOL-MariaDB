               10  INSMAN-E-REF                    PIC 9(12).
               10  INSMAN-E-REF-X                  REDEFINES
                   INSMAN-E-REF                    PIC X(12).
      *        Orden de domiciliacion firmada ya escaneada, opcional:
      *        referencia en el archivo documental. Si viene, queda
      *        indexada (DOCUMENTO) contra el mandato nuevo.
               10  INSMAN-E-REF-ORDEN              PIC X(40).

           05  AREA-INSMAN-SALIDA.
               10  INSMAN-S-MANDATO.
                   15  INSMAN-S-MAN-ID             PIC 9(10).
      *        'S' si el mandato queda sin su orden firmada en el
      *        archivo documental.
               10  INSMAN-S-AVISO-DOC              PIC X(01).
                   88  INSMAN-S-AVISO-DOC-SI       VALUE 'S'.
               10  INSMAN-S-SQLCODE                PIC S9(09) COMP-5.
               10  INSMAN-STAT                     PIC S9(01) VALUE 0.
                   88  INSMAN-STAT-OK              VALUE 0.
                   88  INSMAN-STAT-ERR-CTA-ID      VALUE -1.
                   88  INSMAN-STAT-ERR-REF         VALUE -2.
                   88  INSMAN-STAT-ERR-SQL         VALUE -3.
      *            La referencia de la orden ya esta indexada.
                   88  INSMAN-STAT-ERR-DOC         VALUE -4.
