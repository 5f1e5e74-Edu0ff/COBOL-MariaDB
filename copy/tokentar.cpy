       01  AREA-TOKENTAR.
           05  AREA-TOKENTAR-ENTRADA.
               10  TOKENTAR-E-ACC              PIC 9(01) VALUE 0.
      *            Tokens vivos (activos y suspendidos) de una tarjeta,
      *            o eliminación de uno de ellos desde ventanilla.
                   88  TOKENTAR-E-ACC-LISTAR   VALUE 0.
                   88  TOKENTAR-E-ACC-ELIMINAR VALUE 1.
               10  TOKENTAR-E-ID-TAR           PIC 9(10).
               10  TOKENTAR-E-ID-TOKEN         PIC 9(10).
               10  TOKENTAR-E-MOTIVO           PIC X(30).
           05  AREA-TOKENTAR-SALIDA.
               10  TOKENTAR-S-CONTADOR         PIC 9(02) VALUE 0.
               10  TOKENTAR-S-TOKENS           OCCURS 10 TIMES.
                   15  TOKENTAR-S-ID           PIC 9(10).
                   15  TOKENTAR-S-REF          PIC X(32).
                   15  TOKENTAR-S-PROVEEDOR    PIC X(20).
                   15  TOKENTAR-S-DISPOSITIVO  PIC X(40).
                   15  TOKENTAR-S-ESTADO       PIC X(01).
                   15  TOKENTAR-S-FEC-ALTA     PIC X(08).
               10  TOKENTAR-SQLCODE            PIC S9(09) COMP-5.
               10  TOKENTAR-STAT               PIC S9(01) VALUE 0.
                   88  TOKENTAR-STAT-OK        VALUE 0.
                   88  TOKENTAR-STAT-ERR-ACC   VALUE -1.
                   88  TOKENTAR-STAT-ERR-DATOS VALUE -2.
                   88  TOKENTAR-STAT-ENC-NO    VALUE -3.
      *            El token ya está eliminado o nunca se activó.
                   88  TOKENTAR-STAT-ERR-ESTADO
                                               VALUE -4.
                   88  TOKENTAR-STAT-ERR-SQL   VALUE -5.
