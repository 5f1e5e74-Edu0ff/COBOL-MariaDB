       01  AREA-TRANSITORIA.
           05  AREA-TRANSITORIA-ENTRADA.
               10  TRANSITORIA-E-ACC           PIC 9(01) VALUE 0.
      *            Aparcar un abono que no se pudo aplicar,
      *            aplicarlo a su destino verdadero una vez
      *            investigado, o darlo por irrecuperable cuando la
      *            investigación no lleva a ninguna parte.
                   88  TRANSITORIA-E-ACC-APARCAR
                                               VALUE 0.
                   88  TRANSITORIA-E-ACC-APLICAR
                                               VALUE 1.
                   88  TRANSITORIA-E-ACC-IRRECUPERABLE
                                               VALUE 2.
               10  TRANSITORIA-E-IMPORTE       PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRANSITORIA-E-CPT           PIC X(49).
               10  TRANSITORIA-E-ORIGEN        PIC X(12).
               10  TRANSITORIA-E-USUARIO       PIC X(30).
               10  TRANSITORIA-E-MOTIVO        PIC X(30).
      *        Partida a aplicar (o a dar por irrecuperable) y su
      *        cuenta de destino verdadera.
               10  TRANSITORIA-E-ID-PARTIDA    PIC 9(10).
               10  TRANSITORIA-E-ID-CTA        PIC 9(10).
           05  AREA-TRANSITORIA-SALIDA.
               10  TRANSITORIA-S-ID-PARTIDA    PIC 9(10).
      *        Evento de pérdida abierto por la partida irrecuperable.
               10  TRANSITORIA-S-ID-PERDIDA    PIC 9(10).
               10  TRANSITORIA-SQLCODE         PIC S9(09) COMP-5.
               10  TRANSITORIA-STAT            PIC S9(01) VALUE 0.
                   88  TRANSITORIA-STAT-OK     VALUE 0.
                   88  TRANSITORIA-STAT-ERR-ACC
                                               VALUE -1.
      *            La partida no existe o ya no está pendiente.
                   88  TRANSITORIA-STAT-ENC-NO VALUE -2.
                   88  TRANSITORIA-STAT-ERR-DATOS
                                               VALUE -3.
