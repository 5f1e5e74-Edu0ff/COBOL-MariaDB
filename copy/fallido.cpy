       01  AREA-FALLIDO.
           05  AREA-FALLIDO-ENTRADA.
               10  FALLIDO-E-ACC               PIC 9(01) VALUE 0.
      *            Baja por fallido de una operación provisionada al
      *            cien por cien en fase 3, y recuperación posterior
      *            de parte o todo lo dado de baja.
                   88  FALLIDO-E-ACC-BAJA      VALUE 0.
                   88  FALLIDO-E-ACC-RECUPERAR VALUE 1.
      *        Baja: operación (P préstamo, C cuenta en descubierto,
      *        T tarjeta) y motivo.
               10  FALLIDO-E-TIPO-OPERACION    PIC X(01).
                   88  FALLIDO-E-TIPO-PRESTAMO VALUE 'P'.
                   88  FALLIDO-E-TIPO-CUENTA   VALUE 'C'.
                   88  FALLIDO-E-TIPO-TARJETA  VALUE 'T'.
                   88  FALLIDO-E-TIPO-OK       VALUES 'P' 'C' 'T'.
               10  FALLIDO-E-ID-OPERACION      PIC 9(10).
               10  FALLIDO-E-MOTIVO            PIC X(60).
      *        Recuperación: fallido, importe cobrado y cuenta de la
      *        que se carga; a cero la cuenta, el cobro llega por
      *        fuera (caja, agencia de recobro) y sólo se anota.
               10  FALLIDO-E-ID-FALLIDO        PIC 9(10).
               10  FALLIDO-E-IMPORTE           PIC S9(08)V99
                                               LEADING SEPARATE.
               10  FALLIDO-E-ID-CTA-CARGO      PIC 9(10).
               10  FALLIDO-E-USUARIO           PIC X(30).
           05  AREA-FALLIDO-SALIDA.
               10  FALLIDO-S-ID-FALLIDO        PIC 9(10).
      *        Deuda dada de baja, provisión aplicada, recuperado
      *        hasta ahora y lo que queda por recuperar.
               10  FALLIDO-S-IMPORTE-FALLIDO   PIC S9(08)V99
                                               LEADING SEPARATE.
               10  FALLIDO-S-PROVISION         PIC S9(08)V99
                                               LEADING SEPARATE.
               10  FALLIDO-S-RECUPERADO        PIC S9(08)V99
                                               LEADING SEPARATE.
               10  FALLIDO-S-PENDIENTE         PIC S9(08)V99
                                               LEADING SEPARATE.
               10  FALLIDO-SQLCODE             PIC S9(09) COMP-5.
               10  FALLIDO-STAT                PIC S9(01) VALUE 0.
                   88  FALLIDO-STAT-OK         VALUE 0.
                   88  FALLIDO-STAT-ERR-ACC    VALUE -1.
                   88  FALLIDO-STAT-ERR-DATOS  VALUE -2.
                   88  FALLIDO-STAT-ENC-NO     VALUE -3.
      *            Operación sin deuda viva o ya dada de baja, o
      *            fallido ya recuperado del todo.
                   88  FALLIDO-STAT-ERR-ESTADO VALUE -4.
      *            La operación no está en fase 3 con provisión que
      *            cubra toda la deuda en el último cierre.
                   88  FALLIDO-STAT-NO-PROVISIONADA
                                               VALUE -5.
      *            INSMOV o ACTCTA/ACTTAR han rechazado el apunte.
                   88  FALLIDO-STAT-ERR-APUNTE VALUE -6.
                   88  FALLIDO-STAT-ERR-SQL    VALUE -7.
