       01  AREA-POLCRED.
           05  AREA-POLCRED-ENTRADA.
               10  POLCRED-E-ACC               PIC 9(01) VALUE 0.
      *            Alta de la póliza sobre una cuenta, renovación a un
      *            nuevo vencimiento (y, si se indica, nuevo límite o
      *            tipo) y cancelación anticipada.
                   88  POLCRED-E-ACC-ALTA      VALUE 0.
                   88  POLCRED-E-ACC-RENOVAR   VALUE 1.
                   88  POLCRED-E-ACC-CANCELAR  VALUE 2.
      *        Alta: cuenta y condiciones. Renovación: póliza, nuevo
      *        vencimiento y, distintos de cero, nuevo límite y nuevo
      *        tipo deudor. Cancelación: sólo la póliza.
               10  POLCRED-E-ID-CTA            PIC 9(10).
               10  POLCRED-E-ID-POLIZA         PIC 9(10).
               10  POLCRED-E-LIMITE            PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Fecha de vencimiento AAAAMMDD.
               10  POLCRED-E-FEC-VENCIMIENTO   PIC X(08).
               10  POLCRED-E-TASA              PIC 9(01)V9(04).
               10  POLCRED-E-PCT-NO-DISP       PIC 9(01)V9(04).
               10  POLCRED-E-PCT-APERTURA      PIC 9(01)V9(04).
           05  AREA-POLCRED-SALIDA.
               10  POLCRED-S-ID-POLIZA         PIC 9(10).
      *        Comisión de apertura cargada en el alta, y dispuesto y
      *        disponible de la póliza tras la operación.
               10  POLCRED-S-COMISION          PIC S9(08)V99
                                               LEADING SEPARATE.
               10  POLCRED-S-DISPUESTO         PIC S9(08)V99
                                               LEADING SEPARATE.
               10  POLCRED-S-DISPONIBLE        PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Grupo económico de los titulares de la cuenta (cero
      *        si no están en ninguno), su riesgo vivo antes de la
      *        operación y su límite aprobado. Si el grupo sólo avisa
      *        al pasarse del límite, la póliza se abre o se renueva
      *        igual y POLCRED-S-AVISO-GRUPO queda a 'S'.
               10  POLCRED-S-ID-GRUPO          PIC 9(10).
               10  POLCRED-S-RIESGO-GRUPO      PIC S9(11)V99
                                               LEADING SEPARATE.
               10  POLCRED-S-LIMITE-GRUPO      PIC S9(11)V99
                                               LEADING SEPARATE.
               10  POLCRED-S-AVISO-GRUPO       PIC X(01).
                   88  POLCRED-S-AVISO-GRUPO-SI
                                               VALUE 'S'.
               10  POLCRED-SQLCODE             PIC S9(09) COMP-5.
               10  POLCRED-STAT                PIC S9(01) VALUE 0.
                   88  POLCRED-STAT-OK         VALUE 0.
                   88  POLCRED-STAT-ERR-ACC    VALUE -1.
                   88  POLCRED-STAT-ERR-DATOS  VALUE -2.
                   88  POLCRED-STAT-ENC-NO     VALUE -3.
      *            Cuenta que no está de alta, o póliza cancelada.
                   88  POLCRED-STAT-ERR-ESTADO VALUE -4.
      *            La cuenta ya tiene una póliza activa.
                   88  POLCRED-STAT-DUPLICADA  VALUE -5.
      *            Lo dispuesto no cabe en el nuevo límite, o la
      *            cuenta sigue en negativo y no se puede cancelar.
                   88  POLCRED-STAT-DISPUESTO  VALUE -6.
      *            INSMOV o ACTCTA han rechazado el cargo de la
      *            comisión de apertura.
                   88  POLCRED-STAT-ERR-APUNTE VALUE -7.
                   88  POLCRED-STAT-ERR-SQL    VALUE -8.
      *            El límite nuevo pasaría el límite de riesgo del
      *            grupo económico y el grupo bloquea las operaciones
      *            que lo pasan.
                   88  POLCRED-STAT-LIMITE-GRUPO
                                               VALUE -9.
