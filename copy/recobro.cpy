       01  AREA-RECOBRO.
           05  AREA-RECOBRO-ENTRADA.
               10  RECOBRO-E-ACC               PIC 9(01) VALUE 0.
      *            Alta de una agencia de recobro, cambio de sus
      *            condiciones (comisión, capacidad), baja, consulta,
      *            retirada a mano de una deuda asignada y consulta de
      *            una asignación.
                   88  RECOBRO-E-ACC-ALTA      VALUE 0.
                   88  RECOBRO-E-ACC-MODIFICAR VALUE 1.
                   88  RECOBRO-E-ACC-BAJA      VALUE 2.
                   88  RECOBRO-E-ACC-CONSULTAR VALUE 3.
                   88  RECOBRO-E-ACC-RETIRAR   VALUE 4.
                   88  RECOBRO-E-ACC-VER-ASIGNACION
                                               VALUE 5.
      *        Código de la agencia (acciones 0 a 3).
               10  RECOBRO-E-ID-AGENCIA        PIC X(10).
      *        Alta: nombre y NIF de la agencia.
               10  RECOBRO-E-NOMBRE            PIC X(40).
               10  RECOBRO-E-NIF               PIC X(10).
      *        Alta y cambio: comisión en tanto por uno (0,1500 =
      *        15%) y número máximo de deudas activas a la vez. En el
      *        cambio, lo que venga a cero se mantiene.
               10  RECOBRO-E-PCT-COMISION      PIC 9(01)V9(04).
               10  RECOBRO-E-CAPACIDAD         PIC 9(05).
      *        Retirada y consulta de una asignación.
               10  RECOBRO-E-ID-ASIGNACION     PIC 9(10).
               10  RECOBRO-E-USUARIO           PIC X(30).
           05  AREA-RECOBRO-SALIDA.
      *        La agencia como queda, con sus deudas activas.
               10  RECOBRO-S-NOMBRE            PIC X(40).
               10  RECOBRO-S-NIF               PIC X(10).
               10  RECOBRO-S-PCT-COMISION      PIC 9(01)V9(04).
               10  RECOBRO-S-CAPACIDAD         PIC 9(05).
               10  RECOBRO-S-ESTADO            PIC X(01).
               10  RECOBRO-S-FEC-ALTA          PIC X(08).
               10  RECOBRO-S-ACTIVAS           PIC 9(05).
               10  RECOBRO-S-IMPORTE-ACTIVO    PIC 9(10)V99.
      *        La asignación como queda (retirada y consulta de una
      *        asignación).
               10  RECOBRO-S-ASIGNACION.
                   15  RECOBRO-S-ASG-ID-AGENCIA
                                               PIC X(10).
                   15  RECOBRO-S-ASG-TIPO      PIC X(01).
                   15  RECOBRO-S-ASG-ID-OPERACION
                                               PIC 9(10).
                   15  RECOBRO-S-ASG-NIF       PIC X(10).
                   15  RECOBRO-S-ASG-ASIGNADO  PIC 9(10)V99.
                   15  RECOBRO-S-ASG-RECUPERADO
                                               PIC 9(10)V99.
                   15  RECOBRO-S-ASG-COMISION  PIC 9(10)V99.
                   15  RECOBRO-S-ASG-FEC-ASIGNACION
                                               PIC X(08).
                   15  RECOBRO-S-ASG-FEC-LIMITE
                                               PIC X(08).
                   15  RECOBRO-S-ASG-ESTADO    PIC X(01).
                   15  RECOBRO-S-ASG-MOTIVO    PIC X(01).
                   15  RECOBRO-S-ASG-SITUACION PIC X(03).
               10  RECOBRO-SQLCODE             PIC S9(09) COMP-5.
               10  RECOBRO-STAT                PIC S9(01) VALUE 0.
                   88  RECOBRO-STAT-OK         VALUE 0.
                   88  RECOBRO-STAT-ERR-ACC    VALUE -1.
                   88  RECOBRO-STAT-ERR-DATOS  VALUE -2.
      *            Agencia o asignación inexistente, o agencia de baja.
                   88  RECOBRO-STAT-ENC-NO     VALUE -3.
      *            Agencia ya registrada.
                   88  RECOBRO-STAT-DUPLICADO  VALUE -4.
      *            Baja de una agencia con deudas aún asignadas, o
      *            retirada de una asignación que ya no está activa.
                   88  RECOBRO-STAT-ERR-ESTADO VALUE -5.
                   88  RECOBRO-STAT-ERR-SQL    VALUE -6.
