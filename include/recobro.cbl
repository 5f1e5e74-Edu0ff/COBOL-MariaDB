      * Tabla AGENCIA_RECOBRO.
      * Agencias externas a las que se encarga el recobro de deudas
      * impagadas: comisión que cobran sobre lo que recuperan, en
      * tanto por uno (0,1500 = 15%), y número máximo de deudas que
      * admiten a la vez.
       01  REG-AGENCIA.
           05  AGENCIA-ID                PIC X(10).
           05  AGENCIA-NOMBRE            PIC X(40).
           05  AGENCIA-NIF               PIC X(10).
           05  AGENCIA-PCT-COMISION      PIC 9(01)V9(04).
           05  AGENCIA-CAPACIDAD         PIC 9(05).
           05  AGENCIA-ESTADO            PIC X(01).
               88  AGENCIA-ESTADO-ALTA       VALUE 'A'.
               88  AGENCIA-ESTADO-BAJA       VALUE 'B'.
           05  AGENCIA-FEC-ALTA          PIC X(08).
           05  AGENCIA-USUARIO           PIC X(30).

      * Tabla ASIGNACION_RECOBRO.
      * Cada deuda encargada a una agencia: un préstamo moroso, el
      * descubierto de una cuenta o el saldo deudor de una tarjeta.
      * Una operación sólo tiene una asignación activa a la vez; al
      * retirarla se anota el motivo, y ASIGRECOB comunica la
      * retirada a la agencia en su siguiente fichero.
       01  REG-ASIGREC.
           05  ASIGREC-ID                PIC 9(10).
           05  ASIGREC-ID-AGENCIA        PIC X(10).
      *    P préstamo, C cuenta, T tarjeta (como en FALLIDO).
           05  ASIGREC-TIPO-OPERACION    PIC X(01).
               88  ASIGREC-TIPO-PRESTAMO     VALUE 'P'.
               88  ASIGREC-TIPO-CUENTA       VALUE 'C'.
               88  ASIGREC-TIPO-TARJETA      VALUE 'T'.
           05  ASIGREC-ID-OPERACION      PIC 9(10).
           05  ASIGREC-ID-CLIENTE        PIC 9(10).
      *    Deuda y días de impago en el momento de la asignación.
           05  ASIGREC-IMPORTE-ASIGNADO  PIC 9(10)V99.
           05  ASIGREC-DIAS              PIC 9(05).
      *    Acumulado de lo cobrado por la agencia y de su comisión.
           05  ASIGREC-IMPORTE-RECUPERADO
                                         PIC 9(10)V99.
           05  ASIGREC-IMPORTE-COMISION  PIC 9(10)V99.
           05  ASIGREC-FEC-ASIGNACION    PIC X(08).
      *    Fecha en que vence el encargo si la agencia no cobra.
           05  ASIGREC-FEC-LIMITE        PIC X(08).
           05  ASIGREC-FEC-RETIRADA      PIC X(08).
      *    Fecha en que la retirada salió en el fichero a la agencia.
           05  ASIGREC-FEC-COMUNICA      PIC X(08).
      *    A activa, C cobrada entera por la agencia, R retirada.
           05  ASIGREC-ESTADO            PIC X(01).
               88  ASIGREC-ESTADO-ACTIVA     VALUE 'A'.
               88  ASIGREC-ESTADO-COBRADA    VALUE 'C'.
               88  ASIGREC-ESTADO-RETIRADA   VALUE 'R'.
      *    V plazo vencido, P pagada al banco, D devuelta por la
      *    agencia (incobrable), M retirada a mano.
           05  ASIGREC-MOTIVO-RETIRADA   PIC X(01).
               88  ASIGREC-RETIRADA-VENCIDA  VALUE 'V'.
               88  ASIGREC-RETIRADA-PAGADA   VALUE 'P'.
               88  ASIGREC-RETIRADA-DEVUELTA VALUE 'D'.
               88  ASIGREC-RETIRADA-MANUAL   VALUE 'M'.
      *    Última situación que ha comunicado la agencia (LOC
      *    localizado, ACU acuerdo de pago, ILO ilocalizable, INC
      *    incobrable, JUD vía judicial) y su fecha.
           05  ASIGREC-SITUACION         PIC X(03).
           05  ASIGREC-FEC-SITUACION     PIC X(08).
           05  ASIGREC-ID-EJEC           PIC 9(10).

      * Tabla COBRO_RECOBRO.
      * Cada cobro que comunica la agencia, con su comisión y el
      * movimiento con el que se abonó. La referencia de la agencia es
      * única por agencia, así que un fichero cargado dos veces no
      * abona nada dos veces.
       01  REG-COBREC.
           05  COBREC-ID                 PIC 9(10).
           05  COBREC-ID-ASIGNACION      PIC 9(10).
           05  COBREC-REF-AGENCIA        PIC X(20).
           05  COBREC-FEC-COBRO          PIC X(08).
           05  COBREC-IMPORTE            PIC 9(10)V99.
           05  COBREC-COMISION           PIC 9(10)V99.
           05  COBREC-REF-MOV            PIC 9(12).
      *    Fallido al que se aplicó el cobro, si la deuda estaba
      *    pasada a fallidos; cero si no.
           05  COBREC-ID-FALLIDO         PIC 9(10).
      *    Préstamos: la cuota impagada más antigua cuando se abonó.
           05  COBREC-ID-IMPAGO          PIC 9(10).
           05  COBREC-ID-EJEC            PIC 9(10).
