      * Tabla FALLIDO.
      * Registro de operaciones dadas de baja del balance por
      * fallidas (préstamos, descubiertos de cuenta y crédito de
      * tarjeta) una vez provisionadas al cien por cien en fase 3.
      * Las recuperaciones posteriores se guardan una a una en
      * banco.fallido_recuperacion y se acumulan aquí.
       01  REG-FALLIDO.
           05  FALLIDO-ID                PIC 9(10).
      *    P préstamo, C cuenta, T tarjeta.
           05  FALLIDO-TIPO-OPERACION    PIC X(01).
           05  FALLIDO-ID-OPERACION      PIC 9(10).
           05  FALLIDO-FEC-BAJA          PIC X(08).
      *    Deuda dada de baja y provisión aplicada contra ella.
           05  FALLIDO-IMPORTE           PIC S9(08)V99 LEADING SEPARATE.
           05  FALLIDO-PROVISION         PIC S9(08)V99 LEADING SEPARATE.
           05  FALLIDO-IMPT-RECUPERADO   PIC S9(08)V99 LEADING SEPARATE.
           05  FALLIDO-ESTADO            PIC X(01).
      *        Pendiente de recuperar o recuperado del todo.
               88  FALLIDO-ESTADO-ACTIVO     VALUE 'A'.
               88  FALLIDO-ESTADO-RECUPERADO VALUE 'R'.
           05  FALLIDO-MOTIVO            PIC X(60).
           05  FALLIDO-USUARIO           PIC X(30).

       01  REG-FALLIDO-NULL.
           05  FALLIDO-ID-NULL           PIC S9(04) COMP-5.
           05  FALLIDO-TIPO-OPERACION-NULL
                                         PIC S9(04) COMP-5.
           05  FALLIDO-ID-OPERACION-NULL PIC S9(04) COMP-5.
           05  FALLIDO-FEC-BAJA-NULL     PIC S9(04) COMP-5.
           05  FALLIDO-IMPORTE-NULL      PIC S9(04) COMP-5.
           05  FALLIDO-PROVISION-NULL    PIC S9(04) COMP-5.
           05  FALLIDO-IMPT-RECUPERADO-NULL
                                         PIC S9(04) COMP-5.
           05  FALLIDO-ESTADO-NULL       PIC S9(04) COMP-5.
           05  FALLIDO-MOTIVO-NULL       PIC S9(04) COMP-5.
           05  FALLIDO-USUARIO-NULL      PIC S9(04) COMP-5.
