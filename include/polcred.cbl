      * Tabla POLIZA_CREDITO.
      * Pólizas de crédito de empresa: una línea revolvente vinculada
      * a una cuenta, que puede quedar en negativo hasta el límite de
      * la póliza mientras esté activa y no vencida. LIQCRED liquida
      * a fin de mes el interés sobre lo dispuesto y la comisión
      * sobre lo no dispuesto, y guarda cada liquidación en
      * banco.poliza_liquidacion.
       01  REG-POLCRED.
           05  POLCRED-ID                PIC 9(10).
           05  POLCRED-ID-CTA            PIC 9(10).
           05  POLCRED-LIMITE            PIC S9(08)V99 LEADING SEPARATE.
           05  POLCRED-FEC-APERTURA      PIC X(08).
           05  POLCRED-FEC-VENCIMIENTO   PIC X(08).
      *    Tipo deudor anual sobre lo dispuesto, comisión anual sobre
      *    lo no dispuesto y comisión de apertura sobre el límite,
      *    todos en tanto por uno.
           05  POLCRED-TASA              PIC 9(01)V9(04).
           05  POLCRED-PCT-NO-DISP       PIC 9(01)V9(04).
           05  POLCRED-PCT-APERTURA      PIC 9(01)V9(04).
           05  POLCRED-ESTADO            PIC X(01).
               88  POLCRED-ESTADO-ACTIVA     VALUE 'A'.
               88  POLCRED-ESTADO-VENCIDA    VALUE 'V'.
               88  POLCRED-ESTADO-CANCELADA  VALUE 'C'.
      *    Hasta dónde está liquidada, fecha de cancelación y fecha
      *    del preaviso de vencimiento.
           05  POLCRED-FEC-ULT-LIQ       PIC X(08).
           05  POLCRED-FEC-CANCELACION   PIC X(08).
           05  POLCRED-FEC-AVISO         PIC X(08).

       01  REG-POLCRED-NULL.
           05  POLCRED-ID-NULL           PIC S9(04) COMP-5.
           05  POLCRED-ID-CTA-NULL       PIC S9(04) COMP-5.
           05  POLCRED-LIMITE-NULL       PIC S9(04) COMP-5.
           05  POLCRED-FEC-APERTURA-NULL PIC S9(04) COMP-5.
           05  POLCRED-FEC-VENCIMIENTO-NULL
                                         PIC S9(04) COMP-5.
           05  POLCRED-TASA-NULL         PIC S9(04) COMP-5.
           05  POLCRED-PCT-NO-DISP-NULL  PIC S9(04) COMP-5.
           05  POLCRED-PCT-APERTURA-NULL PIC S9(04) COMP-5.
           05  POLCRED-ESTADO-NULL       PIC S9(04) COMP-5.
           05  POLCRED-FEC-ULT-LIQ-NULL  PIC S9(04) COMP-5.
           05  POLCRED-FEC-CANCELACION-NULL
                                         PIC S9(04) COMP-5.
           05  POLCRED-FEC-AVISO-NULL    PIC S9(04) COMP-5.
