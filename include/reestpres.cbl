      * Tabla PRESTAMO_REESTRUCTURA.
      * Histórico de refinanciaciones y reestructuraciones de cada
      * préstamo: condiciones anteriores a la operación, deuda
      * capitalizada y condiciones nuevas.
       01  REG-REESTPRES.
           05  REESTPRES-ID              PIC 9(10).
           05  REESTPRES-ID-PRESTAMO     PIC 9(10).
      *    F refinanciación, R reestructuración.
           05  REESTPRES-TIPO            PIC X(01).
      *    Condiciones originales.
           05  REESTPRES-PRINCIPAL-ANT   PIC S9(08)V99 LEADING SEPARATE.
           05  REESTPRES-TASA-ANT        PIC 9(01)V9(04).
           05  REESTPRES-PLAZO-ANT       PIC 9(03).
           05  REESTPRES-CUOTA-ANT       PIC S9(08)V99 LEADING SEPARATE.
           05  REESTPRES-PAGADAS-ANT     PIC 9(03).
           05  REESTPRES-ESTADO-ANT      PIC X(01).
      *    Capital vivo y deuda vencida capitalizada.
           05  REESTPRES-CAPITAL-VIVO    PIC S9(08)V99 LEADING SEPARATE.
           05  REESTPRES-IMPT-CAPITALIZADO
                                         PIC S9(08)V99 LEADING SEPARATE.
           05  REESTPRES-NUM-IMPAGOS     PIC 9(03).
      *    Condiciones nuevas.
           05  REESTPRES-PRINCIPAL-NUEVO PIC S9(08)V99 LEADING SEPARATE.
           05  REESTPRES-PLAZO-NUEVO     PIC 9(03).
           05  REESTPRES-CUOTA-NUEVA     PIC S9(08)V99 LEADING SEPARATE.
           05  REESTPRES-MESES-CARENCIA  PIC 9(03).
           05  REESTPRES-TIPO-CARENCIA   PIC X(01).
           05  REESTPRES-USUARIO         PIC X(30).

       01  REG-REESTPRES-NULL.
           05  REESTPRES-ID-NULL         PIC S9(04) COMP-5.
           05  REESTPRES-ID-PRESTAMO-NULL
                                         PIC S9(04) COMP-5.
           05  REESTPRES-TIPO-NULL       PIC S9(04) COMP-5.
           05  REESTPRES-TIPO-CARENCIA-NULL
                                         PIC S9(04) COMP-5.
