      * Tabla TALONARIO.
      * Talonarios de cheques pedidos para cada cuenta, con su rango
      * de números. CARGACHEQ sólo paga cheques de un talonario
      * entregado de la cuenta librada.
       01  REG-TALONARIO.
           05  TALONARIO-ID              PIC 9(10).
           05  TALONARIO-ID-CTA          PIC 9(10).
           05  TALONARIO-CHEQUE-DESDE    PIC 9(10).
           05  TALONARIO-CHEQUE-HASTA    PIC 9(10).
      *    Fecha de emisión (pedido a imprenta) y de entrega al
      *    cliente.
           05  TALONARIO-FEC-EMISION     PIC X(08).
           05  TALONARIO-FEC-ENTREGA     PIC X(08).
      *    P pedido, pendiente de entregar; E entregado al cliente;
      *    A anulado (sus cheques no se pagan).
           05  TALONARIO-ESTADO          PIC X(01).
               88  TALONARIO-ESTADO-PEDIDO   VALUE 'P'.
               88  TALONARIO-ESTADO-ENTREGADO
                                             VALUE 'E'.
               88  TALONARIO-ESTADO-ANULADO  VALUE 'A'.
           05  TALONARIO-OFICINA         PIC X(04).
           05  TALONARIO-USUARIO         PIC X(30).

      * Tabla CHEQUE_PAGADO.
      * Cada cheque de un talonario que CARGACHEQ ha adeudado; un
      * número que ya está aquí no se vuelve a pagar.
       01  REG-CHEQPAG.
           05  CHEQPAG-ID-TALONARIO      PIC 9(10).
           05  CHEQPAG-NUM-CHEQUE        PIC 9(10).
           05  CHEQPAG-FEC-COMP          PIC X(08).
           05  CHEQPAG-IMPORTE           PIC 9(09)V99.
           05  CHEQPAG-REF-MOV           PIC 9(12).
           05  CHEQPAG-ID-EJEC           PIC 9(10).
