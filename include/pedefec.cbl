      * Tabla PEDIDO_EFECTIVO.
      * Pedidos de remesa de efectivo al transportista de fondos,
      * uno por oficina y día cuando la previsión de la bóveda cae
      * por debajo de su mínimo (entrega) o supera su máximo
      * (recogida). Se concilian contra la confirmación del
      * transportista.
       01  REG-PEDEFEC.
           05  PEDEFEC-ID                PIC 9(10).
           05  PEDEFEC-OFICINA           PIC X(04).
      *    E entrega en la oficina, R recogida para el central.
           05  PEDEFEC-TIPO              PIC X(01).
               88  PEDEFEC-TIPO-ENTREGA      VALUE 'E'.
               88  PEDEFEC-TIPO-RECOGIDA     VALUE 'R'.
           05  PEDEFEC-IMPORTE           PIC S9(10)V99 LEADING SEPARATE.
           05  PEDEFEC-FEC-PEDIDO        PIC X(08).
           05  PEDEFEC-FEC-PREVISTA      PIC X(08).
           05  PEDEFEC-ESTADO            PIC X(01).
      *        Pendiente, conciliado, conciliado con diferencia y no
      *        realizado por el transportista.
               88  PEDEFEC-ESTADO-PENDIENTE  VALUE 'P'.
               88  PEDEFEC-ESTADO-CONCILIADO VALUE 'C'.
               88  PEDEFEC-ESTADO-DIFERENCIA VALUE 'D'.
               88  PEDEFEC-ESTADO-NO-REALIZ  VALUE 'N'.
           05  PEDEFEC-IMPT-CONFIRMADO   PIC S9(10)V99 LEADING SEPARATE.
           05  PEDEFEC-FEC-CONFIRMACION  PIC X(08).

       01  REG-PEDEFEC-NULL.
           05  PEDEFEC-ID-NULL           PIC S9(04) COMP-5.
           05  PEDEFEC-OFICINA-NULL      PIC S9(04) COMP-5.
           05  PEDEFEC-TIPO-NULL         PIC S9(04) COMP-5.
           05  PEDEFEC-IMPORTE-NULL      PIC S9(04) COMP-5.
           05  PEDEFEC-FEC-PEDIDO-NULL   PIC S9(04) COMP-5.
           05  PEDEFEC-FEC-PREVISTA-NULL PIC S9(04) COMP-5.
           05  PEDEFEC-ESTADO-NULL       PIC S9(04) COMP-5.
           05  PEDEFEC-IMPT-CONFIRMADO-NULL
                                         PIC S9(04) COMP-5.
           05  PEDEFEC-FEC-CONFIRMACION-NULL
                                         PIC S9(04) COMP-5.
