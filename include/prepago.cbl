      * Tabla TARJETA_PREPAGO.
      * Datos propios de una tarjeta prepago: la tarjeta vive en
      * banco.tarjeta como cualquier otra, sin cuenta asociada, y su
      * cred_tarjeta es el saldo cargado, que es dinero del cliente
      * (pasivo) y no crédito concedido. Sin titular (id_cliente a
      * cero) la tarjeta es anónima y tiene límites de carga y de
      * saldo reducidos.
       01  REG-TARPRE.
           05  TARPRE-ID-TAR             PIC 9(10).
      *    R regalo, V viaje, E gastos de empresa, S ayuda social.
           05  TARPRE-MODALIDAD          PIC X(01).
               88  TARPRE-MODALIDAD-REGALO   VALUE 'R'.
               88  TARPRE-MODALIDAD-VIAJE    VALUE 'V'.
               88  TARPRE-MODALIDAD-EMPRESA  VALUE 'E'.
               88  TARPRE-MODALIDAD-SOCIAL   VALUE 'S'.
               88  TARPRE-MODALIDAD-VALIDA   VALUE 'R' 'V' 'E' 'S'.
           05  TARPRE-ANONIMA            PIC X(01).
               88  TARPRE-ANONIMA-SI         VALUE 'S'.
               88  TARPRE-ANONIMA-NO         VALUE 'N'.
      *    Cliente empresa o entidad del programa que carga la
      *    tarjeta por fichero (CARGAPRE); cero si no hay.
           05  TARPRE-ID-EMPRESA         PIC 9(10).
      *    Cuenta a la que se devuelve el saldo sobrante al caducar;
      *    a cero el sobrante queda en la transitoria a disposición
      *    de quien lo reclame en la oficina.
           05  TARPRE-CTA-DEVOLUCION     PIC 9(10).
           05  TARPRE-OFICINA            PIC X(04).
      *    Último día del mes de caducidad del plástico (AAAAMMDD).
           05  TARPRE-FEC-CADUCIDAD      PIC X(08).
           05  TARPRE-FEC-ALTA           PIC X(08).
           05  TARPRE-USUARIO            PIC X(30).
      *    Devolución del sobrante: fecha, importe acumulado, destino
      *    (C cuenta, T transitoria) y referencia del movimiento de
      *    la cuenta o partida de la transitoria.
           05  TARPRE-FEC-DEVOLUCION     PIC X(08).
           05  TARPRE-IMPORTE-DEVUELTO   PIC 9(08)V99.
           05  TARPRE-DESTINO-DEVOLUCION
                                         PIC X(01).
               88  TARPRE-DEVOLUCION-CUENTA  VALUE 'C'.
               88  TARPRE-DEVOLUCION-TRANSITORIA
                                             VALUE 'T'.
           05  TARPRE-REF-DEVOLUCION     PIC 9(12).

      * Tabla CARGA_PREPAGO_LOTE.
      * Cada fichero de cargas de una empresa, por su referencia de
      * lote: un fichero que llega dos veces no carga nada dos veces.
       01  REG-LOTEPRE.
           05  LOTEPRE-ID-EMPRESA        PIC 9(10).
           05  LOTEPRE-REF               PIC X(20).
           05  LOTEPRE-ID-CTA            PIC 9(10).
           05  LOTEPRE-FEC-LOTE          PIC X(08).
      *    P en proceso, C cargado.
           05  LOTEPRE-ESTADO            PIC X(01).
               88  LOTEPRE-ESTADO-PROCESO    VALUE 'P'.
               88  LOTEPRE-ESTADO-CARGADO    VALUE 'C'.
           05  LOTEPRE-NUM-CARGAS        PIC 9(06).
           05  LOTEPRE-IMPORTE           PIC 9(11)V99.
           05  LOTEPRE-NUM-RECHAZOS      PIC 9(06).
           05  LOTEPRE-ID-EJEC           PIC 9(10).
