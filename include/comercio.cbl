      * Tabla COMERCIO.
      * Comercios de nuestros clientes con terminal de punto de venta
      * (TPV) del banco: código de comercio que les da el procesador
      * de adquirencia, actividad, cuenta donde se les liquidan las
      * ventas y tasa de descuento por tipo de tarjeta. Los terminales
      * de cada comercio están en banco.comercio_tpv (REG-COMTPV).
       01  REG-COMERCIO.
           05  COMERCIO-ID               PIC X(15).
           05  COMERCIO-ID-CLIENTE       PIC 9(10).
           05  COMERCIO-NOMBRE           PIC X(40).
      *    Código de actividad del comercio (MCC de las marcas).
           05  COMERCIO-ACTIVIDAD        PIC X(04).
      *    Cuenta de liquidación (id_medio).
           05  COMERCIO-ID-CTA           PIC 9(10).
      *    Tasa de descuento en tanto por uno sobre el importe de cada
      *    venta, según la tarjeta con la que se pagó: débito,
      *    crédito e internacional o de empresa.
           05  COMERCIO-TASA-DEBITO      PIC 9(01)V9(04).
           05  COMERCIO-TASA-CREDITO     PIC 9(01)V9(04).
           05  COMERCIO-TASA-OTRAS       PIC 9(01)V9(04).
           05  COMERCIO-ESTADO           PIC X(01).
               88  COMERCIO-ESTADO-ALTA      VALUE 'A'.
               88  COMERCIO-ESTADO-BAJA      VALUE 'B'.
           05  COMERCIO-FEC-ALTA         PIC X(08).
           05  COMERCIO-USUARIO          PIC X(30).

      * Tabla COMERCIO_TPV.
      * Terminales de cada comercio; un terminal dado de baja deja de
      * admitir operaciones en el fichero del procesador.
       01  REG-COMTPV.
           05  COMTPV-ID                 PIC X(08).
           05  COMTPV-ID-COMERCIO        PIC X(15).
           05  COMTPV-ESTADO             PIC X(01).
               88  COMTPV-ESTADO-ALTA        VALUE 'A'.
               88  COMTPV-ESTADO-BAJA        VALUE 'B'.
           05  COMTPV-FEC-ALTA           PIC X(08).

      * Tabla OPERACION_TPV.
      * Cada operación del fichero diario del procesador, con el
      * descuento que le corresponde; la referencia del procesador
      * es única, así que un fichero cargado dos veces no duplica
      * nada. Queda pendiente hasta que LIQTPV la liquida.
       01  REG-OPETPV.
           05  OPETPV-REF                PIC X(20).
           05  OPETPV-ID-COMERCIO        PIC X(15).
           05  OPETPV-ID-TPV             PIC X(08).
           05  OPETPV-FEC                PIC X(08).
      *    V venta, D devolución al comprador, R retrocesión
      *    (contracargo de la marca a favor del titular).
           05  OPETPV-TIPO               PIC X(01).
               88  OPETPV-TIPO-VENTA         VALUE 'V'.
               88  OPETPV-TIPO-DEVOLUCION    VALUE 'D'.
               88  OPETPV-TIPO-RETROCESION   VALUE 'R'.
      *    D débito, C crédito, I internacional o de empresa.
           05  OPETPV-TARJETA            PIC X(01).
               88  OPETPV-TARJETA-DEBITO     VALUE 'D'.
               88  OPETPV-TARJETA-CREDITO    VALUE 'C'.
               88  OPETPV-TARJETA-OTRAS      VALUE 'I'.
      *    Importe siempre positivo; el tipo dice en qué sentido va.
      *    El descuento sólo se cobra sobre las ventas y no se
      *    devuelve con la devolución ni con la retrocesión.
           05  OPETPV-IMPORTE            PIC S9(10)V99
                                         LEADING SEPARATE.
           05  OPETPV-DESCUENTO          PIC S9(10)V99
                                         LEADING SEPARATE.
      *    Liquidación que la recogió; nula mientras está pendiente.
           05  OPETPV-ID-LIQ             PIC 9(10).

      * Tabla LIQUIDACION_TPV.
      * Un abono (o cargo, si las devoluciones y retrocesiones pasan
      * de las ventas) por comercio y día de venta en su cuenta de
      * liquidación, neto del descuento.
       01  REG-LIQTPV.
           05  LIQTPV-ID                 PIC 9(10).
           05  LIQTPV-ID-COMERCIO        PIC X(15).
           05  LIQTPV-FEC-VENTA          PIC X(08).
           05  LIQTPV-NUM-OPERACIONES    PIC 9(06).
           05  LIQTPV-VENTAS             PIC S9(10)V99
                                         LEADING SEPARATE.
           05  LIQTPV-DEVOLUCIONES       PIC S9(10)V99
                                         LEADING SEPARATE.
           05  LIQTPV-RETROCESIONES      PIC S9(10)V99
                                         LEADING SEPARATE.
           05  LIQTPV-DESCUENTO          PIC S9(10)V99
                                         LEADING SEPARATE.
           05  LIQTPV-NETO               PIC S9(10)V99
                                         LEADING SEPARATE.
      *    Movimiento del abono o cargo; a cero si el neto es cero.
           05  LIQTPV-REF-MOV            PIC 9(12).
           05  LIQTPV-ID-EJEC            PIC 9(10).
