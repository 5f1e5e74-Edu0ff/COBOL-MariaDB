      * Tabla EMISORA_RECAUDACION.
      * Organismos (Agencia Tributaria, haciendas autonómicas,
      * ayuntamientos, otros emisores de recibos) para los que el
      * banco cobra como entidad colaboradora documentos con código
      * de barras del cuaderno 60. Lo cobrado se abona en el acto en
      * la cuenta restringida de recaudación del organismo y al
      * cierre del día (LIQRECAUDA) se le envía el fichero de cobros
      * y se le liquida a su cuenta de destino.
       01  REG-EMISORA.
      *    Código de emisora que traen los documentos.
           05  EMISORA-ID                PIC 9(06).
           05  EMISORA-NOMBRE            PIC X(40).
           05  EMISORA-NIF               PIC X(09).
      *    T tributos (el justificante lleva NRC), R recibos.
           05  EMISORA-TIPO              PIC X(01).
               88  EMISORA-TIPO-TRIBUTOS     VALUE 'T'.
               88  EMISORA-TIPO-RECIBOS      VALUE 'R'.
               88  EMISORA-TIPO-OK           VALUES 'T' 'R'.
      *    Cuenta restringida de recaudación en el banco.
           05  EMISORA-ID-CTA            PIC 9(10).
      *    Cuenta del organismo a la que se liquida lo recaudado.
           05  EMISORA-IBAN              PIC X(24).
           05  EMISORA-ESTADO            PIC X(01).
               88  EMISORA-ESTADO-ALTA       VALUE 'A'.
               88  EMISORA-ESTADO-BAJA       VALUE 'B'.
           05  EMISORA-FEC-ALTA          PIC X(08).
           05  EMISORA-USUARIO           PIC X(30).

      * Tabla COBRO_RECAUDACION.
      * Cada documento cobrado, con el cargo al cliente (o el cajón
      * que recibió el efectivo) y el abono en la cuenta restringida.
      * Emisora, referencia e identificación no se cobran dos veces.
      * Queda pendiente (sin id_liquidacion) hasta que LIQRECAUDA
      * lo mete en el fichero del día al organismo.
       01  REG-COBREC.
           05  COBREC-ID                 PIC 9(10).
           05  COBREC-ID-EMISORA         PIC 9(06).
      *    1 recibo o liquidación (referencia con dígitos de
      *    control), 2 autoliquidación (justificante).
           05  COBREC-MODALIDAD          PIC X(01).
               88  COBREC-MODALIDAD-RECIBO   VALUE '1'.
               88  COBREC-MODALIDAD-AUTOLIQ  VALUE '2'.
           05  COBREC-REFERENCIA         PIC X(13).
           05  COBREC-IDENTIFICACION     PIC X(10).
           05  COBREC-IMPORTE            PIC 9(08)V99.
      *    C cargo en cuenta, E efectivo en caja.
           05  COBREC-CANAL              PIC X(01).
               88  COBREC-CANAL-CUENTA       VALUE 'C'.
               88  COBREC-CANAL-EFECTIVO     VALUE 'E'.
           05  COBREC-ID-CTA-CARGO       PIC 9(10).
           05  COBREC-ID-CAJA            PIC 9(10).
      *    Movimiento del cargo al cliente (cero en efectivo) y del
      *    abono en la cuenta restringida.
           05  COBREC-REF-CARGO          PIC 9(12).
           05  COBREC-REF-ABONO          PIC 9(12).
      *    Número de referencia completo del justificante de un
      *    tributo; en blanco para los recibos.
           05  COBREC-NRC                PIC X(22).
           05  COBREC-FEC-COBRO          PIC X(08).
           05  COBREC-HORA-COBRO         PIC X(06).
           05  COBREC-OFICINA            PIC X(04).
           05  COBREC-USUARIO            PIC X(30).
           05  COBREC-ID-LIQUIDACION     PIC 9(10).

      * Tabla LIQUIDACION_RECAUDACION.
      * Cierre de un día de cobros de una emisora: lo que dice el
      * registro de cobros, lo que va en el fichero enviado y lo
      * abonado en la cuenta restringida, que tienen que coincidir, y
      * el cargo con el que se le liquida.
       01  REG-LIQREC.
           05  LIQREC-ID                 PIC 9(10).
           05  LIQREC-ID-EMISORA         PIC 9(06).
           05  LIQREC-FEC                PIC X(08).
           05  LIQREC-NUM-COBROS         PIC 9(06).
           05  LIQREC-IMPORTE-COBROS     PIC 9(11)V99.
           05  LIQREC-NUM-ENVIADOS       PIC 9(06).
           05  LIQREC-IMPORTE-ENVIADO    PIC 9(11)V99.
           05  LIQREC-IMPORTE-ABONOS     PIC 9(11)V99.
      *    Movimiento del cargo de la liquidación en la cuenta
      *    restringida.
           05  LIQREC-REF-MOV            PIC 9(12).
           05  LIQREC-FICHERO            PIC X(60).
      *    C cuadrada, D descuadrada (se liquida lo registrado y el
      *    descuadre queda para revisar).
           05  LIQREC-ESTADO             PIC X(01).
               88  LIQREC-ESTADO-CUADRADA    VALUE 'C'.
               88  LIQREC-ESTADO-DESCUADRADA VALUE 'D'.
           05  LIQREC-ID-EJEC            PIC 9(10).
