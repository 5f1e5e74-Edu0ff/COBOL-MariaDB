      *        DEVENGOTAR liquida con su interes propio desde el
      *        primer dia y su comision de disposicion. FID es el
      *        abono de cashback del programa de fidelizacion
      *        (ABONOFIDEL). TPV es la liquidacion diaria de las
      *        ventas con tarjeta de un comercio (LIQTPV). REC es
      *        el abono de lo cobrado por una agencia de recobro
      *        (COBRECOB). PRE es la carga o descarga de una tarjeta
      *        prepago y su contrapartida en la cuenta o en la caja
      *        (PREPAGO). C60 es el cobro de un documento del
      *        cuaderno 60, su abono en la cuenta restringida del
      *        organismo y la liquidacion diaria (RECAUDA,
      *        LIQRECAUDA).
               10  INSMOV-E-COD-CPT            PIC X(03).
      *        Que hacer si la fecha cae en un mes contable cerrado
      *        (PERIODO): 'R' rechazar el posteo, 'F' refecharlo al
      *        primer dia del primer mes abierto posterior, guardando
      *        la fecha pedida como fecha original del movimiento. En
      *        blanco, el canal interactivo rechaza (el operador ve el
      *        rechazo y decide) y los posteos de lote se refechan.
               10  INSMOV-E-PERIODO-CERRADO    PIC X(01).
                   88  INSMOV-E-PERIODO-RECHAZAR
                                               VALUE 'R'.
                   88  INSMOV-E-PERIODO-REFECHAR
                                               VALUE 'F'.
           05  AREA-INSMOV-SALIDA.
               10  INSMOV-S-SQLCODE            PIC S9(09) COMP-5.
               10  INSMOV-STAT                 PIC S9(02) VALUE 0.
      *            tope mensual rebasado, concepto vetado o efectivo
      *            deshabilitado.
                   88  INSMOV-STAT-ERR-CONTROL VALUE -14.
      *            La fecha cae en un mes contable cerrado y el
      *            posteo no admite refecharse.
                   88  INSMOV-STAT-ERR-PERIODO VALUE -15.
      *            La tarjeta esta emitida y el titular aun no la
      *            ha activado: cargo rechazado, abonos admitidos.
                   88  INSMOV-STAT-ERR-NO-ACTIVA
                                               VALUE -16.
               10  INSMOV-S-REF                PIC 9(12).
      *        Importe realmente grabado, ya convertido a la divisa
      *        propia del medio; es el que los llamadores deben
      *        Codigo de un solo uso generado para este posteo, para
      *        que el canal se lo haga llegar al cliente.
               10  INSMOV-S-OTP                PIC X(06).
      *        Fecha con la que se ha grabado el movimiento: la pedida
      *        o, si caia en un mes cerrado y se ha refechado, la del
      *        primer dia abierto.
               10  INSMOV-S-FEC-APLICADA       PIC 9(20).
