      * Tabla FONDO_INVERSION.
      * Catálogo de los fondos de inversión del grupo que se
      * comercializan a los clientes. El valor liquidativo (VL) es el
      * último que ha llegado de la gestora en el fichero diario que
      * carga CONFFONDOS; el histórico queda en FONDO_VL.
       01  REG-FONDO.
           05  FONDO-ID                  PIC 9(10).
           05  FONDO-ISIN                PIC X(12).
           05  FONDO-NOM                 PIC X(40).
           05  FONDO-GESTORA             PIC X(40).
           05  FONDO-DIVISA              PIC X(03).
      *    Importe mínimo de cada suscripción.
           05  FONDO-IMPORTE-MINIMO      PIC S9(08)V99
                                         LEADING SEPARATE.
           05  FONDO-VL                  PIC S9(06)V9(06)
                                         LEADING SEPARATE.
           05  FONDO-FEC-VL              PIC X(08).
           05  FONDO-ESTADO              PIC X(01).
      *        Abierto a suscripciones, o cerrado (sólo admite
      *        reembolsos de quien ya tiene participaciones).
               88  FONDO-ESTADO-ABIERTO      VALUE 'A'.
               88  FONDO-ESTADO-CERRADO      VALUE 'B'.

       01  REG-FONDO-NULL.
           05  FONDO-ID-NULL             PIC S9(04) COMP-5.
           05  FONDO-ISIN-NULL           PIC S9(04) COMP-5.
           05  FONDO-NOM-NULL            PIC S9(04) COMP-5.
           05  FONDO-GESTORA-NULL        PIC S9(04) COMP-5.
           05  FONDO-DIVISA-NULL         PIC S9(04) COMP-5.
           05  FONDO-IMPORTE-MINIMO-NULL PIC S9(04) COMP-5.
           05  FONDO-VL-NULL             PIC S9(04) COMP-5.
           05  FONDO-FEC-VL-NULL         PIC S9(04) COMP-5.
           05  FONDO-ESTADO-NULL         PIC S9(04) COMP-5.

      * Tabla FONDO_VL.
      * Histórico de valores liquidativos por fondo y fecha, para
      * valorar posiciones a una fecha pasada (CERTSALDO, EXPCRS).
       01  REG-FONDOVL.
           05  FONDOVL-ID-FONDO          PIC 9(10).
           05  FONDOVL-FEC               PIC X(08).
           05  FONDOVL-VL                PIC S9(06)V9(06)
                                         LEADING SEPARATE.

      * Tabla FONDO_POSICION.
      * Participaciones que tiene cada cliente en cada fondo y su
      * coste de adquisición. La cuenta es la de cargo y abono de las
      * órdenes, de la que el cliente es titular o cotitular.
       01  REG-FONDOPOS.
           05  FONDOPOS-ID-CLIENTE       PIC 9(10).
           05  FONDOPOS-ID-FONDO         PIC 9(10).
           05  FONDOPOS-ID-CTA           PIC 9(10).
           05  FONDOPOS-PARTICIPACIONES  PIC S9(09)V9(06)
                                         LEADING SEPARATE.
           05  FONDOPOS-COSTE            PIC S9(10)V99
                                         LEADING SEPARATE.

      * Tabla FONDO_ORDEN.
      * Órdenes de suscripción y reembolso. Se capturan en MENUBANCO
      * (FONDO), ENVFONDOS las manda a la gestora en el fichero diario
      * y CONFFONDOS carga la confirmación con el VL aplicado y las
      * participaciones. La suscripción se carga en la cuenta al dar
      * la orden; el reembolso se abona al confirmarse.
       01  REG-FONDOORD.
           05  FONDOORD-ID               PIC 9(10).
           05  FONDOORD-TIPO             PIC X(01).
               88  FONDOORD-TIPO-SUSCRIPCION VALUE 'S'.
               88  FONDOORD-TIPO-REEMBOLSO   VALUE 'R'.
           05  FONDOORD-ID-CLIENTE       PIC 9(10).
           05  FONDOORD-ID-FONDO         PIC 9(10).
           05  FONDOORD-ID-CTA           PIC 9(10).
      *    Suscripción: importe cargado. Reembolso: participaciones
      *    pedidas, o todas si FONDOORD-TOTAL es 'S'.
           05  FONDOORD-IMPORTE          PIC S9(08)V99
                                         LEADING SEPARATE.
           05  FONDOORD-PARTICIPACIONES  PIC S9(09)V9(06)
                                         LEADING SEPARATE.
           05  FONDOORD-TOTAL            PIC X(01).
               88  FONDOORD-TOTAL-SI         VALUE 'S'.
           05  FONDOORD-ESTADO           PIC X(01).
      *        Pendiente de enviar, enviada a la gestora, confirmada,
      *        rechazada por la gestora y anulada antes de enviarla.
               88  FONDOORD-ESTADO-PENDIENTE VALUE 'P'.
               88  FONDOORD-ESTADO-ENVIADA   VALUE 'E'.
               88  FONDOORD-ESTADO-CONFIRMADA
                                             VALUE 'C'.
               88  FONDOORD-ESTADO-RECHAZADA VALUE 'R'.
               88  FONDOORD-ESTADO-ANULADA   VALUE 'A'.
           05  FONDOORD-FEC-ORDEN        PIC X(08).
           05  FONDOORD-FEC-ENVIO        PIC X(08).
      *    Confirmación: fecha, VL aplicado, participaciones e importe
      *    efectivos.
           05  FONDOORD-FEC-CONFIRMACION PIC X(08).
           05  FONDOORD-FEC-VL           PIC X(08).
           05  FONDOORD-VL               PIC S9(06)V9(06)
                                         LEADING SEPARATE.
           05  FONDOORD-PART-CONF        PIC S9(09)V9(06)
                                         LEADING SEPARATE.
           05  FONDOORD-IMPORTE-CONF     PIC S9(08)V99
                                         LEADING SEPARATE.
      *    Suscripción confirmada: participaciones de este lote que
      *    aún no se han reembolsado (los reembolsos consumen los
      *    lotes más antiguos primero).
           05  FONDOORD-PART-VIVAS       PIC S9(09)V9(06)
                                         LEADING SEPARATE.
      *    Reembolso confirmado: coste de adquisición de las
      *    participaciones reembolsadas y ganancia o pérdida
      *    patrimonial (importe menos coste).
           05  FONDOORD-COSTE            PIC S9(10)V99
                                         LEADING SEPARATE.
           05  FONDOORD-PLUSVALIA        PIC S9(10)V99
                                         LEADING SEPARATE.
           05  FONDOORD-MOTIVO           PIC X(40).
           05  FONDOORD-USUARIO          PIC X(30).

       01  REG-FONDOORD-NULL.
           05  FONDOORD-ID-NULL          PIC S9(04) COMP-5.
           05  FONDOORD-TIPO-NULL        PIC S9(04) COMP-5.
           05  FONDOORD-ID-CLIENTE-NULL  PIC S9(04) COMP-5.
           05  FONDOORD-ID-FONDO-NULL    PIC S9(04) COMP-5.
           05  FONDOORD-ID-CTA-NULL      PIC S9(04) COMP-5.
           05  FONDOORD-IMPORTE-NULL     PIC S9(04) COMP-5.
           05  FONDOORD-PARTICIPACIONES-NULL
                                         PIC S9(04) COMP-5.
           05  FONDOORD-TOTAL-NULL       PIC S9(04) COMP-5.
           05  FONDOORD-ESTADO-NULL      PIC S9(04) COMP-5.
           05  FONDOORD-FEC-ORDEN-NULL   PIC S9(04) COMP-5.
           05  FONDOORD-FEC-ENVIO-NULL   PIC S9(04) COMP-5.
           05  FONDOORD-FEC-CONFIRMACION-NULL
                                         PIC S9(04) COMP-5.
           05  FONDOORD-FEC-VL-NULL      PIC S9(04) COMP-5.
           05  FONDOORD-VL-NULL          PIC S9(04) COMP-5.
           05  FONDOORD-PART-CONF-NULL   PIC S9(04) COMP-5.
           05  FONDOORD-IMPORTE-CONF-NULL
                                         PIC S9(04) COMP-5.
           05  FONDOORD-PART-VIVAS-NULL  PIC S9(04) COMP-5.
           05  FONDOORD-COSTE-NULL       PIC S9(04) COMP-5.
           05  FONDOORD-PLUSVALIA-NULL   PIC S9(04) COMP-5.
           05  FONDOORD-MOTIVO-NULL      PIC S9(04) COMP-5.
           05  FONDOORD-USUARIO-NULL     PIC S9(04) COMP-5.
