      * Tabla AVAL_BANCARIO.
      * Avales que el banco emite por cuenta de un cliente a favor de
      * un tercero (licitaciones, fianzas de alquiler, proveedores).
      * Son riesgo de firma: no mueven saldo mientras están vivos,
      * pero cuentan en la CIRBE y en el riesgo del grupo económico.
      * Las comisiones se cargan en la cuenta de contragarantía del
      * cliente, la misma que se carga si el beneficiario ejecuta el
      * aval. LIQAVAL liquida la comisión de riesgo, pasa a vencidos
      * los que llegan a su vencimiento y reintenta el cobro de los
      * ejecutados que el cliente no pudo pagar.
       01  REG-AVAL.
           05  AVAL-ID                   PIC 9(10).
      *    Cliente ordenante y su cuenta de contragarantía.
           05  AVAL-ID-CLIENTE           PIC 9(10).
           05  AVAL-ID-CTA               PIC 9(10).
      *    Beneficiario a cuyo favor se emite el aval.
           05  AVAL-NOM-BENEFICIARIO     PIC X(40).
           05  AVAL-NIF-BENEFICIARIO     PIC X(20).
           05  AVAL-IMPORTE              PIC S9(08)V99
                                         LEADING SEPARATE.
           05  AVAL-DIVISA               PIC X(03).
           05  AVAL-FEC-EMISION          PIC X(08).
           05  AVAL-FEC-VENCIMIENTO      PIC X(08).
           05  AVAL-TIPO                 PIC X(01).
               88  AVAL-TIPO-LICITACION      VALUE 'L'.
               88  AVAL-TIPO-ALQUILER        VALUE 'A'.
               88  AVAL-TIPO-PROVEEDOR       VALUE 'P'.
               88  AVAL-TIPO-OTROS           VALUE 'O'.
               88  AVAL-TIPO-OK              VALUES 'L' 'A' 'P' 'O'.
      *    Comisión de emisión sobre el importe, cargada una vez en
      *    el alta, y comisión anual de riesgo sobre el importe,
      *    ambas en tanto por uno.
           05  AVAL-PCT-EMISION          PIC 9(01)V9(04).
           05  AVAL-PCT-RIESGO           PIC 9(01)V9(04).
      *    Hasta dónde está liquidada la comisión de riesgo.
           05  AVAL-FEC-ULT-LIQ          PIC X(08).
           05  AVAL-ESTADO               PIC X(01).
      *        Vivo, vencido, cancelado (liberado por el beneficiario
      *        antes de vencer), ejecutado y cobrado al cliente, y
      *        ejecutado con la deuda del cliente aún pendiente.
               88  AVAL-ESTADO-VIVO          VALUE 'A'.
               88  AVAL-ESTADO-VENCIDO       VALUE 'V'.
               88  AVAL-ESTADO-CANCELADO     VALUE 'C'.
               88  AVAL-ESTADO-EJECUTADO     VALUE 'E'.
               88  AVAL-ESTADO-MOROSO        VALUE 'M'.
           05  AVAL-FEC-CANCELACION      PIC X(08).
      *    Ejecución: fecha, importe reclamado por el beneficiario,
      *    lo que aún debe el cliente, la demora acumulada sobre ello
      *    y la fecha en que se terminó de cobrar.
           05  AVAL-FEC-EJECUCION        PIC X(08).
           05  AVAL-IMPORTE-EJECUTADO    PIC S9(08)V99
                                         LEADING SEPARATE.
           05  AVAL-IMPORTE-PENDIENTE    PIC S9(08)V99
                                         LEADING SEPARATE.
           05  AVAL-IMPORTE-MORA         PIC S9(08)V99
                                         LEADING SEPARATE.
           05  AVAL-FEC-COBRO            PIC X(08).
           05  AVAL-USUARIO              PIC X(30).

       01  REG-AVAL-NULL.
           05  AVAL-ID-NULL              PIC S9(04) COMP-5.
           05  AVAL-ID-CLIENTE-NULL      PIC S9(04) COMP-5.
           05  AVAL-ID-CTA-NULL          PIC S9(04) COMP-5.
           05  AVAL-NOM-BENEFICIARIO-NULL
                                         PIC S9(04) COMP-5.
           05  AVAL-NIF-BENEFICIARIO-NULL
                                         PIC S9(04) COMP-5.
           05  AVAL-IMPORTE-NULL         PIC S9(04) COMP-5.
           05  AVAL-DIVISA-NULL          PIC S9(04) COMP-5.
           05  AVAL-FEC-EMISION-NULL     PIC S9(04) COMP-5.
           05  AVAL-FEC-VENCIMIENTO-NULL PIC S9(04) COMP-5.
           05  AVAL-TIPO-NULL            PIC S9(04) COMP-5.
           05  AVAL-PCT-EMISION-NULL     PIC S9(04) COMP-5.
           05  AVAL-PCT-RIESGO-NULL      PIC S9(04) COMP-5.
           05  AVAL-FEC-ULT-LIQ-NULL     PIC S9(04) COMP-5.
           05  AVAL-ESTADO-NULL          PIC S9(04) COMP-5.
           05  AVAL-FEC-CANCELACION-NULL PIC S9(04) COMP-5.
           05  AVAL-FEC-EJECUCION-NULL   PIC S9(04) COMP-5.
           05  AVAL-IMPORTE-EJECUTADO-NULL
                                         PIC S9(04) COMP-5.
           05  AVAL-IMPORTE-PENDIENTE-NULL
                                         PIC S9(04) COMP-5.
           05  AVAL-IMPORTE-MORA-NULL    PIC S9(04) COMP-5.
           05  AVAL-FEC-COBRO-NULL       PIC S9(04) COMP-5.
           05  AVAL-USUARIO-NULL         PIC S9(04) COMP-5.
