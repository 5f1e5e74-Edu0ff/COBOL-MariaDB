      * Tabla TRANSFERENCIA_SWIFT.
      * Órdenes de transferencia internacional fuera de la zona SEPA
      * (SWIFT) que salen por el banco corresponsal. El cargo en la
      * cuenta del ordenante, la comisión y, con gastos OUR, los
      * gastos del corresponsal se postean al dar de alta la orden;
      * EXPSWIFT la envía en el fichero del corresponsal y RECSWIFT
      * anota las devoluciones y las reclamaciones de gastos que
      * llegan de vuelta. Cada mensaje recibido queda además en
      * banco.transferencia_swift_msg.
       01  REG-TRFSWIFT.
           05  TRFSWIFT-ID               PIC 9(10).
      *    Cuenta de cargo y NIF de quien ordena.
           05  TRFSWIFT-ID-CTA           PIC 9(10).
           05  TRFSWIFT-NIF-ORDENANTE    PIC X(10).
      *    Beneficiario: nombre, país (ISO de 2 letras), cuenta en el
      *    formato del país de destino y BIC de su banco.
           05  TRFSWIFT-NOM-BENEF        PIC X(35).
           05  TRFSWIFT-PAIS-BENEF       PIC X(02).
           05  TRFSWIFT-CTA-BENEF        PIC X(34).
           05  TRFSWIFT-BIC-BENEF        PIC X(11).
      *    Importe ordenado, en la divisa de la transferencia.
           05  TRFSWIFT-DIVISA           PIC X(03).
           05  TRFSWIFT-IMPORTE          PIC S9(08)V99 LEADING SEPARATE.
      *    Quién paga los gastos: OUR el ordenante todos, SHA cada uno
      *    los de su banco, BEN el beneficiario todos (nuestra
      *    comisión se descuenta del importe enviado).
           05  TRFSWIFT-GASTOS           PIC X(03).
               88  TRFSWIFT-GASTOS-OUR       VALUE 'OUR'.
               88  TRFSWIFT-GASTOS-SHA       VALUE 'SHA'.
               88  TRFSWIFT-GASTOS-BEN       VALUE 'BEN'.
      *    Código de finalidad ISO 20022 (SUPP, SALA, GDDS...) y
      *    concepto para el beneficiario.
           05  TRFSWIFT-PROPOSITO        PIC X(04).
           05  TRFSWIFT-CONCEPTO         PIC X(35).
      *    Lo que sale hacia el corresponsal, en la divisa de la
      *    transferencia: el importe ordenado o, con BEN, el importe
      *    menos nuestra comisión.
           05  TRFSWIFT-IMPORTE-ENVIADO  PIC S9(08)V99 LEADING SEPARATE.
      *    Cargos en la cuenta, en la divisa de la cuenta: principal,
      *    comisión, gastos del corresponsal (OUR) y gastos que el
      *    corresponsal reclame después.
           05  TRFSWIFT-IMPORTE-CARGO    PIC S9(08)V99 LEADING SEPARATE.
           05  TRFSWIFT-COMISION         PIC S9(08)V99 LEADING SEPARATE.
           05  TRFSWIFT-GASTOS-CORRESP   PIC S9(08)V99 LEADING SEPARATE.
           05  TRFSWIFT-GASTOS-RECLAM    PIC S9(08)V99 LEADING SEPARATE.
      *    Abono neto de una devolución, en la divisa de la cuenta.
           05  TRFSWIFT-IMPORTE-DEVUELTO PIC S9(08)V99 LEADING SEPARATE.
           05  TRFSWIFT-REF-CARGO        PIC 9(12).
           05  TRFSWIFT-ESTADO           PIC X(01).
      *        Pendiente de envío, enviada al corresponsal y devuelta
      *        (fondos ya abonados de vuelta al ordenante).
               88  TRFSWIFT-ESTADO-PENDIENTE VALUE 'P'.
               88  TRFSWIFT-ESTADO-ENVIADA   VALUE 'E'.
               88  TRFSWIFT-ESTADO-DEVUELTA  VALUE 'D'.
           05  TRFSWIFT-FEC-ALTA         PIC X(08).
           05  TRFSWIFT-FEC-ENVIO        PIC X(08).
           05  TRFSWIFT-FEC-DEVOLUCION   PIC X(08).
      *    Motivo de la devolución comunicado por el corresponsal.
           05  TRFSWIFT-MOTIVO-DEVOL     PIC X(04).
      *    Ejecución de EXPSWIFT que la envió.
           05  TRFSWIFT-ID-EJEC-ENVIO    PIC 9(10).
           05  TRFSWIFT-USUARIO          PIC X(30).

       01  REG-TRFSWIFT-NULL.
           05  TRFSWIFT-ID-NULL          PIC S9(04) COMP-5.
           05  TRFSWIFT-ID-CTA-NULL      PIC S9(04) COMP-5.
           05  TRFSWIFT-NIF-ORDENANTE-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-NOM-BENEF-NULL   PIC S9(04) COMP-5.
           05  TRFSWIFT-PAIS-BENEF-NULL  PIC S9(04) COMP-5.
           05  TRFSWIFT-CTA-BENEF-NULL   PIC S9(04) COMP-5.
           05  TRFSWIFT-BIC-BENEF-NULL   PIC S9(04) COMP-5.
           05  TRFSWIFT-DIVISA-NULL      PIC S9(04) COMP-5.
           05  TRFSWIFT-IMPORTE-NULL     PIC S9(04) COMP-5.
           05  TRFSWIFT-GASTOS-NULL      PIC S9(04) COMP-5.
           05  TRFSWIFT-PROPOSITO-NULL   PIC S9(04) COMP-5.
           05  TRFSWIFT-CONCEPTO-NULL    PIC S9(04) COMP-5.
           05  TRFSWIFT-IMPORTE-ENVIADO-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-IMPORTE-CARGO-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-COMISION-NULL    PIC S9(04) COMP-5.
           05  TRFSWIFT-GASTOS-CORRESP-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-GASTOS-RECLAM-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-IMPORTE-DEVUELTO-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-REF-CARGO-NULL   PIC S9(04) COMP-5.
           05  TRFSWIFT-ESTADO-NULL      PIC S9(04) COMP-5.
           05  TRFSWIFT-FEC-ALTA-NULL    PIC S9(04) COMP-5.
           05  TRFSWIFT-FEC-ENVIO-NULL   PIC S9(04) COMP-5.
           05  TRFSWIFT-FEC-DEVOLUCION-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-MOTIVO-DEVOL-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-ID-EJEC-ENVIO-NULL
                                         PIC S9(04) COMP-5.
           05  TRFSWIFT-USUARIO-NULL     PIC S9(04) COMP-5.
