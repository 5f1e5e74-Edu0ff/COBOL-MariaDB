      * Tabla APLAZAMIENTO_TARJETA.
      * Compras con tarjeta convertidas en pago aplazado: el importe
      * de la compra sale del saldo de la tarjeta y se devuelve en
      * cuotas mensuales de capital fijo más el interés del mes
      * sobre el capital pendiente. Mientras el plan está activo su
      * capital pendiente sigue reservado contra el crédito
      * disponible de la tarjeta (ACTTAR lo descuenta).
       01  REG-APLAZTAR.
           05  APLAZTAR-ID               PIC 9(10).
           05  APLAZTAR-ID-TAR           PIC 9(10).
      *    Referencia del movimiento de compra convertido.
           05  APLAZTAR-REF-MOV          PIC 9(12).
           05  APLAZTAR-IMPORTE          PIC S9(08)V99 LEADING SEPARATE.
           05  APLAZTAR-NUM-CUOTAS       PIC 9(03).
           05  APLAZTAR-CUOTAS-PAGADAS   PIC 9(03).
      *    Tipo nominal anual y porcentaje de la comisión de apertura.
           05  APLAZTAR-TASA             PIC 9(01)V9(04).
           05  APLAZTAR-PCT-APERTURA     PIC 9(01)V9(04).
           05  APLAZTAR-COMISION         PIC S9(08)V99 LEADING SEPARATE.
      *    Capital de cada cuota; la última se lleva el resto.
           05  APLAZTAR-CUOTA-CAPITAL    PIC S9(08)V99 LEADING SEPARATE.
           05  APLAZTAR-CAPITAL-PDTE     PIC S9(08)V99 LEADING SEPARATE.
           05  APLAZTAR-ESTADO           PIC X(01).
               88  APLAZTAR-ESTADO-ACTIVO    VALUE 'A'.
               88  APLAZTAR-ESTADO-TERMINADO VALUE 'T'.
      *        Cancelado anticipadamente: el capital pendiente se
      *        cargó de una vez en la tarjeta.
               88  APLAZTAR-ESTADO-CANCELADO VALUE 'C'.
           05  APLAZTAR-FEC-ALTA         PIC X(08).
           05  APLAZTAR-FEC-ULT-CUOTA    PIC X(08).
           05  APLAZTAR-FEC-CANCELACION  PIC X(08).

       01  REG-APLAZTAR-NULL.
           05  APLAZTAR-ID-NULL          PIC S9(04) COMP-5.
           05  APLAZTAR-ID-TAR-NULL      PIC S9(04) COMP-5.
           05  APLAZTAR-REF-MOV-NULL     PIC S9(04) COMP-5.
           05  APLAZTAR-IMPORTE-NULL     PIC S9(04) COMP-5.
           05  APLAZTAR-NUM-CUOTAS-NULL  PIC S9(04) COMP-5.
           05  APLAZTAR-CUOTAS-PAGADAS-NULL
                                         PIC S9(04) COMP-5.
           05  APLAZTAR-TASA-NULL        PIC S9(04) COMP-5.
           05  APLAZTAR-PCT-APERTURA-NULL
                                         PIC S9(04) COMP-5.
           05  APLAZTAR-COMISION-NULL    PIC S9(04) COMP-5.
           05  APLAZTAR-CUOTA-CAPITAL-NULL
                                         PIC S9(04) COMP-5.
           05  APLAZTAR-CAPITAL-PDTE-NULL
                                         PIC S9(04) COMP-5.
           05  APLAZTAR-ESTADO-NULL      PIC S9(04) COMP-5.
           05  APLAZTAR-FEC-ALTA-NULL    PIC S9(04) COMP-5.
           05  APLAZTAR-FEC-ULT-CUOTA-NULL
                                         PIC S9(04) COMP-5.
           05  APLAZTAR-FEC-CANCELACION-NULL
                                         PIC S9(04) COMP-5.
