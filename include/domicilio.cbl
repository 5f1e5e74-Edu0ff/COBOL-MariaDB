           05  DOMICILIO-POBL            PIC X(16).
           05  DOMICILIO-COD-POS         PIC X(05).
           05  DOMICILIO-ID-ANT          PIC 9(10).
      * Correo devuelto ("desconocido en esta dirección"): con la
      * primera devolución registrada en CORREODEV la dirección queda
      * no entregable (N) y los lotes de correo dejan de usarla; nula
      * cuenta como entregable. Se guardan cuántas devoluciones lleva
      * y la fecha de la última.
           05  DOMICILIO-ENTREGABLE      PIC X(01).
               88  DOMICILIO-ENTREGABLE-SI   VALUE 'S'.
               88  DOMICILIO-ENTREGABLE-NO   VALUE 'N'.
           05  DOMICILIO-NUM-DEVOL       PIC 9(05).
           05  DOMICILIO-FEC-DEVOL       PIC X(08).

       01  REG-DOMICILIO-NULL.
           05  DOMICILIO-ID-NULL         PIC S9(04) COMP-5.
           05  DOMICILIO-POBL-NULL       PIC S9(04) COMP-5.
           05  DOMICILIO-COD-POS-NULL    PIC S9(04) COMP-5.
           05  DOMICILIO-ID-ANT-NULL     PIC S9(04) COMP-5.
           05  DOMICILIO-ENTREGABLE-NULL PIC S9(04) COMP-5.
           05  DOMICILIO-NUM-DEVOL-NULL  PIC S9(04) COMP-5.
           05  DOMICILIO-FEC-DEVOL-NULL  PIC S9(04) COMP-5.
