      *        marca y lo rehabilita COBROIMPAGO y deja de entrar en
      *        la amortización mensual ordinaria.
               88  PRESTAMO-ESTADO-MOROSO     VALUE 'M'.
      *        Fallido: dado de baja del balance por FALLIDO; queda
      *        fuera de la amortización, del cobro de impagos y de
      *        las provisiones.
               88  PRESTAMO-ESTADO-FALLIDO    VALUE 'F'.
      *    Operación refinanciada o reestructurada por REESTPRES (en
      *    blanco, nunca), fecha de la última y carencia pendiente:
      *    meses que quedan y si en ellos se cobran sólo intereses o
      *    ninguna cuota. Las condiciones originales quedan en
      *    banco.prestamo_reestructura.
           05  PRESTAMO-REESTRUCTURADO   PIC X(01).
               88  PRESTAMO-REFINANCIADO      VALUE 'F'.
               88  PRESTAMO-REESTRUCTURADO-SI VALUE 'R'.
           05  PRESTAMO-FEC-REESTRUCTURA PIC X(08).
           05  PRESTAMO-MESES-CARENCIA   PIC 9(03).
           05  PRESTAMO-TIPO-CARENCIA    PIC X(01).
               88  PRESTAMO-CARENCIA-INTERESES VALUE 'I'.
               88  PRESTAMO-CARENCIA-TOTAL     VALUE 'T'.

       01  REG-PRESTAMO-NULL.
           05  PRESTAMO-ID-NULL              PIC S9(04) COMP-5.
           05  PRESTAMO-DIFERENCIAL-NULL     PIC S9(04) COMP-5.
           05  PRESTAMO-MESES-REVISION-NULL  PIC S9(04) COMP-5.
           05  PRESTAMO-FEC-REVISION-NULL    PIC S9(04) COMP-5.
           05  PRESTAMO-REESTRUCTURADO-NULL  PIC S9(04) COMP-5.
           05  PRESTAMO-FEC-REESTRUCTURA-NULL
                                             PIC S9(04) COMP-5.
           05  PRESTAMO-MESES-CARENCIA-NULL  PIC S9(04) COMP-5.
           05  PRESTAMO-TIPO-CARENCIA-NULL   PIC S9(04) COMP-5.
