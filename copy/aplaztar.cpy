       01  AREA-APLAZTAR.
           05  AREA-APLAZTAR-ENTRADA.
               10  APLAZTAR-E-ACC              PIC 9(01) VALUE 0.
      *            Conversión de una compra con tarjeta en pago
      *            aplazado, y cancelación anticipada de un plan.
                   88  APLAZTAR-E-ACC-ALTA     VALUE 0.
                   88  APLAZTAR-E-ACC-CANCELAR VALUE 1.
      *        Alta: referencia del movimiento de compra, número de
      *        cuotas mensuales, tipo nominal anual y porcentaje de
      *        la comisión de apertura sobre el importe aplazado.
               10  APLAZTAR-E-REF-MOV          PIC 9(12).
               10  APLAZTAR-E-NUM-CUOTAS       PIC 9(03).
               10  APLAZTAR-E-TASA             PIC 9(01)V9(04).
               10  APLAZTAR-E-PCT-APERTURA     PIC 9(01)V9(04).
      *        Cancelación: plan a cancelar.
               10  APLAZTAR-E-ID-APLAZ         PIC 9(10).
           05  AREA-APLAZTAR-SALIDA.
               10  APLAZTAR-S-ID-APLAZ         PIC 9(10).
               10  APLAZTAR-S-ID-TAR           PIC 9(10).
               10  APLAZTAR-S-IMPORTE          PIC S9(08)V99
                                               LEADING SEPARATE.
               10  APLAZTAR-S-CUOTA-CAPITAL    PIC S9(08)V99
                                               LEADING SEPARATE.
               10  APLAZTAR-S-COMISION         PIC S9(08)V99
                                               LEADING SEPARATE.
      *        En la cancelación, capital liquidado de una vez.
               10  APLAZTAR-S-CAPITAL-PDTE     PIC S9(08)V99
                                               LEADING SEPARATE.
               10  APLAZTAR-SQLCODE            PIC S9(09) COMP-5.
               10  APLAZTAR-STAT               PIC S9(01) VALUE 0.
                   88  APLAZTAR-STAT-OK        VALUE 0.
                   88  APLAZTAR-STAT-ERR-ACC   VALUE -1.
                   88  APLAZTAR-STAT-ERR-DATOS VALUE -2.
                   88  APLAZTAR-STAT-ENC-NO    VALUE -3.
      *            Tarjeta que no está de alta, movimiento que no es
      *            una compra, o plan que ya no está activo.
                   88  APLAZTAR-STAT-ERR-ESTADO
                                               VALUE -4.
      *            Movimiento con disputa, anulado por REVMOV o ya
      *            aplazado antes.
                   88  APLAZTAR-STAT-NO-ELEGIBLE
                                               VALUE -5.
      *            INSMOV o ACTTAR han rechazado el apunte.
                   88  APLAZTAR-STAT-ERR-APUNTE
                                               VALUE -6.
                   88  APLAZTAR-STAT-ERR-SQL   VALUE -7.
