       01  AREA-FONDO.
           05  AREA-FONDO-ENTRADA.
               10  FONDO-E-ACC                 PIC 9(01) VALUE 0.
      *            Orden de suscripción o de reembolso, anulación de
      *            una orden que aún no se ha enviado a la gestora y
      *            consulta de las posiciones del cliente.
                   88  FONDO-E-ACC-SUSCRIBIR   VALUE 0.
                   88  FONDO-E-ACC-REEMBOLSAR  VALUE 1.
                   88  FONDO-E-ACC-ANULAR      VALUE 2.
                   88  FONDO-E-ACC-CONSULTAR   VALUE 3.
      *        Suscripción y reembolso: NIF del cliente, fondo (ISIN)
      *        y cuenta de cargo o abono, de la que tiene que ser
      *        titular o cotitular. En el reembolso, con la cuenta a
      *        cero se abona en la de la posición. Consulta: NIF.
               10  FONDO-E-NIF                 PIC X(10).
               10  FONDO-E-ISIN                PIC X(12).
               10  FONDO-E-ID-CTA              PIC 9(10).
      *        Suscripción: importe a invertir, en la divisa del
      *        fondo.
               10  FONDO-E-IMPORTE             PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Reembolso: participaciones a reembolsar; a cero, todas.
               10  FONDO-E-PARTICIPACIONES     PIC S9(09)V9(06)
                                               LEADING SEPARATE.
      *        Anulación: orden a anular.
               10  FONDO-E-ID-ORDEN            PIC 9(10).
               10  FONDO-E-USUARIO             PIC X(30).
           05  AREA-FONDO-SALIDA.
      *        Orden grabada o anulada.
               10  FONDO-S-ID-ORDEN            PIC 9(10).
               10  FONDO-S-TIPO                PIC X(01).
               10  FONDO-S-ISIN                PIC X(12).
               10  FONDO-S-NOM-FONDO           PIC X(40).
               10  FONDO-S-ID-CTA              PIC 9(10).
               10  FONDO-S-IMPORTE             PIC S9(08)V99
                                               LEADING SEPARATE.
               10  FONDO-S-PARTICIPACIONES     PIC S9(09)V9(06)
                                               LEADING SEPARATE.
               10  FONDO-S-ESTADO              PIC X(01).
      *        Consulta: posiciones del cliente valoradas al último
      *        VL recibido, cada una en la divisa de su fondo.
               10  FONDO-S-NUM-POSICIONES      PIC 9(02).
               10  FONDO-S-POSICION            OCCURS 10 TIMES.
                   15  FONDO-S-POS-ISIN        PIC X(12).
                   15  FONDO-S-POS-NOM         PIC X(40).
                   15  FONDO-S-POS-DIVISA      PIC X(03).
                   15  FONDO-S-POS-ID-CTA      PIC 9(10).
                   15  FONDO-S-POS-PARTICIPACIONES
                                               PIC S9(09)V9(06)
                                               LEADING SEPARATE.
                   15  FONDO-S-POS-VL          PIC S9(06)V9(06)
                                               LEADING SEPARATE.
                   15  FONDO-S-POS-FEC-VL      PIC X(08).
                   15  FONDO-S-POS-VALOR       PIC S9(10)V99
                                               LEADING SEPARATE.
                   15  FONDO-S-POS-COSTE       PIC S9(10)V99
                                               LEADING SEPARATE.
      *                Reembolsos aún sin confirmar sobre la posición.
                   15  FONDO-S-POS-PART-PEND   PIC S9(09)V9(06)
                                               LEADING SEPARATE.
               10  FONDO-SQLCODE               PIC S9(09) COMP-5.
               10  FONDO-STAT                  PIC S9(01) VALUE 0.
                   88  FONDO-STAT-OK           VALUE 0.
                   88  FONDO-STAT-ERR-ACC      VALUE -1.
      *            Datos de entrada incompletos, importe por debajo
      *            del mínimo del fondo o más participaciones de las
      *            disponibles.
                   88  FONDO-STAT-ERR-DATOS    VALUE -2.
      *            Cliente, cuenta, fondo, posición u orden
      *            inexistente.
                   88  FONDO-STAT-ENC-NO       VALUE -3.
      *            El cliente no es titular ni cotitular de la cuenta.
                   88  FONDO-STAT-ERR-TITULAR  VALUE -4.
      *            Cuenta que no está de alta, fondo cerrado a
      *            suscripciones u orden que ya no está pendiente.
                   88  FONDO-STAT-ERR-ESTADO   VALUE -5.
      *            INSMOV o ACTCTA han rechazado el cargo de la
      *            suscripción o el abono de su anulación.
                   88  FONDO-STAT-ERR-APUNTE   VALUE -6.
                   88  FONDO-STAT-ERR-SQL      VALUE -7.
