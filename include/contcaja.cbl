      * Tabla CAJA_CONTRATO.
      * Contrato de alquiler de una caja de seguridad: la caja, la
      * cuenta de cargo y la cuota anual, que COBROCAJA carga en cada
      * aniversario del contrato. Los titulares van en
      * banco.caja_contrato_titular y las visitas en
      * banco.caja_visita.
       01  REG-CONTCAJA.
           05  CONTCAJA-ID               PIC 9(10).
           05  CONTCAJA-ID-CAJA          PIC 9(10).
           05  CONTCAJA-ID-CUENTA        PIC 9(10).
           05  CONTCAJA-CUOTA            PIC S9(06)V99
                                         LEADING SEPARATE.
      *    Fechas (AAAAMMDD) de alta y del próximo cobro, que avanza
      *    un año con cada cobro atendido.
           05  CONTCAJA-FEC-ALTA         PIC X(08).
           05  CONTCAJA-FEC-PROX-COBRO   PIC X(08).
      *    Activo, impagado (el último cargo fue rechazado y se
      *    reintenta en cada pasada) y cancelado.
           05  CONTCAJA-ESTADO           PIC X(01).
               88  CONTCAJA-ESTADO-ACTIVO    VALUE 'A'.
               88  CONTCAJA-ESTADO-IMPAGADO  VALUE 'I'.
               88  CONTCAJA-ESTADO-CANCELADO VALUE 'C'.
      *    Primer rechazo del alquiler pendiente.
           05  CONTCAJA-FEC-IMPAGO       PIC X(08).
           05  CONTCAJA-FEC-BAJA         PIC X(08).
           05  CONTCAJA-USUARIO          PIC X(30).

       01  REG-CONTCAJA-NULL.
           05  CONTCAJA-ID-NULL          PIC S9(04) COMP-5.
           05  CONTCAJA-ID-CAJA-NULL     PIC S9(04) COMP-5.
           05  CONTCAJA-ID-CUENTA-NULL   PIC S9(04) COMP-5.
           05  CONTCAJA-CUOTA-NULL       PIC S9(04) COMP-5.
           05  CONTCAJA-FEC-ALTA-NULL    PIC S9(04) COMP-5.
           05  CONTCAJA-FEC-PROX-COBRO-NULL
                                         PIC S9(04) COMP-5.
           05  CONTCAJA-ESTADO-NULL      PIC S9(04) COMP-5.
           05  CONTCAJA-FEC-IMPAGO-NULL  PIC S9(04) COMP-5.
           05  CONTCAJA-FEC-BAJA-NULL    PIC S9(04) COMP-5.
           05  CONTCAJA-USUARIO-NULL     PIC S9(04) COMP-5.
