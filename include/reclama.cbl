      * Tabla RECLAMACION.
      * Reclamaciones de clientes ante el servicio de atención al
      * cliente, con su plazo legal de respuesta, el producto o el
      * movimiento reclamado y la resolución, incluido el abono que
      * se haya concedido.
       01  REG-RECLAMA.
           05  RECLAMA-ID                PIC 9(10).
           05  RECLAMA-NIF               PIC X(10).
      *    COM comisiones, MOV movimiento discutido, TAR tarjeta,
      *    PRE préstamo, OTR otros.
           05  RECLAMA-CATEGORIA         PIC X(03).
      *    Canal por el que entra: O oficina, T teléfono, W banca
      *    en línea, C correo.
           05  RECLAMA-CANAL             PIC X(01).
      *    Fechas (AAAAMMDD) de recepción y límite legal para
      *    responder.
           05  RECLAMA-FEC-RECEPCION     PIC X(08).
           05  RECLAMA-FEC-LIMITE        PIC X(08).
      *    Producto o movimiento reclamado, a cero si no hay.
           05  RECLAMA-ID-MEDIO          PIC 9(10).
           05  RECLAMA-ID-PRESTAMO       PIC 9(10).
           05  RECLAMA-REF-MOV           PIC 9(12).
           05  RECLAMA-MOTIVO            PIC X(80).
      *    Abierta, resuelta a favor del cliente, resuelta en contra
      *    y escalada al Banco de España.
           05  RECLAMA-ESTADO            PIC X(01).
               88  RECLAMA-ESTADO-ABIERTA    VALUE 'A'.
               88  RECLAMA-ESTADO-FAVOR      VALUE 'F'.
               88  RECLAMA-ESTADO-CONTRA     VALUE 'D'.
               88  RECLAMA-ESTADO-ESCALADA   VALUE 'E'.
           05  RECLAMA-FEC-RESOLUCION    PIC X(08).
           05  RECLAMA-RESPUESTA         PIC X(80).
      *    Abono concedido y referencia del movimiento que lo posteó.
           05  RECLAMA-IMPORTE-ABONO     PIC S9(08)V99
                                         LEADING SEPARATE.
           05  RECLAMA-REF-ABONO         PIC 9(12).
           05  RECLAMA-FEC-ESCALADO      PIC X(08).
           05  RECLAMA-USUARIO           PIC X(30).

       01  REG-RECLAMA-NULL.
           05  RECLAMA-ID-NULL           PIC S9(04) COMP-5.
           05  RECLAMA-NIF-NULL          PIC S9(04) COMP-5.
           05  RECLAMA-CATEGORIA-NULL    PIC S9(04) COMP-5.
           05  RECLAMA-CANAL-NULL        PIC S9(04) COMP-5.
           05  RECLAMA-FEC-RECEPCION-NULL
                                         PIC S9(04) COMP-5.
           05  RECLAMA-FEC-LIMITE-NULL   PIC S9(04) COMP-5.
           05  RECLAMA-ID-MEDIO-NULL     PIC S9(04) COMP-5.
           05  RECLAMA-ID-PRESTAMO-NULL  PIC S9(04) COMP-5.
           05  RECLAMA-REF-MOV-NULL      PIC S9(04) COMP-5.
           05  RECLAMA-MOTIVO-NULL       PIC S9(04) COMP-5.
           05  RECLAMA-ESTADO-NULL       PIC S9(04) COMP-5.
           05  RECLAMA-FEC-RESOLUCION-NULL
                                         PIC S9(04) COMP-5.
           05  RECLAMA-RESPUESTA-NULL    PIC S9(04) COMP-5.
           05  RECLAMA-IMPORTE-ABONO-NULL
                                         PIC S9(04) COMP-5.
           05  RECLAMA-REF-ABONO-NULL    PIC S9(04) COMP-5.
           05  RECLAMA-FEC-ESCALADO-NULL PIC S9(04) COMP-5.
           05  RECLAMA-USUARIO-NULL      PIC S9(04) COMP-5.
