      * Tabla TOKEN_TARJETA.
      * Tokens de cartera móvil (Apple Pay, Google Pay...) emitidos
      * sobre una tarjeta física. Un token se suspende y se reactiva
      * con el bloqueo y desbloqueo de la tarjeta, y se elimina con
      * su baja o a petición del titular (pérdida del móvil) sin
      * tocar el plástico. Las solicitudes denegadas por PROVTOKEN
      * también se guardan, con su motivo.
       01  REG-TOKENTAR.
           05  TOKENTAR-ID               PIC 9(10).
           05  TOKENTAR-ID-TAR           PIC 9(10).
      *    Referencia del token que asigna el proveedor de la cartera.
           05  TOKENTAR-REF              PIC X(32).
           05  TOKENTAR-PROVEEDOR        PIC X(20).
           05  TOKENTAR-DISPOSITIVO      PIC X(40).
           05  TOKENTAR-ESTADO           PIC X(01).
               88  TOKENTAR-ESTADO-ACTIVO    VALUE 'A'.
               88  TOKENTAR-ESTADO-SUSPENDIDO
                                             VALUE 'S'.
               88  TOKENTAR-ESTADO-ELIMINADO VALUE 'E'.
               88  TOKENTAR-ESTADO-DENEGADO  VALUE 'D'.
           05  TOKENTAR-FEC-ALTA         PIC X(08).
      *    Motivo de la denegación o de la eliminación.
           05  TOKENTAR-MOTIVO           PIC X(30).

       01  REG-TOKENTAR-NULL.
           05  TOKENTAR-ID-NULL          PIC S9(04) COMP-5.
           05  TOKENTAR-ID-TAR-NULL      PIC S9(04) COMP-5.
           05  TOKENTAR-REF-NULL         PIC S9(04) COMP-5.
           05  TOKENTAR-PROVEEDOR-NULL   PIC S9(04) COMP-5.
           05  TOKENTAR-DISPOSITIVO-NULL PIC S9(04) COMP-5.
           05  TOKENTAR-ESTADO-NULL      PIC S9(04) COMP-5.
           05  TOKENTAR-FEC-ALTA-NULL    PIC S9(04) COMP-5.
           05  TOKENTAR-MOTIVO-NULL      PIC S9(04) COMP-5.
