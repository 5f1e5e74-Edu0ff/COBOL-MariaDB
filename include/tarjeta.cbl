           05  TARJETA-FEC               PIC 9(06).
           05  TARJETA-FEC-X             REDEFINES
               TARJETA-FEC               PIC X(06).
      *    El CCV no se guarda: sólo su resumen SHA-256 (64 dígitos
      *    hexadecimales) calculado sobre la sal propia de la tarjeta
      *    seguida del CCV.
           05  TARJETA-CCV               PIC X(64).
           05  TARJETA-SAL-CCV           PIC X(32).
           05  TARJETA-ESTADO            PIC X(01).
               88  TARJETA-ESTADO-ALTA   VALUE 'A'.
               88  TARJETA-ESTADO-BAJA   VALUE 'B'.
      *        los cargos pero se admiten abonos y consultas.
               88  TARJETA-ESTADO-REVISION
                                         VALUE 'R'.
      *        Emitida y pendiente de activar: el plástico va al
      *        estampador y la tarjeta no admite cargos hasta que el
      *        titular la activa (primer uso del PIN o en oficina).
               88  TARJETA-ESTADO-EMITIDA
                                         VALUE 'E'.
           05  TARJETA-DIVISA            PIC X(03).
      *    PIN de la tarjeta y su contador de intentos fallidos
      *    consecutivos; la tarjeta se bloquea (TARJETA-ESTADO-BLOQ) sola
      *    cuando el contador alcanza el máximo permitido. Del PIN,
      *    como del CCV, sólo se guarda el resumen SHA-256 con sal; la
      *    sal se renueva en cada cambio de PIN.
           05  TARJETA-PIN               PIC X(64).
           05  TARJETA-SAL-PIN           PIC X(32).
           05  TARJETA-INTENTOS-PIN      PIC 9(02).
      *    Fecha del último cambio de PIN y marca de cambio forzoso:
      *    VALPIN la levanta cuando el PIN supera la antigüedad
      *    cliente a la que REDONDEO barre cada día el pico de sus
      *    compras redondeadas al euro; a cero no hay hucha.
           05  TARJETA-CTA-REDONDEO      PIC 9(10).
      *    Producto del catálogo (banco.producto, familia 'T') con el
      *    que se emitió la tarjeta.
           05  TARJETA-PRODUCTO          PIC X(06).
      *    Tarjeta a la que sustituye una reemisión (cero si es un
      *    alta nueva); la anterior sigue operativa hasta que se
      *    activa ésta o vence el plazo de gracia.
           05  TARJETA-ID-ANTERIOR       PIC 9(10).
      *    Ciclo del plástico (AAAAMMDD): envío al estampador en el
      *    fichero de ESTAMPTAR, expedición confirmada por CONFTAR y
      *    activación por el titular.
           05  TARJETA-FEC-ESTAMPACION   PIC X(08).
           05  TARJETA-FEC-ENVIO         PIC X(08).
           05  TARJETA-FEC-ACTIVACION    PIC X(08).

       01  REG-TARJETA-NULL.
           05  TARJETA-ID-TAR-NULL       PIC S9(04) COMP-5.
           05  TARJETA-CRED-NULL         PIC S9(04) COMP-5.
           05  TARJETA-FEC-NULL          PIC S9(04) COMP-5.
           05  TARJETA-CCV-NULL          PIC S9(04) COMP-5.
           05  TARJETA-SAL-CCV-NULL      PIC S9(04) COMP-5.
           05  TARJETA-ESTADO-NULL       PIC S9(04) COMP-5.
           05  TARJETA-DIVISA-NULL       PIC S9(04) COMP-5.
           05  TARJETA-PIN-NULL          PIC S9(04) COMP-5.
           05  TARJETA-SAL-PIN-NULL      PIC S9(04) COMP-5.
           05  TARJETA-INTENTOS-PIN-NULL PIC S9(04) COMP-5.
           05  TARJETA-FEC-PIN-NULL      PIC S9(04) COMP-5.
           05  TARJETA-PIN-CADUCADO-NULL PIC S9(04) COMP-5.
           05  TARJETA-CTA-REDONDEO-NULL PIC S9(04) COMP-5.
           05  TARJETA-PRODUCTO-NULL     PIC S9(04) COMP-5.
           05  TARJETA-ID-ANTERIOR-NULL  PIC S9(04) COMP-5.
           05  TARJETA-FEC-ESTAMPACION-NULL
                                         PIC S9(04) COMP-5.
           05  TARJETA-FEC-ENVIO-NULL    PIC S9(04) COMP-5.
           05  TARJETA-FEC-ACTIVACION-NULL
                                         PIC S9(04) COMP-5.
