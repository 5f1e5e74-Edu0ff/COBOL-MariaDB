      * Tabla CAJA_SEGURIDAD.
      * Inventario de cajas de seguridad de cada oficina.
       01  REG-CAJASEG.
           05  CAJASEG-ID                PIC 9(10).
           05  CAJASEG-OFICINA           PIC X(04).
      *    Número de la caja dentro de la oficina.
           05  CAJASEG-NUM               PIC X(10).
      *    P pequeña, M mediana, G grande.
           05  CAJASEG-TAMANO            PIC X(01).
      *    Libre, alquilada, pendiente de traslado por cierre de la
      *    oficina y retirada del servicio.
           05  CAJASEG-ESTADO            PIC X(01).
               88  CAJASEG-ESTADO-LIBRE      VALUE 'L'.
               88  CAJASEG-ESTADO-ALQUILADA  VALUE 'A'.
               88  CAJASEG-ESTADO-TRASLADO   VALUE 'T'.
               88  CAJASEG-ESTADO-RETIRADA   VALUE 'R'.
           05  CAJASEG-FEC-ALTA          PIC X(08).
      *    Oficina receptora que se hace cargo de la caja mientras
      *    está pendiente de traslado.
           05  CAJASEG-OFICINA-TRASLADO  PIC X(04).

       01  REG-CAJASEG-NULL.
           05  CAJASEG-ID-NULL           PIC S9(04) COMP-5.
           05  CAJASEG-OFICINA-NULL      PIC S9(04) COMP-5.
           05  CAJASEG-NUM-NULL          PIC S9(04) COMP-5.
           05  CAJASEG-TAMANO-NULL       PIC S9(04) COMP-5.
           05  CAJASEG-ESTADO-NULL       PIC S9(04) COMP-5.
           05  CAJASEG-FEC-ALTA-NULL     PIC S9(04) COMP-5.
           05  CAJASEG-OFICINA-TRASLADO-NULL
                                         PIC S9(04) COMP-5.
