      * Tabla CASO_SAR.
      * Casos de operativa sospechosa: cada alerta de los procesos de
      * prevención de blanqueo (operaciones sobre umbral, topes de
      * velocidad, cribado de sanciones) abre un caso por NIF y
      * origen, con los movimientos implicados en
      * banco.caso_sar_mov y el rastro de lo que hacen los analistas
      * en banco.caso_sar_nota.
       01  REG-CASOSAR.
           05  CASOSAR-ID                PIC 9(10).
           05  CASOSAR-NIF               PIC X(10).
      *    AML operaciones sobre umbral, VEL tope de velocidad, SAN
      *    lista de sanciones/PEP.
           05  CASOSAR-ORIGEN            PIC X(03).
      *    Abierto, asignado, escalado, cerrado como falso positivo,
      *    cerrado para comunicar y ya comunicado al SEPBLAC.
           05  CASOSAR-ESTADO            PIC X(01).
               88  CASOSAR-ESTADO-ABIERTO    VALUE 'A'.
               88  CASOSAR-ESTADO-ASIGNADO   VALUE 'S'.
               88  CASOSAR-ESTADO-ESCALADO   VALUE 'E'.
               88  CASOSAR-ESTADO-EN-CURSO   VALUES 'A' 'S' 'E'.
               88  CASOSAR-ESTADO-FALSO      VALUE 'F'.
               88  CASOSAR-ESTADO-COMUNICAR  VALUE 'C'.
               88  CASOSAR-ESTADO-COMUNICADO VALUE 'X'.
           05  CASOSAR-ANALISTA          PIC X(30).
           05  CASOSAR-MOTIVO            PIC X(80).
      *    Fechas (AAAAMMDD) de apertura, límite para resolverlo,
      *    cierre y envío al SEPBLAC.
           05  CASOSAR-FEC-ALTA          PIC X(08).
           05  CASOSAR-FEC-LIMITE        PIC X(08).
           05  CASOSAR-FEC-CIERRE        PIC X(08).
           05  CASOSAR-FEC-COMUNICACION  PIC X(08).

       01  REG-CASOSAR-NULL.
           05  CASOSAR-ID-NULL           PIC S9(04) COMP-5.
           05  CASOSAR-NIF-NULL          PIC S9(04) COMP-5.
           05  CASOSAR-ORIGEN-NULL       PIC S9(04) COMP-5.
           05  CASOSAR-ESTADO-NULL       PIC S9(04) COMP-5.
           05  CASOSAR-ANALISTA-NULL     PIC S9(04) COMP-5.
           05  CASOSAR-MOTIVO-NULL       PIC S9(04) COMP-5.
           05  CASOSAR-FEC-ALTA-NULL     PIC S9(04) COMP-5.
           05  CASOSAR-FEC-LIMITE-NULL   PIC S9(04) COMP-5.
           05  CASOSAR-FEC-CIERRE-NULL   PIC S9(04) COMP-5.
           05  CASOSAR-FEC-COMUNICACION-NULL
                                         PIC S9(04) COMP-5.
