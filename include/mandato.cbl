               88  MANDATO-ESTADO-ACTIVO        VALUE 'A'.
               88  MANDATO-ESTADO-REVOCADO      VALUE 'R'.
               88  MANDATO-ESTADO-BAJA          VALUE 'B'.
      *    Día en que se revocó (REVOCAMAN); a nulo si nunca lo fue.
           05  MANDATO-FEC-REVOCA          PIC X(08).

       01  REG-MANDATO-NULL.
           05  MANDATO-ID-NULL             PIC S9(04) COMP-5.
           05  MANDATO-FEC-PRENOTIF-NULL   PIC S9(04) COMP-5.
           05  MANDATO-FEC-PRIMER-USO-NULL PIC S9(04) COMP-5.
           05  MANDATO-ESTADO-NULL         PIC S9(04) COMP-5.
           05  MANDATO-FEC-REVOCA-NULL     PIC S9(04) COMP-5.
