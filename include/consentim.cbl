      * Tabla CONSENTIMIENTO.
      * Situación vigente del consentimiento de cada cliente para
      * cada finalidad de tratamiento comercial: una fila por cliente
      * y finalidad, con la última decisión del cliente. Cada cambio
      * queda además en banco.consentimiento_hist, que no se borra
      * nunca y es la traza que se enseña a la autoridad de
      * protección de datos.
       01  REG-CONSENTIM.
           05  CONSENTIM-ID-CLIENTE      PIC 9(10).
      *    P correo postal, S SMS, E correo electrónico, T teléfono,
      *    F elaboración de perfiles, G cesión a empresas del grupo.
           05  CONSENTIM-FINALIDAD       PIC X(01).
               88  CONSENTIM-FINALIDAD-POSTAL    VALUE 'P'.
               88  CONSENTIM-FINALIDAD-SMS       VALUE 'S'.
               88  CONSENTIM-FINALIDAD-EMAIL     VALUE 'E'.
               88  CONSENTIM-FINALIDAD-TELEFONO  VALUE 'T'.
               88  CONSENTIM-FINALIDAD-PERFILADO VALUE 'F'.
               88  CONSENTIM-FINALIDAD-GRUPO     VALUE 'G'.
      *    Concedido o retirado.
           05  CONSENTIM-ESTADO          PIC X(01).
               88  CONSENTIM-ESTADO-CONCEDIDO    VALUE 'C'.
               88  CONSENTIM-ESTADO-RETIRADO     VALUE 'R'.
           05  CONSENTIM-FEC             PIC X(08).
      *    Canal por el que se recogió: O oficina, W web, M app
      *    móvil, T teléfono, C correo o formulario en papel.
           05  CONSENTIM-CANAL           PIC X(01).
      *    Versión del texto legal que el cliente aceptó o rechazó.
           05  CONSENTIM-VERSION         PIC X(10).
           05  CONSENTIM-USUARIO         PIC X(30).

       01  REG-CONSENTIM-NULL.
           05  CONSENTIM-ID-CLIENTE-NULL PIC S9(04) COMP-5.
           05  CONSENTIM-FINALIDAD-NULL  PIC S9(04) COMP-5.
           05  CONSENTIM-ESTADO-NULL     PIC S9(04) COMP-5.
           05  CONSENTIM-FEC-NULL        PIC S9(04) COMP-5.
           05  CONSENTIM-CANAL-NULL      PIC S9(04) COMP-5.
           05  CONSENTIM-VERSION-NULL    PIC S9(04) COMP-5.
           05  CONSENTIM-USUARIO-NULL    PIC S9(04) COMP-5.
