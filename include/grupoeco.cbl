      * Tabla GRUPO_ECONOMICO.
      * Grupos económicos: sociedades y personas vinculadas cuyo
      * riesgo se vigila junto. Cada grupo tiene una matriz, un
      * límite de riesgo aprobado para el conjunto y el modo en que
      * se controla al abrir operaciones nuevas.
       01  REG-GRUPOECO.
           05  GRUPOECO-ID               PIC 9(10).
           05  GRUPOECO-NOM              PIC X(40).
           05  GRUPOECO-ID-MATRIZ        PIC 9(10).
      *    Límite aprobado para el riesgo del grupo; a cero no hay
      *    límite aprobado y no se controla.
           05  GRUPOECO-LIMITE           PIC S9(11)V99
                                         LEADING SEPARATE.
      *    Al pasarse del límite, ALTAPRES y POLCRED avisan y dejan
      *    seguir, o rechazan la operación.
           05  GRUPOECO-CONTROL          PIC X(01).
               88  GRUPOECO-CONTROL-AVISO    VALUE 'A'.
               88  GRUPOECO-CONTROL-BLOQUEO  VALUE 'B'.
           05  GRUPOECO-ESTADO           PIC X(01).
               88  GRUPOECO-ESTADO-ALTA      VALUE 'A'.
               88  GRUPOECO-ESTADO-BAJA      VALUE 'B'.
           05  GRUPOECO-FEC-ALTA         PIC X(08).
           05  GRUPOECO-FEC-BAJA         PIC X(08).
           05  GRUPOECO-USUARIO          PIC X(30).

       01  REG-GRUPOECO-NULL.
           05  GRUPOECO-ID-NULL          PIC S9(04) COMP-5.
           05  GRUPOECO-NOM-NULL         PIC S9(04) COMP-5.
           05  GRUPOECO-ID-MATRIZ-NULL   PIC S9(04) COMP-5.
           05  GRUPOECO-LIMITE-NULL      PIC S9(04) COMP-5.
           05  GRUPOECO-CONTROL-NULL     PIC S9(04) COMP-5.
           05  GRUPOECO-ESTADO-NULL      PIC S9(04) COMP-5.
           05  GRUPOECO-FEC-ALTA-NULL    PIC S9(04) COMP-5.
           05  GRUPOECO-FEC-BAJA-NULL    PIC S9(04) COMP-5.
           05  GRUPOECO-USUARIO-NULL     PIC S9(04) COMP-5.

      * Tabla GRUPO_MIEMBRO.
      * Clientes de cada grupo con el motivo de la vinculación. Un
      * cliente sólo está en un grupo a la vez; la pertenencia
      * vigente es la que no tiene fecha de baja.
       01  REG-GRUMIEM.
           05  GRUMIEM-ID-GRUPO          PIC 9(10).
           05  GRUMIEM-ID-CLIENTE        PIC 9(10).
      *    M matriz, A participación accionarial, T titular real
      *    común, P apoderado común, O otros motivos.
           05  GRUMIEM-MOTIVO            PIC X(01).
               88  GRUMIEM-MOTIVO-MATRIZ     VALUE 'M'.
               88  GRUMIEM-MOTIVO-ACCIONES   VALUE 'A'.
               88  GRUMIEM-MOTIVO-TITREAL    VALUE 'T'.
               88  GRUMIEM-MOTIVO-APODERADO  VALUE 'P'.
               88  GRUMIEM-MOTIVO-OTROS      VALUE 'O'.
           05  GRUMIEM-FEC-ALTA          PIC X(08).
           05  GRUMIEM-FEC-BAJA          PIC X(08).
           05  GRUMIEM-USUARIO           PIC X(30).

       01  REG-GRUMIEM-NULL.
           05  GRUMIEM-ID-GRUPO-NULL     PIC S9(04) COMP-5.
           05  GRUMIEM-ID-CLIENTE-NULL   PIC S9(04) COMP-5.
           05  GRUMIEM-MOTIVO-NULL       PIC S9(04) COMP-5.
           05  GRUMIEM-FEC-ALTA-NULL     PIC S9(04) COMP-5.
           05  GRUMIEM-FEC-BAJA-NULL     PIC S9(04) COMP-5.
           05  GRUMIEM-USUARIO-NULL      PIC S9(04) COMP-5.

      * Tabla GRUPO_CANDIDATO.
      * Vínculos entre dos clientes que CANDGRUPO encuentra en los
      * datos (titular real común, apoderado común o participación)
      * a la espera de que riesgos los acepte, metiendo a los dos en
      * el mismo grupo, o los descarte. La pareja va siempre con el
      * identificador menor primero.
       01  REG-GRUCAND.
           05  GRUCAND-ID-CLIENTE-A      PIC 9(10).
           05  GRUCAND-ID-CLIENTE-B      PIC 9(10).
           05  GRUCAND-MOTIVO            PIC X(01).
      *    NIF que comparten o que los une.
           05  GRUCAND-NIF-COMUN         PIC X(10).
           05  GRUCAND-FEC-DETECCION     PIC X(08).
      *    P pendiente, A aceptado, R descartado.
           05  GRUCAND-ESTADO            PIC X(01).
               88  GRUCAND-ESTADO-PENDIENTE  VALUE 'P'.
               88  GRUCAND-ESTADO-ACEPTADO   VALUE 'A'.
               88  GRUCAND-ESTADO-DESCARTADO VALUE 'R'.

       01  REG-GRUCAND-NULL.
           05  GRUCAND-ID-CLIENTE-A-NULL PIC S9(04) COMP-5.
           05  GRUCAND-ID-CLIENTE-B-NULL PIC S9(04) COMP-5.
           05  GRUCAND-MOTIVO-NULL       PIC S9(04) COMP-5.
           05  GRUCAND-NIF-COMUN-NULL    PIC S9(04) COMP-5.
           05  GRUCAND-FEC-DETECCION-NULL
                                         PIC S9(04) COMP-5.
           05  GRUCAND-ESTADO-NULL       PIC S9(04) COMP-5.
