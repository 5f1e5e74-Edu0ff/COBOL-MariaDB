      * Tabla GESTOR.
      * Registro de gestores comerciales: código de empleado, oficina
      * a la que están adscritos y tipo de cartera que llevan. Un
      * gestor dado de baja no se borra: sigue siendo el de las
      * asignaciones pasadas de banco.cliente_gestor.
       01  REG-GESTOR.
           05  GESTOR-COD                PIC X(08).
           05  GESTOR-NOM                PIC X(40).
           05  GESTOR-OFICINA            PIC X(04).
      *    P particulares, B banca personal, V banca privada, E
      *    empresas.
           05  GESTOR-TIPO-CARTERA       PIC X(01).
               88  GESTOR-CARTERA-PARTICULARES VALUE 'P'.
               88  GESTOR-CARTERA-PERSONAL     VALUE 'B'.
               88  GESTOR-CARTERA-PRIVADA      VALUE 'V'.
               88  GESTOR-CARTERA-EMPRESAS     VALUE 'E'.
           05  GESTOR-ESTADO             PIC X(01).
               88  GESTOR-ESTADO-ACTIVO        VALUE 'A'.
               88  GESTOR-ESTADO-BAJA          VALUE 'B'.
           05  GESTOR-FEC-ALTA           PIC X(08).
           05  GESTOR-FEC-BAJA           PIC X(08).

       01  REG-GESTOR-NULL.
           05  GESTOR-COD-NULL           PIC S9(04) COMP-5.
           05  GESTOR-NOM-NULL           PIC S9(04) COMP-5.
           05  GESTOR-OFICINA-NULL       PIC S9(04) COMP-5.
           05  GESTOR-TIPO-CARTERA-NULL  PIC S9(04) COMP-5.
           05  GESTOR-ESTADO-NULL        PIC S9(04) COMP-5.
           05  GESTOR-FEC-ALTA-NULL      PIC S9(04) COMP-5.
           05  GESTOR-FEC-BAJA-NULL      PIC S9(04) COMP-5.

      * Tabla CLIENTE_GESTOR.
      * Asignación de cada cliente a su gestor, con historia: la
      * asignación vigente es la que no tiene fecha de fin, y cada
      * cambio cierra la anterior con la fecha del día y abre otra.
       01  REG-CLIGESTOR.
           05  CLIGESTOR-ID-CLIENTE      PIC 9(10).
           05  CLIGESTOR-COD-GESTOR      PIC X(08).
           05  CLIGESTOR-FEC-INI         PIC X(08).
           05  CLIGESTOR-FEC-FIN         PIC X(08).
      *    M asignación manual, R reasignación masiva (REASGEST).
           05  CLIGESTOR-MOTIVO          PIC X(01).
               88  CLIGESTOR-MOTIVO-MANUAL     VALUE 'M'.
               88  CLIGESTOR-MOTIVO-REASIGNA   VALUE 'R'.
           05  CLIGESTOR-USUARIO         PIC X(30).

       01  REG-CLIGESTOR-NULL.
           05  CLIGESTOR-ID-CLIENTE-NULL PIC S9(04) COMP-5.
           05  CLIGESTOR-COD-GESTOR-NULL PIC S9(04) COMP-5.
           05  CLIGESTOR-FEC-INI-NULL    PIC S9(04) COMP-5.
           05  CLIGESTOR-FEC-FIN-NULL    PIC S9(04) COMP-5.
           05  CLIGESTOR-MOTIVO-NULL     PIC S9(04) COMP-5.
           05  CLIGESTOR-USUARIO-NULL    PIC S9(04) COMP-5.
