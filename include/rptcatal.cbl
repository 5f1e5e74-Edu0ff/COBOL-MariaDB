      * Tabla INFORME_CATALOGO.
      * Catálogo de los ficheros de salida fechados que generan los
      * programas de proceso por lotes: un registro por fichero, con
      * la ejecución de banco.batch_log que lo produjo, el número de
      * registros, el periodo que cubre y su nivel de
      * confidencialidad. DISTINFORM lo reparte a los destinatarios
      * de banco.informe_destinatario, anota cada entrega en
      * banco.informe_entrega y lo purga al vencer la retención del
      * tipo de informe (banco.informe_tipo).
       01  REG-RPTCATAL.
           05  RPTCATAL-ID               PIC 9(10).
           05  RPTCATAL-PROGRAMA         PIC X(16).
           05  RPTCATAL-ID-EJEC          PIC 9(10).
           05  RPTCATAL-FICHERO          PIC X(60).
           05  RPTCATAL-NUM-REGISTROS    PIC 9(09).
           05  RPTCATAL-PERIODO-DESDE    PIC X(08).
           05  RPTCATAL-PERIODO-HASTA    PIC X(08).
      *    1 uso interno, 2 confidencial, 3 restringido.
           05  RPTCATAL-NIVEL            PIC 9(01).
               88  RPTCATAL-NIVEL-INTERNO     VALUE 1.
               88  RPTCATAL-NIVEL-CONFIDENCIAL VALUE 2.
               88  RPTCATAL-NIVEL-RESTRINGIDO VALUE 3.
           05  RPTCATAL-FEC-GENERACION   PIC X(08).
           05  RPTCATAL-ESTADO           PIC X(01).
      *        Nuevo (sin repartir), distribuido y purgado.
               88  RPTCATAL-ESTADO-NUEVO      VALUE 'N'.
               88  RPTCATAL-ESTADO-DISTRIBUIDO VALUE 'D'.
               88  RPTCATAL-ESTADO-PURGADO    VALUE 'P'.
           05  RPTCATAL-FEC-PURGA        PIC X(08).

       01  REG-RPTCATAL-NULL.
           05  RPTCATAL-ID-NULL          PIC S9(04) COMP-5.
           05  RPTCATAL-PROGRAMA-NULL    PIC S9(04) COMP-5.
           05  RPTCATAL-ID-EJEC-NULL     PIC S9(04) COMP-5.
           05  RPTCATAL-FICHERO-NULL     PIC S9(04) COMP-5.
           05  RPTCATAL-NUM-REGISTROS-NULL
                                         PIC S9(04) COMP-5.
           05  RPTCATAL-PERIODO-DESDE-NULL
                                         PIC S9(04) COMP-5.
           05  RPTCATAL-PERIODO-HASTA-NULL
                                         PIC S9(04) COMP-5.
           05  RPTCATAL-NIVEL-NULL       PIC S9(04) COMP-5.
           05  RPTCATAL-FEC-GENERACION-NULL
                                         PIC S9(04) COMP-5.
           05  RPTCATAL-ESTADO-NULL      PIC S9(04) COMP-5.
           05  RPTCATAL-FEC-PURGA-NULL   PIC S9(04) COMP-5.
