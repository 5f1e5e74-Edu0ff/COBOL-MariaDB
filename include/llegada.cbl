      * Tabla INTERFAZ_ENTRADA.
      * Ficheros que nos llegan de fuera y de los que depende algún
      * lote: el patrón del nombre (AAAAMMDD o AAMMDD se cambian por
      * el día de negocio), los días de la semana en que se espera
      * (de lunes a domingo, S o N), si además tiene que ser día
      * hábil (banco.dia_festivo), la hora de corte (HHMM) y el lote
      * que lo consume.
       01  REG-INTERFAZ.
           05  INTERFAZ-COD              PIC X(10).
           05  INTERFAZ-DESC             PIC X(40).
           05  INTERFAZ-PATRON           PIC X(60).
           05  INTERFAZ-DIAS             PIC X(07).
           05  INTERFAZ-SOLO-HABILES     PIC X(01).
               88  INTERFAZ-SOLO-HABILES-SI  VALUE 'S'.
           05  INTERFAZ-HORA-CORTE       PIC X(04).
           05  INTERFAZ-PROGRAMA         PIC X(12).
      *    No se reclaman llegadas de días anteriores al alta.
           05  INTERFAZ-FEC-ALTA         PIC X(08).
           05  INTERFAZ-ESTADO           PIC X(01).
               88  INTERFAZ-ESTADO-ALTA      VALUE 'A'.
               88  INTERFAZ-ESTADO-BAJA      VALUE 'B'.

      * Tabla LLEGADA_FICHERO.
      * Cada fichero de entrada que ha llegado (o que se esperaba y
      * no llegó) por interfaz y día de negocio, con su tamaño, sus
      * registros y la suma de control CRC que encadena todos sus
      * registros. Un fichero vacío o con el mismo contenido que
      * otro anterior de la interfaz no se da por confirmado.
       01  REG-LLEGADA.
           05  LLEGADA-ID                PIC 9(10).
           05  LLEGADA-INTERFAZ          PIC X(10).
           05  LLEGADA-FEC-NEGOCIO       PIC X(08).
           05  LLEGADA-FICHERO           PIC X(60).
           05  LLEGADA-TAMANO            PIC 9(12).
           05  LLEGADA-NUM-REGISTROS     PIC 9(09).
           05  LLEGADA-SUMA-CONTROL      PIC 9(10).
      *    C confirmado, V vacío, R repetido, P pendiente (pasó la
      *    hora de corte sin llegar), F falta (el día se cerró sin
      *    que llegara).
           05  LLEGADA-ESTADO            PIC X(01).
               88  LLEGADA-ESTADO-CONFIRMADO VALUE 'C'.
               88  LLEGADA-ESTADO-VACIO      VALUE 'V'.
               88  LLEGADA-ESTADO-REPETIDO   VALUE 'R'.
               88  LLEGADA-ESTADO-PENDIENTE  VALUE 'P'.
               88  LLEGADA-ESTADO-FALTA      VALUE 'F'.
           05  LLEGADA-TARDE             PIC X(01).
           05  LLEGADA-ID-REPETIDA       PIC 9(10).
      *    Ejecución de banco.batch_log que lo cargó; fec_consumo
      *    a nulo mientras nadie lo ha cargado.
           05  LLEGADA-ID-EJEC-CONSUMO   PIC 9(10).
           05  LLEGADA-CONSUMIDO         PIC X(01).
               88  LLEGADA-CONSUMIDO-SI      VALUE 'S'.
