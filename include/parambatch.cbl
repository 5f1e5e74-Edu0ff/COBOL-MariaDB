      * Tabla PARAMETRO_BATCH.
      * Parámetros de los procesos batch (umbrales, plazos, modos),
      * con su historia: cada cambio es una fila nueva con la fecha
      * desde la que rige y quién lo hizo; vale la fila más reciente
      * ya en vigor. El nombre del parámetro es el de la variable de
      * entorno que, definida, lo sigue sustituyendo en una ejecución
      * concreta. Los parámetros de todo el banco van con programa
      * BANCO.
       01  REG-PARAMETRO.
           05  PARAMETRO-ID              PIC 9(10).
           05  PARAMETRO-PROGRAMA        PIC X(12).
           05  PARAMETRO-NOMBRE          PIC X(30).
           05  PARAMETRO-VALOR           PIC X(30).
           05  PARAMETRO-FEC-VIGOR       PIC X(08).
           05  PARAMETRO-USUARIO-CAMBIO  PIC X(30).
           05  PARAMETRO-USUARIO-APRUEBA PIC X(30).

       01  REG-PARAMETRO-NULL.
           05  PARAMETRO-USUARIO-APRUEBA-NULL
                                         PIC S9(04) COMP-5.

      * Tabla BATCH_LOG_PARAMETRO.
      * Valor con el que trabajó cada parámetro en una ejecución
      * registrada en banco.batch_log, y de dónde salió: E variable
      * de entorno, T tabla de parámetros, D valor por omisión del
      * programa.
       01  REG-PARAMUSO.
           05  PARAMUSO-ID-EJEC          PIC 9(10).
           05  PARAMUSO-PROGRAMA         PIC X(12).
           05  PARAMUSO-PARAMETRO        PIC X(30).
           05  PARAMUSO-VALOR            PIC X(30).
           05  PARAMUSO-ORIGEN           PIC X(01).
               88  PARAMUSO-ORIGEN-ENTORNO   VALUE 'E'.
               88  PARAMUSO-ORIGEN-TABLA     VALUE 'T'.
               88  PARAMUSO-ORIGEN-DEFECTO   VALUE 'D'.
      *    Fecha desde la que rige la fila de la tabla usada; en
      *    blanco si el valor no salió de la tabla.
           05  PARAMUSO-FEC-VIGOR        PIC X(08).

       01  REG-PARAMUSO-NULL.
           05  PARAMUSO-FEC-VIGOR-NULL   PIC S9(04) COMP-5.
