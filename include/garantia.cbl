      * Tabla PRESTAMO_GARANTIA.
      * Garantías reales (inmuebles) de los préstamos hipotecarios:
      * una o varias por préstamo. Las tasaciones de cada garantía se
      * guardan en banco.garantia_tasacion; RPTLTV toma la última
      * para calcular el LTV.
       01  REG-GARANTIA.
           05  GARANTIA-ID               PIC 9(10).
           05  GARANTIA-ID-PRESTAMO      PIC 9(10).
      *    V vivienda, L local, G garaje, S suelo, O otros.
           05  GARANTIA-TIPO             PIC X(01).
           05  GARANTIA-REF-CATASTRAL    PIC X(20).
      *    Domicilio del inmueble en banco.domicilio, a cero si no
      *    se ha dado de alta.
           05  GARANTIA-ID-DOM           PIC 9(10).
      *    Póliza del seguro del inmueble, a cero si no la hay.
           05  GARANTIA-ID-POLIZA        PIC 9(10).
      *    Activa o liberada (cancelación de la hipoteca).
           05  GARANTIA-ESTADO           PIC X(01).
               88  GARANTIA-ESTADO-ACTIVA    VALUE 'A'.
               88  GARANTIA-ESTADO-LIBERADA  VALUE 'L'.
           05  GARANTIA-FEC-ALTA         PIC X(08).
           05  GARANTIA-USUARIO          PIC X(30).
      *    Tasación que se va a grabar.
           05  GARANTIA-FEC-TASACION     PIC X(08).
           05  GARANTIA-VALOR-TASACION   PIC S9(10)V99
                                         LEADING SEPARATE.
           05  GARANTIA-TASADORA         PIC X(40).

       01  REG-GARANTIA-NULL.
           05  GARANTIA-ID-NULL          PIC S9(04) COMP-5.
           05  GARANTIA-ID-PRESTAMO-NULL PIC S9(04) COMP-5.
           05  GARANTIA-TIPO-NULL        PIC S9(04) COMP-5.
           05  GARANTIA-REF-CATASTRAL-NULL
                                         PIC S9(04) COMP-5.
           05  GARANTIA-ID-DOM-NULL      PIC S9(04) COMP-5.
           05  GARANTIA-ID-POLIZA-NULL   PIC S9(04) COMP-5.
           05  GARANTIA-ESTADO-NULL      PIC S9(04) COMP-5.
           05  GARANTIA-FEC-ALTA-NULL    PIC S9(04) COMP-5.
           05  GARANTIA-USUARIO-NULL     PIC S9(04) COMP-5.
           05  GARANTIA-FEC-TASACION-NULL
                                         PIC S9(04) COMP-5.
           05  GARANTIA-VALOR-TASACION-NULL
                                         PIC S9(04) COMP-5.
           05  GARANTIA-TASADORA-NULL    PIC S9(04) COMP-5.
