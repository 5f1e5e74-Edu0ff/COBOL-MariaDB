      * Tabla TITULAR_REAL.
      * Titulares reales de las personas jurídicas: las personas
      * físicas que poseen o controlan, directa o indirectamente, más
      * del 25% de la sociedad, con su porcentaje, la clase de control
      * y la fecha en que se verificó la información.
       01  REG-TITREAL.
           05  TITREAL-ID                PIC 9(10).
      *    Cliente persona jurídica del que es titular real.
           05  TITREAL-ID-CLIENTE        PIC 9(10).
           05  TITREAL-NIF               PIC X(10).
           05  TITREAL-NOM               PIC X(57).
           05  TITREAL-PORCENTAJE        PIC 9(03)V99.
      *    Clase de control: propiedad directa, propiedad indirecta
      *    (a través de otras sociedades), control por otros medios o
      *    administrador (a falta de propietarios identificables).
           05  TITREAL-TIPO-CONTROL      PIC X(01).
               88  TITREAL-CONTROL-DIRECTA   VALUE 'D'.
               88  TITREAL-CONTROL-INDIRECTA VALUE 'I'.
               88  TITREAL-CONTROL-OTROS     VALUE 'C'.
               88  TITREAL-CONTROL-ADMIN     VALUE 'A'.
      *    Fecha de verificación (AAAAMMDD); nulo es sin verificar.
           05  TITREAL-FEC-VERIF         PIC X(08).
      *    Coincidencia con la lista de sanciones/PEP al darlo de alta
      *    o en el último recribado de SCREENCLI.
           05  TITREAL-SANCION           PIC X(01).
               88  TITREAL-SANCION-SI        VALUE 'S'.
               88  TITREAL-SANCION-NO        VALUE 'N'.
           05  TITREAL-ESTADO            PIC X(01).
               88  TITREAL-ESTADO-ALTA       VALUE 'A'.
               88  TITREAL-ESTADO-BAJA       VALUE 'B'.

       01  REG-TITREAL-NULL.
           05  TITREAL-ID-NULL           PIC S9(04) COMP-5.
           05  TITREAL-ID-CLIENTE-NULL   PIC S9(04) COMP-5.
           05  TITREAL-NIF-NULL          PIC S9(04) COMP-5.
           05  TITREAL-NOM-NULL          PIC S9(04) COMP-5.
           05  TITREAL-PORCENTAJE-NULL   PIC S9(04) COMP-5.
           05  TITREAL-TIPO-CONTROL-NULL PIC S9(04) COMP-5.
           05  TITREAL-FEC-VERIF-NULL    PIC S9(04) COMP-5.
           05  TITREAL-SANCION-NULL      PIC S9(04) COMP-5.
           05  TITREAL-ESTADO-NULL       PIC S9(04) COMP-5.
