      * Tabla SELLO_MOVIMIENTO.
      * Un sello por noche sobre los movimientos apuntados desde el
      * sello anterior: las referencias (ref_mov) mayores que
      * ref_desde y hasta ref_hasta, que es el orden en el que INSMOV
      * los apunta. El sello es el SHA-256 encadenado de la semilla
      * (sello anterior, fecha y tramo de referencias) con la huella
      * de cada movimiento, en orden de referencia; el primer sello
      * parte de un sello anterior todo a ceros.
       01  REG-SELLO.
           05  SELLO-FEC                 PIC X(08).
           05  SELLO-REF-DESDE           PIC 9(12).
           05  SELLO-REF-HASTA           PIC 9(12).
           05  SELLO-NUM-MOVIMIENTOS     PIC 9(09).
           05  SELLO-SUMA-IMPORTES       PIC S9(13)V99
                                         LEADING SEPARATE.
           05  SELLO-ANTERIOR            PIC X(64).
           05  SELLO-VALOR               PIC X(64).
           05  SELLO-ID-EJEC             PIC 9(10).

      * Tabla SELLO_MOVIMIENTO_REF.
      * La huella de cada movimiento sellado, para poder decir en la
      * verificación qué referencias se añadieron, faltan o cambiaron
      * después de sellarse.
       01  REG-SELLO-REF.
           05  SELLO-REF-FEC             PIC X(08).
           05  SELLO-REF-MOV             PIC 9(12).
           05  SELLO-REF-HUELLA          PIC X(64).
