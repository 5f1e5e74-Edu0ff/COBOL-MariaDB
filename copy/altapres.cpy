               10  ALTAPRES-E-INDICE           PIC X(10).
               10  ALTAPRES-E-DIFERENCIAL      PIC 9(01)V9(04).
               10  ALTAPRES-E-MESES-REVISION   PIC 9(03).
      *        Escritura del prestamo ya escaneada, opcional:
      *        referencia en el archivo documental y version de las
      *        condiciones. Si viene, queda indexada (DOCUMENTO)
      *        contra el prestamo nuevo.
               10  ALTAPRES-E-REF-ESCRITURA    PIC X(40).
               10  ALTAPRES-E-VERSION-ESCRITURA
                                               PIC X(10).
           05  AREA-ALTAPRES-SALIDA.
               10  ALTAPRES-S-ID-PRESTAMO      PIC 9(10).
      *        Cuota mensual francesa calculada a partir del
      *        AMORTPRES cargara cada mes contra la cuenta.
               10  ALTAPRES-S-CUOTA-MENSUAL    PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Grupo economico de los titulares de la cuenta (cero
      *        si no estan en ninguno), su riesgo vivo antes del
      *        prestamo y su limite aprobado. Si el grupo avisa al
      *        pasarse del limite, el prestamo se da de alta igual
      *        y ALTAPRES-S-AVISO-GRUPO queda a 'S'.
               10  ALTAPRES-S-ID-GRUPO         PIC 9(10).
               10  ALTAPRES-S-RIESGO-GRUPO     PIC S9(11)V99
                                               LEADING SEPARATE.
               10  ALTAPRES-S-LIMITE-GRUPO     PIC S9(11)V99
                                               LEADING SEPARATE.
               10  ALTAPRES-S-AVISO-GRUPO      PIC X(01).
                   88  ALTAPRES-S-AVISO-GRUPO-SI
                                               VALUE 'S'.
      *        'S' si el prestamo queda abierto sin su escritura en
      *        el archivo documental: sale en RPTDOCPEND hasta que
      *        se indexe.
               10  ALTAPRES-S-AVISO-DOC        PIC X(01).
                   88  ALTAPRES-S-AVISO-DOC-SI VALUE 'S'.
               10  ALTAPRES-SQLCODE            PIC S9(09) COMP-5.
               10  ALTAPRES-STAT               PIC S9(01) VALUE 0.
                   88  ALTAPRES-STAT-OK        VALUE 0.
      *            cliente dado de alta.
                   88  ALTAPRES-STAT-ERR-AVALISTA
                                               VALUE -6.
      *            El prestamo pasaria el limite de riesgo del grupo
      *            economico y el grupo bloquea las operaciones que
      *            lo pasan.
                   88  ALTAPRES-STAT-LIMITE-GRUPO
                                               VALUE -7.
      *            La referencia de la escritura ya esta indexada
      *            contra otro documento.
                   88  ALTAPRES-STAT-ERR-DOC   VALUE -8.
