       01  AREA-TRASLADO.
           05  AREA-TRASLADO-ENTRADA.
               10  TRASLADO-E-ACC              PIC 9(01) VALUE 0.
      *            Alta de un traslado de cuenta con la autorización
      *            firmada del cliente, consulta de uno y anulación
      *            de uno aún abierto.
                   88  TRASLADO-E-ACC-ALTA     VALUE 0.
                   88  TRASLADO-E-ACC-CONSULTAR
                                               VALUE 1.
                   88  TRASLADO-E-ACC-ANULAR   VALUE 2.
      *        Traslado que se consulta o se anula.
               10  TRASLADO-E-ID               PIC 9(10).
      *        Alta: sentido (E entrante a una cuenta nuestra, S
      *        saliente desde una cuenta nuestra), NIF del titular
      *        que autoriza y cuenta nuestra.
               10  TRASLADO-E-SENTIDO          PIC X(01).
                   88  TRASLADO-E-ENTRANTE     VALUE 'E'.
                   88  TRASLADO-E-SALIENTE     VALUE 'S'.
               10  TRASLADO-E-NIF              PIC X(10).
               10  TRASLADO-E-ID-CTA           PIC 9(10).
      *        La otra entidad (BIC), la cuenta del cliente en ella
      *        y, en el saliente, la referencia de su solicitud.
               10  TRASLADO-E-BIC-OTRA         PIC X(11).
               10  TRASLADO-E-CTA-OTRA         PIC X(34).
               10  TRASLADO-E-REF-OTRA         PIC 9(10).
      *        Autorización firmada: fecha (AAAAMMDD, hoy si viene a
      *        ceros) y, si ya está escaneada, su referencia en el
      *        archivo documental, que queda indexada contra la
      *        cuenta.
               10  TRASLADO-E-FEC-AUTORIZA     PIC 9(08).
               10  TRASLADO-E-REF-AUTORIZA     PIC X(40).
      *        Fecha acordada (a ceros, la del plazo legal) y si se
      *        cierra la cuenta antigua ('S' o 'N').
               10  TRASLADO-E-FEC-ACORDADA     PIC 9(08).
               10  TRASLADO-E-CIERRE           PIC X(01).
               10  TRASLADO-E-USUARIO          PIC X(30).
           05  AREA-TRASLADO-SALIDA.
               10  TRASLADO-S-ID               PIC 9(10).
               10  TRASLADO-S-SENTIDO          PIC X(01).
               10  TRASLADO-S-ESTADO           PIC X(01).
               10  TRASLADO-S-ID-CLIENTE       PIC 9(10).
               10  TRASLADO-S-ID-CTA           PIC 9(10).
               10  TRASLADO-S-BIC-OTRA         PIC X(11).
               10  TRASLADO-S-CTA-OTRA         PIC X(34).
               10  TRASLADO-S-FEC-AUTORIZA     PIC X(08).
               10  TRASLADO-S-FEC-ACORDADA     PIC X(08).
               10  TRASLADO-S-CIERRE           PIC X(01).
      *        Fecha límite del paso pendiente y del traslado entero.
               10  TRASLADO-S-FEC-LIMITE-PASO  PIC X(08).
               10  TRASLADO-S-FEC-LIMITE       PIC X(08).
               10  TRASLADO-S-SALDO            PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRASLADO-S-INCIDENCIA       PIC X(40).
      *        'S' si la autorización queda sin indexar en el
      *        archivo documental.
               10  TRASLADO-S-AVISO-DOC        PIC X(01).
                   88  TRASLADO-S-AVISO-DOC-SI VALUE 'S'.
      *        Consulta: mandatos y órdenes del traslado, hasta 20.
               10  TRASLADO-S-CONTADOR         PIC 9(02).
               10  TRASLADO-S-ITEM             OCCURS 20 TIMES.
                   15  TRASLADO-S-ITEM-TIPO    PIC X(01).
                   15  TRASLADO-S-ITEM-REF     PIC X(12).
                   15  TRASLADO-S-ITEM-NOMBRE  PIC X(35).
                   15  TRASLADO-S-ITEM-IMPORTE PIC S9(08)V99
                                               LEADING SEPARATE.
                   15  TRASLADO-S-ITEM-DIA     PIC 9(02).
                   15  TRASLADO-S-ITEM-ESTADO  PIC X(01).
                   15  TRASLADO-S-ITEM-MOTIVO  PIC X(40).
               10  TRASLADO-SQLCODE            PIC S9(09) COMP-5.
               10  TRASLADO-STAT               PIC S9(01) VALUE 0.
                   88  TRASLADO-STAT-OK        VALUE 0.
                   88  TRASLADO-STAT-ERR-ACC   VALUE -1.
                   88  TRASLADO-STAT-ERR-DATOS VALUE -2.
      *            El traslado, el cliente o la cuenta no existen.
                   88  TRASLADO-STAT-ENC-NO    VALUE -3.
      *            El cliente no es titular de la cuenta o la cuenta
      *            no está de alta.
                   88  TRASLADO-STAT-ERR-TITULAR
                                               VALUE -4.
      *            La cuenta ya tiene un traslado abierto.
                   88  TRASLADO-STAT-DUPLICADO VALUE -5.
      *            El traslado ya está completado o anulado.
                   88  TRASLADO-STAT-ERR-ESTADO
                                               VALUE -6.
                   88  TRASLADO-STAT-ERR-SQL   VALUE -7.
