       01  AREA-FIRMAMAN.
           05  AREA-FIRMAMAN-ENTRADA.
               10  FIRMAMAN-E-ACC              PIC 9(01) VALUE 0.
      *            Comprobar si un cargo necesita segunda firma,
      *            aparcarlo pendiente de ella, confirmarlo (y
      *            postearlo) con la firma de otro cotitular,
      *            rechazarlo, o fijar el regimen de firma de la
      *            cuenta.
                   88  FIRMAMAN-E-ACC-COMPROBAR
                                               VALUE 0.
                   88  FIRMAMAN-E-ACC-APARCAR  VALUE 1.
                   88  FIRMAMAN-E-ACC-CONFIRMAR
                                               VALUE 2.
                   88  FIRMAMAN-E-ACC-RECHAZAR VALUE 3.
                   88  FIRMAMAN-E-ACC-REGIMEN  VALUE 4.
               10  FIRMAMAN-E-ID-CTA           PIC 9(10).
      *        Importe del cargo, en positivo.
               10  FIRMAMAN-E-IMPORTE          PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Canal que origina el cargo: al confirmar se postea
      *        por el mismo camino (el cajon en la caja, el traspaso
      *        a la cuenta destino en la transferencia).
               10  FIRMAMAN-E-ORIGEN           PIC X(01).
                   88  FIRMAMAN-E-ORIGEN-MENU  VALUE 'M'.
                   88  FIRMAMAN-E-ORIGEN-CAJA  VALUE 'C'.
                   88  FIRMAMAN-E-ORIGEN-ALIAS VALUE 'A'.
               10  FIRMAMAN-E-CPT              PIC X(49).
               10  FIRMAMAN-E-ID-CTA-DESTINO   PIC 9(10).
               10  FIRMAMAN-E-ID-CAJA          PIC 9(10).
      *        NIF del cotitular que ordena (al aparcar) o que da la
      *        segunda firma (al confirmar o rechazar).
               10  FIRMAMAN-E-NIF              PIC X(10).
               10  FIRMAMAN-E-USUARIO          PIC X(30).
               10  FIRMAMAN-E-ID-FIRMA         PIC 9(10).
      *        Regimen de firma de la cuenta: solidaria (basta una
      *        firma), mancomunada (siempre dos) o mancomunada solo
      *        por encima del umbral.
               10  FIRMAMAN-E-REGIMEN          PIC X(01).
                   88  FIRMAMAN-E-REGIMEN-SOLIDARIA
                                               VALUE 'S'.
                   88  FIRMAMAN-E-REGIMEN-MANCOMUNADA
                                               VALUE 'M'.
                   88  FIRMAMAN-E-REGIMEN-UMBRAL
                                               VALUE 'U'.
               10  FIRMAMAN-E-UMBRAL           PIC S9(08)V99
                                               LEADING SEPARATE.
           05  AREA-FIRMAMAN-SALIDA.
               10  FIRMAMAN-S-REQUIERE         PIC X(01).
                   88  FIRMAMAN-S-REQUIERE-SI  VALUE 'S'.
                   88  FIRMAMAN-S-REQUIERE-NO  VALUE 'N'.
               10  FIRMAMAN-S-ID-FIRMA         PIC 9(10).
      *        Referencia del cargo posteado al confirmar.
               10  FIRMAMAN-S-REF              PIC 9(12).
               10  FIRMAMAN-SQLCODE            PIC S9(09) COMP-5.
               10  FIRMAMAN-STAT               PIC S9(01) VALUE 0.
                   88  FIRMAMAN-STAT-OK        VALUE 0.
                   88  FIRMAMAN-STAT-ERR-ACC   VALUE -1.
      *            La peticion no existe o ya no esta pendiente.
                   88  FIRMAMAN-STAT-ENC-NO    VALUE -2.
                   88  FIRMAMAN-STAT-ERR-DATOS VALUE -3.
      *            El NIF no es titular ni cotitular de la cuenta, o
      *            es el mismo que ordeno el cargo.
                   88  FIRMAMAN-STAT-ERR-FIRMANTE
                                               VALUE -4.
      *            Vencio el plazo de la segunda firma: la peticion
      *            queda caducada y no se postea.
                   88  FIRMAMAN-STAT-CADUCADA  VALUE -5.
      *            El posteo del cargo confirmado fue rechazado; la
      *            peticion sigue pendiente (si lo rechazado es solo
      *            el abono de destino, el cargo queda confirmado).
                   88  FIRMAMAN-STAT-ERR-POSTEO
                                               VALUE -6.
                   88  FIRMAMAN-STAT-ERR-SQL   VALUE -7.
