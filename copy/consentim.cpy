       01  AREA-CONSENTIM.
           05  AREA-CONSENTIM-ENTRADA.
               10  CONSENTIM-E-ACC             PIC 9(01) VALUE 0.
      *            Alta o retirada de un consentimiento, consulta de
      *            la situación vigente de todas las finalidades de un
      *            cliente e historial de cambios del cliente.
                   88  CONSENTIM-E-ACC-REGISTRAR
                                               VALUE 0.
                   88  CONSENTIM-E-ACC-CONSULTAR
                                               VALUE 1.
                   88  CONSENTIM-E-ACC-HISTORIAL
                                               VALUE 2.
      *        Cliente por su identificador o, si viene a cero, por
      *        su NIF.
               10  CONSENTIM-E-ID-CLIENTE      PIC 9(10).
               10  CONSENTIM-E-NIF             PIC X(10).
      *        Registro: finalidad (P postal, S SMS, E correo
      *        electrónico, T teléfono, F perfiles, G cesión al
      *        grupo), C concedido o R retirado, canal de recogida (O
      *        oficina, W web, M app, T teléfono, C correo o papel) y
      *        versión del texto legal.
               10  CONSENTIM-E-FINALIDAD       PIC X(01).
                   88  CONSENTIM-E-FINALIDAD-OK
                                               VALUES 'P' 'S' 'E' 'T'
                                                      'F' 'G'.
               10  CONSENTIM-E-ESTADO          PIC X(01).
                   88  CONSENTIM-E-ESTADO-OK   VALUES 'C' 'R'.
               10  CONSENTIM-E-CANAL           PIC X(01).
                   88  CONSENTIM-E-CANAL-OK    VALUES 'O' 'W' 'M' 'T'
                                                      'C'.
               10  CONSENTIM-E-VERSION         PIC X(10).
               10  CONSENTIM-E-USUARIO         PIC X(30).
           05  AREA-CONSENTIM-SALIDA.
               10  CONSENTIM-S-ID-CLIENTE      PIC 9(10).
      *        Consulta: 'S' si el cliente tiene concedida la
      *        finalidad, 'N' si la retiró o nunca la dio.
               10  CONSENTIM-S-POSTAL          PIC X(01).
                   88  CONSENTIM-S-POSTAL-SI   VALUE 'S'.
               10  CONSENTIM-S-SMS             PIC X(01).
                   88  CONSENTIM-S-SMS-SI      VALUE 'S'.
               10  CONSENTIM-S-EMAIL           PIC X(01).
                   88  CONSENTIM-S-EMAIL-SI    VALUE 'S'.
               10  CONSENTIM-S-TELEFONO        PIC X(01).
                   88  CONSENTIM-S-TELEFONO-SI VALUE 'S'.
               10  CONSENTIM-S-PERFILADO       PIC X(01).
                   88  CONSENTIM-S-PERFILADO-SI
                                               VALUE 'S'.
               10  CONSENTIM-S-GRUPO           PIC X(01).
                   88  CONSENTIM-S-GRUPO-SI    VALUE 'S'.
      *        'S' si admite contacto comercial por algún canal.
               10  CONSENTIM-S-CONTACTO        PIC X(01).
                   88  CONSENTIM-S-CONTACTO-SI VALUE 'S'.
      *        Historial: los cambios más recientes primero, y el
      *        total de cambios del cliente.
               10  CONSENTIM-S-HIS-TOTAL       PIC 9(06).
               10  CONSENTIM-S-HISTORIAL.
                   15  CONSENTIM-S-HIS-CONTADOR
                                               PIC 9(02) VALUE 0.
                   15  CONSENTIM-S-HIS         OCCURS 30 TIMES.
                       20  CONSENTIM-S-HIS-FEC PIC X(14).
                       20  CONSENTIM-S-HIS-FINALIDAD
                                               PIC X(01).
                       20  CONSENTIM-S-HIS-ESTADO
                                               PIC X(01).
                       20  CONSENTIM-S-HIS-CANAL
                                               PIC X(01).
                       20  CONSENTIM-S-HIS-VERSION
                                               PIC X(10).
                       20  CONSENTIM-S-HIS-USUARIO
                                               PIC X(30).
               10  CONSENTIM-SQLCODE           PIC S9(09) COMP-5.
               10  CONSENTIM-STAT              PIC S9(01) VALUE 0.
                   88  CONSENTIM-STAT-OK       VALUE 0.
                   88  CONSENTIM-STAT-ERR-ACC  VALUE -1.
                   88  CONSENTIM-STAT-ERR-DATOS
                                               VALUE -2.
      *            Cliente inexistente.
                   88  CONSENTIM-STAT-ENC-NO   VALUE -3.
                   88  CONSENTIM-STAT-ERR-SQL  VALUE -4.
