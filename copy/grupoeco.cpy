       01  AREA-GRUPOECO.
           05  AREA-GRUPOECO-ENTRADA.
               10  GRUPOECO-E-ACC              PIC 9(01) VALUE 0.
      *            Alta, modificación y disolución de un grupo, alta y
      *            baja de un miembro, consulta del grupo con su
      *            riesgo, comprobación de una operación nueva contra
      *            el límite del grupo y descarte de un vínculo
      *            propuesto por CANDGRUPO.
                   88  GRUPOECO-E-ACC-ALTA     VALUE 0.
                   88  GRUPOECO-E-ACC-MODIFICAR
                                               VALUE 1.
                   88  GRUPOECO-E-ACC-BAJA     VALUE 2.
                   88  GRUPOECO-E-ACC-INCLUIR  VALUE 3.
                   88  GRUPOECO-E-ACC-EXCLUIR  VALUE 4.
                   88  GRUPOECO-E-ACC-CONSULTAR
                                               VALUE 5.
                   88  GRUPOECO-E-ACC-COMPROBAR
                                               VALUE 6.
                   88  GRUPOECO-E-ACC-DESCARTAR
                                               VALUE 7.
      *        Grupo sobre el que se actúa. En la consulta, a cero se
      *        busca el grupo del cliente de GRUPOECO-E-NIF.
               10  GRUPOECO-E-ID-GRUPO         PIC 9(10).
      *        Alta y modificación: nombre, límite aprobado y modo de
      *        control (A avisar, B bloquear). En la modificación lo
      *        que viene en blanco o a cero no se toca.
               10  GRUPOECO-E-NOM              PIC X(40).
               10  GRUPOECO-E-LIMITE           PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-E-CONTROL          PIC X(01).
                   88  GRUPOECO-E-CONTROL-OK   VALUES 'A' 'B'.
      *        Alta: NIF de la matriz. Alta y baja de miembro: NIF
      *        del miembro y, en el alta, el motivo (A participación,
      *        T titular real común, P apoderado común, O otros).
      *        Descarte: los NIF de los dos clientes del vínculo.
               10  GRUPOECO-E-NIF              PIC X(10).
               10  GRUPOECO-E-NIF-2            PIC X(10).
               10  GRUPOECO-E-MOTIVO           PIC X(01).
                   88  GRUPOECO-E-MOTIVO-OK    VALUES 'A' 'T' 'P' 'O'.
      *        Comprobación: cuenta de la operación nueva e importe
      *        de riesgo que añade.
               10  GRUPOECO-E-ID-CTA           PIC 9(10).
               10  GRUPOECO-E-IMPORTE          PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-E-USUARIO          PIC X(30).
           05  AREA-GRUPOECO-SALIDA.
               10  GRUPOECO-S-ID-GRUPO         PIC 9(10).
               10  GRUPOECO-S-NOM              PIC X(40).
               10  GRUPOECO-S-NIF-MATRIZ       PIC X(10).
               10  GRUPOECO-S-LIMITE           PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-S-CONTROL          PIC X(01).
               10  GRUPOECO-S-ESTADO           PIC X(01).
      *        Riesgo vivo del grupo por clase de operación y total:
      *        capital pendiente de préstamos, límites de pólizas de
      *        crédito, crédito de tarjetas, descubiertos y avales
      *        bancarios.
               10  GRUPOECO-S-RIE-PRESTAMOS    PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-S-RIE-POLIZAS      PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-S-RIE-TARJETAS     PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-S-RIE-DESCUBIERTOS PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-S-RIE-AVALES       PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-S-RIESGO           PIC S9(11)V99
                                               LEADING SEPARATE.
      *        Comprobación: riesgo con la operación nueva sumada y
      *        resultado. Sin grupo, o con un grupo sin límite, la
      *        operación queda dentro.
               10  GRUPOECO-S-RIESGO-NUEVO     PIC S9(11)V99
                                               LEADING SEPARATE.
               10  GRUPOECO-S-RESULTADO        PIC X(01).
                   88  GRUPOECO-S-SIN-GRUPO    VALUE 'N'.
                   88  GRUPOECO-S-DENTRO       VALUE 'D'.
                   88  GRUPOECO-S-AVISO        VALUE 'A'.
                   88  GRUPOECO-S-RECHAZO      VALUE 'R'.
      *        Consulta: miembros vigentes del grupo.
               10  GRUPOECO-S-MIEMBROS.
                   15  GRUPOECO-S-MIE-CONTADOR PIC 9(02) VALUE 0.
                   15  GRUPOECO-S-MIE          OCCURS 20 TIMES.
                       20  GRUPOECO-S-MIE-NIF  PIC X(10).
                       20  GRUPOECO-S-MIE-NOM  PIC X(40).
                       20  GRUPOECO-S-MIE-MOTIVO
                                               PIC X(01).
                       20  GRUPOECO-S-MIE-FEC-ALTA
                                               PIC X(08).
               10  GRUPOECO-SQLCODE            PIC S9(09) COMP-5.
               10  GRUPOECO-STAT               PIC S9(01) VALUE 0.
                   88  GRUPOECO-STAT-OK        VALUE 0.
                   88  GRUPOECO-STAT-ERR-ACC   VALUE -1.
                   88  GRUPOECO-STAT-ERR-DATOS VALUE -2.
      *            Grupo, cliente o vínculo inexistente.
                   88  GRUPOECO-STAT-ENC-NO    VALUE -3.
      *            El cliente ya está en un grupo.
                   88  GRUPOECO-STAT-EN-GRUPO  VALUE -4.
      *            Grupo disuelto: no admite cambios.
                   88  GRUPOECO-STAT-GRUPO-BAJA
                                               VALUE -5.
      *            La matriz no se puede dar de baja del grupo: hay
      *            que disolverlo.
                   88  GRUPOECO-STAT-ES-MATRIZ VALUE -6.
                   88  GRUPOECO-STAT-ERR-SQL   VALUE -7.
