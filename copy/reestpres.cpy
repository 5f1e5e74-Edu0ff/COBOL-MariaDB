       01  AREA-REESTPRES.
           05  AREA-REESTPRES-ENTRADA.
               10  REESTPRES-E-ACC             PIC 9(01) VALUE 0.
      *            Simular calcula las nuevas condiciones sin grabar
      *            nada, para negociarlas con el cliente; aplicar las
      *            graba.
                   88  REESTPRES-E-ACC-SIMULAR VALUE 0.
                   88  REESTPRES-E-ACC-APLICAR VALUE 1.
               10  REESTPRES-E-ID-PRESTAMO     PIC 9(10).
      *        Clasificación supervisora de la operación.
               10  REESTPRES-E-TIPO            PIC X(01).
                   88  REESTPRES-E-TIPO-REFINANCIACION
                                               VALUE 'F'.
                   88  REESTPRES-E-TIPO-REESTRUCTURACION
                                               VALUE 'R'.
                   88  REESTPRES-E-TIPO-OK     VALUES 'F' 'R'.
      *        S: las cuotas impagadas pendientes (cuota y demora)
      *        pasan a formar parte del nuevo capital.
               10  REESTPRES-E-CAPITALIZAR     PIC X(01).
                   88  REESTPRES-E-CAPITALIZAR-SI
                                               VALUE 'S'.
      *        Cuotas de amortización del nuevo calendario, sin
      *        contar la carencia; a cero se mantienen las que
      *        quedaban.
               10  REESTPRES-E-PLAZO-MESES     PIC 9(03).
      *        Carencia: meses y tipo (sólo intereses o sin cuota,
      *        capitalizando los intereses del periodo).
               10  REESTPRES-E-MESES-CARENCIA  PIC 9(03).
               10  REESTPRES-E-TIPO-CARENCIA   PIC X(01).
                   88  REESTPRES-E-CARENCIA-INTERESES
                                               VALUE 'I'.
                   88  REESTPRES-E-CARENCIA-TOTAL
                                               VALUE 'T'.
               10  REESTPRES-E-USUARIO         PIC X(30).
           05  AREA-REESTPRES-SALIDA.
               10  REESTPRES-S-ID-REESTRUCTURA PIC 9(10).
      *        Capital vivo del calendario anterior, deuda vencida
      *        capitalizada (con su número de cuotas impagadas) y
      *        nuevo capital del préstamo.
               10  REESTPRES-S-CAPITAL-VIVO    PIC S9(08)V99
                                               LEADING SEPARATE.
               10  REESTPRES-S-IMPORTE-CAPITALIZADO
                                               PIC S9(08)V99
                                               LEADING SEPARATE.
               10  REESTPRES-S-NUM-IMPAGOS     PIC 9(03).
               10  REESTPRES-S-PRINCIPAL-NUEVO PIC S9(08)V99
                                               LEADING SEPARATE.
               10  REESTPRES-S-PLAZO-NUEVO     PIC 9(03).
               10  REESTPRES-S-CUOTA-ANTERIOR  PIC S9(08)V99
                                               LEADING SEPARATE.
               10  REESTPRES-S-CUOTA-NUEVA     PIC S9(08)V99
                                               LEADING SEPARATE.
               10  REESTPRES-SQLCODE           PIC S9(09) COMP-5.
               10  REESTPRES-STAT              PIC S9(01) VALUE 0.
                   88  REESTPRES-STAT-OK       VALUE 0.
                   88  REESTPRES-STAT-ERR-ACC  VALUE -1.
                   88  REESTPRES-STAT-ERR-DATOS
                                               VALUE -2.
                   88  REESTPRES-STAT-ENC-NO   VALUE -3.
      *            Préstamo liquidado o sin capital que reestructurar.
                   88  REESTPRES-STAT-ERR-ESTADO
                                               VALUE -4.
                   88  REESTPRES-STAT-ERR-SQL  VALUE -5.
