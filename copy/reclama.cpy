       01  AREA-RECLAMA.
           05  AREA-RECLAMA-ENTRADA.
               10  RECLAMA-E-ACC               PIC 9(01) VALUE 0.
      *            Abrir una reclamación, resolverla a favor o en
      *            contra del cliente, o registrar que el cliente la
      *            ha llevado al Banco de España.
                   88  RECLAMA-E-ACC-ALTA      VALUE 0.
                   88  RECLAMA-E-ACC-FAVOR     VALUE 1.
                   88  RECLAMA-E-ACC-CONTRA    VALUE 2.
                   88  RECLAMA-E-ACC-ESCALAR   VALUE 3.
      *        Alta: cliente, categoría, canal, fecha de recepción
      *        (AAAAMMDD, a cero la de hoy) y, opcionalmente, la
      *        cuenta o tarjeta, el préstamo o el movimiento
      *        (ref_mov) reclamados.
               10  RECLAMA-E-NIF               PIC X(10).
               10  RECLAMA-E-CATEGORIA         PIC X(03).
                   88  RECLAMA-E-CAT-COMISION  VALUE 'COM'.
                   88  RECLAMA-E-CAT-MOVIMIENTO
                                               VALUE 'MOV'.
                   88  RECLAMA-E-CAT-TARJETA   VALUE 'TAR'.
                   88  RECLAMA-E-CAT-PRESTAMO  VALUE 'PRE'.
                   88  RECLAMA-E-CAT-OTROS     VALUE 'OTR'.
                   88  RECLAMA-E-CAT-OK        VALUES 'COM' 'MOV'
                                                      'TAR' 'PRE'
                                                      'OTR'.
      *            Servicios de pago: plazo legal de 15 días
      *            hábiles en lugar del mes general.
                   88  RECLAMA-E-CAT-PAGOS     VALUES 'MOV' 'TAR'.
               10  RECLAMA-E-CANAL             PIC X(01).
                   88  RECLAMA-E-CANAL-OK      VALUES 'O' 'T' 'W'
                                                      'C'.
               10  RECLAMA-E-FEC-RECEPCION     PIC 9(08).
               10  RECLAMA-E-ID-MEDIO          PIC 9(10).
               10  RECLAMA-E-ID-PRESTAMO       PIC 9(10).
               10  RECLAMA-E-REF-MOV           PIC 9(12).
               10  RECLAMA-E-MOTIVO            PIC X(80).
      *        Resolución y escalado: reclamación, texto de la
      *        respuesta y, al resolver a favor, el importe a
      *        devolver (a cero si no hay abono).
               10  RECLAMA-E-ID-RECLAMA        PIC 9(10).
               10  RECLAMA-E-RESPUESTA         PIC X(80).
               10  RECLAMA-E-IMPORTE-ABONO     PIC 9(08)V99.
               10  RECLAMA-E-USUARIO           PIC X(30).
           05  AREA-RECLAMA-SALIDA.
               10  RECLAMA-S-ID-RECLAMA        PIC 9(10).
               10  RECLAMA-S-FEC-LIMITE        PIC X(08).
      *        Movimiento del abono concedido.
               10  RECLAMA-S-REF-ABONO         PIC 9(12).
               10  RECLAMA-SQLCODE             PIC S9(09) COMP-5.
               10  RECLAMA-STAT                PIC S9(01) VALUE 0.
                   88  RECLAMA-STAT-OK         VALUE 0.
                   88  RECLAMA-STAT-ERR-ACC    VALUE -1.
                   88  RECLAMA-STAT-ERR-DATOS  VALUE -2.
      *            Cliente, medio, préstamo, movimiento o
      *            reclamación inexistente.
                   88  RECLAMA-STAT-ENC-NO     VALUE -3.
      *            La reclamación no está en un estado que admita
      *            la acción.
                   88  RECLAMA-STAT-ERR-ESTADO VALUE -4.
      *            Hay importe a devolver pero la reclamación no
      *            tiene cuenta, tarjeta, préstamo ni movimiento
      *            sobre el que abonarlo.
                   88  RECLAMA-STAT-ERR-ABONO  VALUE -5.
                   88  RECLAMA-STAT-ERR-SQL    VALUE -6.
      *            INSMOV rechazó el abono (RECLAMA-S-STAT-INSMOV).
                   88  RECLAMA-STAT-ERR-POSTEO VALUE -7.
               10  RECLAMA-S-STAT-INSMOV       PIC S9(02).
