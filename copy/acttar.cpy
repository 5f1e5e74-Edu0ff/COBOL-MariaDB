      *            cumplimiento): cargo rechazado, abonos admitidos.
                   88  ACTTAR-STAT-ERR-REVISION
                                               VALUE -7.
      *            La tarjeta esta emitida y aun sin activar:
      *            cargo rechazado, abonos admitidos.
                   88  ACTTAR-STAT-ERR-NO-ACTIVA
                                               VALUE -8.
