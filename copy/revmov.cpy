                   88  REVMOV-STAT-ENC-NO      VALUE -4.
                   88  REVMOV-STAT-YA-ANULADO  VALUE -5.
                   88  REVMOV-STAT-ERR-SQL     VALUE -6.
      *            El contra-asiento cae en un mes contable
      *            cerrado y no se ha podido refechar.
                   88  REVMOV-STAT-ERR-PERIODO VALUE -7.
