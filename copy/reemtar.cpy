                   88  REEMTAR-STAT-ENC-NO     VALUE -2.
                   88  REEMTAR-STAT-YA-BAJA    VALUE -3.
                   88  REEMTAR-STAT-ERR-SQL    VALUE -4.
      *            Ya hay una reemisión de esta tarjeta emitida y sin
      *            activar.
                   88  REEMTAR-STAT-YA-REEMITIDA
                                               VALUE -5.
      *            Tarjeta prepago: su saldo no pasa a otro plástico;
      *            al caducar se devuelve y se emite una nueva.
                   88  REEMTAR-STAT-PREPAGO    VALUE -6.
