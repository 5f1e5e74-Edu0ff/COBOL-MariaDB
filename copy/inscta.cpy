               10  INSCTA-E-SALDO              PIC S9(08)V99.
               10  INSCTA-E-LIMITE             PIC S9(08)V99.
               10  INSCTA-E-DIVISA              PIC X(03).
      *        Producto del catálogo; en blanco se asume la cuenta
      *        corriente CTACOR. El cliente (opcional, a cero no se
      *        comprueba) es el de las reglas de edad y clase.
               10  INSCTA-E-PRODUCTO            PIC X(06).
               10  INSCTA-E-ID-CLI              PIC 9(10).

           05  AREA-INSCTA-SALIDA.
               10  INSCTA-S-CLIENTE.
                   88  INSCTA-STAT-ERR-NUM     VALUE -1.
                   88  INSCTA-STAT-ERR-SQL     VALUE -2.
                   88  INSCTA-STAT-ERR-LIMITE  VALUE -3.
      *            Producto inexistente, de otra familia o cuyas
      *            reglas de elegibilidad no cumple el alta.
                   88  INSCTA-STAT-ERR-PRODUCTO
                                               VALUE -4.
      *            Producto retirado: no admite altas nuevas.
                   88  INSCTA-STAT-ERR-PROD-RETIRADO
                                               VALUE -5.

