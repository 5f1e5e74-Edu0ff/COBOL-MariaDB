               10  INSTAR-E-NUM                  PIC X(16).
               10  INSTAR-E-CRED                 PIC S9(08)V99.
               10  INSTAR-E-FEC                  PIC 9(04).
      *        CCV provisional; en blanco lo sortea INSTAR. Sólo se
      *        guarda su resumen y el del plástico lo sortea ESTAMPTAR.
               10  INSTAR-E-CCV                  PIC X(03).
               10  INSTAR-E-DIVISA                PIC X(03).
      *        Producto del catálogo; en blanco se asume TARCRE si
      *        la tarjeta lleva crédito y TARDEB si no.
               10  INSTAR-E-PRODUCTO              PIC X(06).
      *        Tarjeta a la que sustituye (reemisión); cero en un
      *        alta nueva.
               10  INSTAR-E-ID-TAR-ANT            PIC 9(10).
      *        'S' en el alta de una tarjeta prepago (PREPAGO): puede
      *        ir sin titular, nunca lleva cuenta asociada, nace sin
      *        saldo y, sin producto informado, se asume TARPRE.
               10  INSTAR-E-PREPAGO               PIC X(01).
                   88  INSTAR-E-PREPAGO-SI        VALUE 'S'.

           05  AREA-INSTAR-SALIDA.
               10  INSTAR-S-TARJETA.
                   15  INSTAR-S-TAR-ID           PIC 9(10).
               10  INSTAR-S-SQLCODE              PIC S9(09) COMP-5.
               10  INSTAR-STAT                   PIC S9(02) VALUE 0.
                   88  INSTAR-STAT-OK            VALUE 0.
                   88  INSTAR-STAT-ERR-CLI-ID    VALUE -1.
                   88  INSTAR-STAT-ERR-CTA-ID    VALUE -2.
      *            El cliente es menor de edad y la cuenta asociada
      *            no tiene relacion de representante legal ('R').
                   88  INSTAR-STAT-ERR-MENOR     VALUE -9.
      *            Producto inexistente, de otra familia o cuyas
      *            reglas de elegibilidad no cumple el alta.
                   88  INSTAR-STAT-ERR-PRODUCTO  VALUE -10.
      *            Producto retirado: no admite altas nuevas.
                   88  INSTAR-STAT-ERR-PROD-RETIRADO
                                                 VALUE -11.
