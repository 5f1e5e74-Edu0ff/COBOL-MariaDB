               10  EXTRACTOCTA-E-CRITERIO        PIC 9(01) VALUE 0.
                   88  EXTRACTOCTA-CRIT-CTA      VALUE 0.
                   88  EXTRACTOCTA-CRIT-TAR      VALUE 1.
      *        Sesion de base de datos: en blanco el extracto abre y
      *        cierra la suya propia, como siempre (llamada suelta);
      *        'S' trabaja dentro de la conexion ya abierta por el
      *        llamador y no la toca, para los lotes que piden muchos
      *        extractos seguidos con un cursor abierto.
               10  EXTRACTOCTA-E-SESION          PIC X(01) VALUE SPACE.
                   88  EXTRACTOCTA-SESION-PROPIA VALUE SPACE 'N'.
                   88  EXTRACTOCTA-SESION-LLAMADOR
                                                 VALUE 'S'.

           05  AREA-EXTRACTOCTA-SALIDA.
               10  EXTRACTOCTA-S-NUM-CTA         PIC 9(20).
               10  EXTRACTOCTA-S-REDONDEO-MES    PIC S9(08)V99
                                                 LEADING SEPARATE.

      *        Solo en el extracto de tarjeta: pagos aplazados vivos
      *        (banco.aplazamiento_tarjeta), con las cuotas que les
      *        quedan y el capital pendiente.
               10  EXTRACTOCTA-APLAZAMIENTOS.
                   15  EXTRACTOCTA-APL-CONTADOR  PIC 9(02) VALUE 0.
                   15  EXTRACTOCTA-APL           OCCURS 5 TIMES.
                       20  EXTRACTOCTA-APL-ID    PIC 9(10).
                       20  EXTRACTOCTA-APL-IMPORTE
                                                 PIC S9(08)V99
                                                 LEADING SEPARATE.
                       20  EXTRACTOCTA-APL-CUOTAS-PDTES
                                                 PIC 9(03).
                       20  EXTRACTOCTA-APL-CUOTA-CAPITAL
                                                 PIC S9(08)V99
                                                 LEADING SEPARATE.
                       20  EXTRACTOCTA-APL-CAPITAL-PDTE
                                                 PIC S9(08)V99
                                                 LEADING SEPARATE.

               10  EXTRACTOCTA-MOVIMIENTOS.
                   15  EXTRACTOCTA-MOV-CONTADOR  PIC 9(02) VALUE 0.
                   15  EXTRACTOCTA-MOV           OCCURS 20 TIMES.
