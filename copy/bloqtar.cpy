       01  AREA-BLOQTAR.
           05  AREA-BLOQTAR-ENTRADA.
               10  BLOQTAR-E-ID-TAR              PIC 9(10).
      *        Motivo del bloqueo. Por sospecha de fraude se abre
      *        además el evento de pérdida operacional de la tarjeta,
      *        al que se irán sumando las disputas que se le den al
      *        cliente.
               10  BLOQTAR-E-MOTIVO              PIC X(01).
                   88  BLOQTAR-E-MOTIVO-FRAUDE   VALUE 'F'.

           05  AREA-BLOQTAR-SALIDA.
               10  BLOQTAR-S-SQLCODE             PIC S9(09) COMP-5.
