           05  IMPAGO-ESTADO             PIC X(01).
               88  IMPAGO-ESTADO-PENDIENTE   VALUE 'P'.
               88  IMPAGO-ESTADO-COBRADO     VALUE 'C'.
      *        Capitalizado en una refinanciación (REESTPRES): la
      *        deuda pasa al nuevo capital y COBROIMPAGO no lo toca.
               88  IMPAGO-ESTADO-CAPITALIZADO VALUE 'R'.
      *        Dado de baja con el préstamo fallido: lo que se
      *        recupere se anota en banco.fallido_recuperacion.
               88  IMPAGO-ESTADO-FALLIDO     VALUE 'F'.
      *    Cuota ordinaria (C, o nulo en los antiguos) o intereses de
      *    un mes de carencia (I), que no cuentan como cuota pagada.
           05  IMPAGO-TIPO               PIC X(01).
               88  IMPAGO-TIPO-CUOTA         VALUE 'C'.
               88  IMPAGO-TIPO-CARENCIA      VALUE 'I'.

       01  REG-IMPAGO-NULL.
           05  IMPAGO-ID-NULL            PIC S9(04) COMP-5.
           05  IMPAGO-IMPT-MORA-NULL     PIC S9(04) COMP-5.
           05  IMPAGO-FEC-COBRO-NULL     PIC S9(04) COMP-5.
           05  IMPAGO-ESTADO-NULL        PIC S9(04) COMP-5.
           05  IMPAGO-TIPO-NULL          PIC S9(04) COMP-5.
