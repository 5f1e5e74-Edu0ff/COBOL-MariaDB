      * Tabla PERIODO_CONTABLE.
      * Estado contable de cada mes (AAAAMM). Un mes sin fila está
      * abierto. SALDOHIST lo pasa a en cierre al sacar la foto del
      * último día del mes y DEVENGOMES lo cierra al mandar a
      * contabilidad el resumen del cierre; cerrado, INSMOV ya no
      * admite movimientos fechados en él (los rechaza o los
      * refecha al primer día abierto). Reabrirlo pide la
      * aprobación de un segundo operador (APRCAMBIO).
       01  REG-PERIODO.
           05  PERIODO-MES               PIC X(06).
           05  PERIODO-ESTADO            PIC X(01).
               88  PERIODO-ESTADO-ABIERTO    VALUE 'A'.
               88  PERIODO-ESTADO-CERRANDO   VALUE 'C'.
               88  PERIODO-ESTADO-CERRADO    VALUE 'X'.
           05  PERIODO-FEC-CERRANDO      PIC X(08).
           05  PERIODO-FEC-CIERRE        PIC X(08).
           05  PERIODO-USUARIO-CIERRE    PIC X(30).

       01  REG-PERIODO-NULL.
           05  PERIODO-MES-NULL          PIC S9(04) COMP-5.
           05  PERIODO-ESTADO-NULL       PIC S9(04) COMP-5.
           05  PERIODO-FEC-CERRANDO-NULL PIC S9(04) COMP-5.
           05  PERIODO-FEC-CIERRE-NULL   PIC S9(04) COMP-5.
           05  PERIODO-USUARIO-CIERRE-NULL
                                         PIC S9(04) COMP-5.

      * Tabla PERIODO_REAPERTURA.
      * Una fila por cada vez que se reabre un mes cerrado: quién la
      * pidió y quién la aprobó, cuándo se reabrió y se volvió a
      * cerrar, y la última referencia de movimiento grabada en cada
      * uno de esos dos momentos, que acota los movimientos posteados
      * mientras estuvo abierto. RPTREAPER los lista una vez cerrada.
       01  REG-REAPERTURA.
           05  REAPERTURA-ID             PIC 9(10).
           05  REAPERTURA-MES            PIC X(06).
           05  REAPERTURA-USUARIO-SOLICITA
                                         PIC X(30).
           05  REAPERTURA-USUARIO-APRUEBA
                                         PIC X(30).
           05  REAPERTURA-FEC-REAPERTURA PIC X(20).
           05  REAPERTURA-REF-DESDE      PIC 9(12).
           05  REAPERTURA-FEC-RECIERRE   PIC X(20).
           05  REAPERTURA-REF-HASTA      PIC 9(12).
           05  REAPERTURA-LISTADA        PIC X(01).
               88  REAPERTURA-LISTADA-SI     VALUE 'S'.
               88  REAPERTURA-LISTADA-NO     VALUE 'N'.

       01  REG-REAPERTURA-NULL.
           05  REAPERTURA-FEC-RECIERRE-NULL
                                         PIC S9(04) COMP-5.
           05  REAPERTURA-REF-HASTA-NULL PIC S9(04) COMP-5.
