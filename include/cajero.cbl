      * Tabla CAJERO.
      * Cajeros automáticos propios, cada uno de una oficina. El
      * identificador es el código de terminal con el que el cajero
      * firma su diario electrónico.
       01  REG-CAJERO.
           05  CAJERO-ID                 PIC X(08).
           05  CAJERO-OFICINA            PIC X(04).
           05  CAJERO-UBICACION          PIC X(40).
           05  CAJERO-ESTADO             PIC X(01).
               88  CAJERO-ESTADO-ALTA        VALUE 'A'.
               88  CAJERO-ESTADO-BAJA        VALUE 'B'.
           05  CAJERO-FEC-ALTA           PIC X(08).
           05  CAJERO-FEC-BAJA           PIC X(08).
           05  CAJERO-USUARIO            PIC X(30).

       01  REG-CAJERO-NULL.
           05  CAJERO-ID-NULL            PIC S9(04) COMP-5.
           05  CAJERO-OFICINA-NULL       PIC S9(04) COMP-5.
           05  CAJERO-UBICACION-NULL     PIC S9(04) COMP-5.
           05  CAJERO-ESTADO-NULL        PIC S9(04) COMP-5.
           05  CAJERO-FEC-ALTA-NULL      PIC S9(04) COMP-5.
           05  CAJERO-FEC-BAJA-NULL      PIC S9(04) COMP-5.
           05  CAJERO-USUARIO-NULL       PIC S9(04) COMP-5.

      * Tabla CAJERO_CARGA.
      * Ciclos de cada casete: desde que se carga en una reposición
      * hasta que en la siguiente se retira lo que le queda. Sólo
      * hay un ciclo abierto por casete. Al cerrarlo se anotan los
      * billetes retirados, y CONCCAJERO, con el diario de todo el
      * ciclo ya cargado, suma los dispensados y lo cuadra.
       01  REG-CAJCARGA.
           05  CAJCARGA-ID               PIC 9(10).
           05  CAJCARGA-ID-CAJERO        PIC X(08).
           05  CAJCARGA-CASETE           PIC 9(01).
      *    Valor facial en euros del billete del casete.
           05  CAJCARGA-DENOMINACION     PIC 9(03).
           05  CAJCARGA-CARGADOS         PIC 9(05).
           05  CAJCARGA-DISPENSADOS      PIC 9(05).
           05  CAJCARGA-RETIRADOS        PIC 9(05).
      *    Efectivo retirado menos el que debía quedar (cargado menos
      *    dispensado): positivo sobrante, negativo faltante.
           05  CAJCARGA-DIFERENCIA       PIC S9(08)V99
                                         LEADING SEPARATE.
      *    De dónde salió el efectivo: B bóveda de la oficina, con su
      *    movimiento de bóveda, o T transportista de fondos.
           05  CAJCARGA-ORIGEN           PIC X(01).
               88  CAJCARGA-ORIGEN-BOVEDA    VALUE 'B'.
               88  CAJCARGA-ORIGEN-TRANSPORT VALUE 'T'.
           05  CAJCARGA-ID-MOV-BOVEDA    PIC 9(10).
      *    Fecha y hora (AAAAMMDDHHMMSS) de la carga y del cierre.
           05  CAJCARGA-FEC-CARGA        PIC X(14).
           05  CAJCARGA-FEC-CIERRE       PIC X(14).
      *    A abierto, C cerrado pendiente de cuadre, Q cuadrado.
           05  CAJCARGA-ESTADO           PIC X(01).
               88  CAJCARGA-ESTADO-ABIERTO   VALUE 'A'.
               88  CAJCARGA-ESTADO-CERRADO   VALUE 'C'.
               88  CAJCARGA-ESTADO-CUADRADO  VALUE 'Q'.
           05  CAJCARGA-USUARIO          PIC X(30).

       01  REG-CAJCARGA-NULL.
           05  CAJCARGA-ID-NULL          PIC S9(04) COMP-5.
           05  CAJCARGA-ID-CAJERO-NULL   PIC S9(04) COMP-5.
           05  CAJCARGA-CASETE-NULL      PIC S9(04) COMP-5.
           05  CAJCARGA-DENOMINACION-NULL
                                         PIC S9(04) COMP-5.
           05  CAJCARGA-CARGADOS-NULL    PIC S9(04) COMP-5.
           05  CAJCARGA-DISPENSADOS-NULL PIC S9(04) COMP-5.
           05  CAJCARGA-RETIRADOS-NULL   PIC S9(04) COMP-5.
           05  CAJCARGA-DIFERENCIA-NULL  PIC S9(04) COMP-5.
           05  CAJCARGA-ORIGEN-NULL      PIC S9(04) COMP-5.
           05  CAJCARGA-ID-MOV-BOVEDA-NULL
                                         PIC S9(04) COMP-5.
           05  CAJCARGA-FEC-CARGA-NULL   PIC S9(04) COMP-5.
           05  CAJCARGA-FEC-CIERRE-NULL  PIC S9(04) COMP-5.
           05  CAJCARGA-ESTADO-NULL      PIC S9(04) COMP-5.
           05  CAJCARGA-USUARIO-NULL     PIC S9(04) COMP-5.

      * Tabla CAJERO_DIARIO.
      * Operaciones de retirada del diario electrónico de los
      * cajeros, tal como las carga CONCCAJERO, con el movimiento de
      * tarjeta con el que se casaron y, si el cliente quedó cargado
      * sin recibir el efectivo, la disputa que se le abrió.
       01  REG-CAJDIARIO.
           05  CAJDIARIO-ID-CAJERO       PIC X(08).
           05  CAJDIARIO-NUM-OPERACION   PIC 9(06).
           05  CAJDIARIO-FEC-OPERACION   PIC X(14).
           05  CAJDIARIO-NUM-TARJETA     PIC X(16).
           05  CAJDIARIO-SOLICITADO      PIC S9(06)V99
                                         LEADING SEPARATE.
           05  CAJDIARIO-DISPENSADO      PIC S9(06)V99
                                         LEADING SEPARATE.
      *    Billetes que salieron de cada casete.
           05  CAJDIARIO-BILLETES-C1     PIC 9(03).
           05  CAJDIARIO-BILLETES-C2     PIC 9(03).
           05  CAJDIARIO-BILLETES-C3     PIC 9(03).
           05  CAJDIARIO-BILLETES-C4     PIC 9(03).
      *    Lo que dice el cajero: D dispensado entero, P parcial, F
      *    fallo sin dispensar.
           05  CAJDIARIO-RESULTADO       PIC X(01).
               88  CAJDIARIO-RESULTADO-DISPENSADO VALUE 'D'.
               88  CAJDIARIO-RESULTADO-PARCIAL    VALUE 'P'.
               88  CAJDIARIO-RESULTADO-FALLO      VALUE 'F'.
               88  CAJDIARIO-RESULTADO-OK         VALUES 'D' 'P' 'F'.
      *    Movimiento de tarjeta casado (cero si ninguno) y disputa
      *    abierta por él.
           05  CAJDIARIO-REF-MOV         PIC 9(12).
           05  CAJDIARIO-ID-DISPUTA      PIC 9(10).
      *    C casada, S dispensada sin cargo a la tarjeta, N fallida
      *    sin cargo, R cargada sin dispensar con disputa abierta, X
      *    cargada sin dispensar y la disputa no se pudo abrir.
           05  CAJDIARIO-ESTADO          PIC X(01).
               88  CAJDIARIO-ESTADO-CASADA       VALUE 'C'.
               88  CAJDIARIO-ESTADO-SIN-CARGO    VALUE 'S'.
               88  CAJDIARIO-ESTADO-NULA         VALUE 'N'.
               88  CAJDIARIO-ESTADO-DISPUTA      VALUE 'R'.
               88  CAJDIARIO-ESTADO-SIN-DISPUTA  VALUE 'X'.

       01  REG-CAJDIARIO-NULL.
           05  CAJDIARIO-ID-CAJERO-NULL  PIC S9(04) COMP-5.
           05  CAJDIARIO-NUM-OPERACION-NULL
                                         PIC S9(04) COMP-5.
           05  CAJDIARIO-FEC-OPERACION-NULL
                                         PIC S9(04) COMP-5.
           05  CAJDIARIO-NUM-TARJETA-NULL
                                         PIC S9(04) COMP-5.
           05  CAJDIARIO-SOLICITADO-NULL PIC S9(04) COMP-5.
           05  CAJDIARIO-DISPENSADO-NULL PIC S9(04) COMP-5.
           05  CAJDIARIO-BILLETES-C1-NULL
                                         PIC S9(04) COMP-5.
           05  CAJDIARIO-BILLETES-C2-NULL
                                         PIC S9(04) COMP-5.
           05  CAJDIARIO-BILLETES-C3-NULL
                                         PIC S9(04) COMP-5.
           05  CAJDIARIO-BILLETES-C4-NULL
                                         PIC S9(04) COMP-5.
           05  CAJDIARIO-RESULTADO-NULL  PIC S9(04) COMP-5.
           05  CAJDIARIO-REF-MOV-NULL    PIC S9(04) COMP-5.
           05  CAJDIARIO-ID-DISPUTA-NULL PIC S9(04) COMP-5.
           05  CAJDIARIO-ESTADO-NULL     PIC S9(04) COMP-5.
