      * Tabla BOVEDA.
      * Bóveda de efectivo de cada oficina: su saldo, que suministra
      * el fondo de los cajones al abrirlos y recoge su efectivo al
      * cerrarlos, y los niveles mínimo y máximo entre los que debe
      * moverse. Cada entrada y salida queda en
      * banco.boveda_movimiento; las remesas con el servicio central
      * de efectivo se piden en banco.pedido_efectivo.
       01  REG-BOVEDA.
           05  BOVEDA-OFICINA            PIC X(04).
           05  BOVEDA-SALDO              PIC S9(10)V99 LEADING SEPARATE.
           05  BOVEDA-NIVEL-MINIMO       PIC S9(10)V99 LEADING SEPARATE.
           05  BOVEDA-NIVEL-MAXIMO       PIC S9(10)V99 LEADING SEPARATE.
           05  BOVEDA-FEC-ALTA           PIC X(08).
           05  BOVEDA-FEC-ULT-MOV        PIC X(08).

       01  REG-BOVEDA-NULL.
           05  BOVEDA-OFICINA-NULL       PIC S9(04) COMP-5.
           05  BOVEDA-SALDO-NULL         PIC S9(04) COMP-5.
           05  BOVEDA-NIVEL-MINIMO-NULL  PIC S9(04) COMP-5.
           05  BOVEDA-NIVEL-MAXIMO-NULL  PIC S9(04) COMP-5.
           05  BOVEDA-FEC-ALTA-NULL      PIC S9(04) COMP-5.
           05  BOVEDA-FEC-ULT-MOV-NULL   PIC S9(04) COMP-5.
