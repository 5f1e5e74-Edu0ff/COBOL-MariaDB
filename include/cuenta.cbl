               88  CUENTA-ESTADO-REVISION
                                        VALUE 'R'.
           05  CUENTA-DIVISA            PIC X(03).
      *    Producto del catálogo (banco.producto, familia 'C') con el
      *    que se dio de alta la cuenta.
           05  CUENTA-PRODUCTO          PIC X(06).

       01  REG-CUENTA-NULL.
           05  CUENTA-ID-NULL           PIC S9(04) COMP-5.
           05  CUENTA-LIMITE-NULL       PIC S9(04) COMP-5.
           05  CUENTA-ESTADO-NULL       PIC S9(04) COMP-5.
           05  CUENTA-DIVISA-NULL       PIC S9(04) COMP-5.
           05  CUENTA-PRODUCTO-NULL     PIC S9(04) COMP-5.
