      * Tabla PRODUCTO.
      * Catálogo comercial de productos de cuenta y de tarjeta: cada
      * cuenta y cada tarjeta lleva el código de su producto, y el
      * alta se valida contra las reglas de elegibilidad de aquí.
       01  REG-PRODUCTO.
           05  PRODUCTO-COD              PIC X(06).
           05  PRODUCTO-FAMILIA          PIC X(01).
               88  PRODUCTO-FAMILIA-CUENTA   VALUE 'C'.
               88  PRODUCTO-FAMILIA-TARJETA  VALUE 'T'.
           05  PRODUCTO-DESC             PIC X(40).
      *    Fechas de lanzamiento y de retirada (AAAAMMDD). Un
      *    producto retirado no admite altas nuevas; las cuentas y
      *    tarjetas que ya lo llevan siguen vivas con él.
           05  PRODUCTO-FEC-LANZ         PIC X(08).
           05  PRODUCTO-FEC-RETIRADA     PIC X(08).
      *    Reglas de elegibilidad: edad mínima del cliente (a cero no
      *    se exige) y clase de cliente admitida (F/J; en blanco
      *    cualquiera).
           05  PRODUCTO-EDAD-MIN         PIC 9(02).
           05  PRODUCTO-CLASE            PIC X(01).
               88  PRODUCTO-CLASE-FISICA     VALUE 'F'.
               88  PRODUCTO-CLASE-JURIDICA   VALUE 'J'.
               88  PRODUCTO-CLASE-TODAS      VALUE ' '.
      *    Límite de descubierto (cuenta) o crédito (tarjeta) máximo
      *    que admite el producto; a cero no hay tope propio.
           05  PRODUCTO-MAX-IMPORTE      PIC S9(08)V99 LEADING SEPARATE.

       01  REG-PRODUCTO-NULL.
           05  PRODUCTO-COD-NULL         PIC S9(04) COMP-5.
           05  PRODUCTO-FAMILIA-NULL     PIC S9(04) COMP-5.
           05  PRODUCTO-DESC-NULL        PIC S9(04) COMP-5.
           05  PRODUCTO-FEC-LANZ-NULL    PIC S9(04) COMP-5.
           05  PRODUCTO-FEC-RETIRADA-NULL
                                         PIC S9(04) COMP-5.
           05  PRODUCTO-EDAD-MIN-NULL    PIC S9(04) COMP-5.
           05  PRODUCTO-CLASE-NULL       PIC S9(04) COMP-5.
           05  PRODUCTO-MAX-IMPORTE-NULL PIC S9(04) COMP-5.
