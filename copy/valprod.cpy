       01  AREA-VALPROD.
           05  AREA-VALPROD-ENTRADA.
               10  VALPROD-E-COD                 PIC X(06).
      *        Familia que espera el llamante: 'C' alta de cuenta,
      *        'T' alta de tarjeta.
               10  VALPROD-E-FAMILIA             PIC X(01).
      *        Cliente del alta, para las reglas de edad y de clase;
      *        a cero esas reglas no se comprueban.
               10  VALPROD-E-ID-CLI              PIC 9(10).
      *        Límite (cuenta) o crédito (tarjeta) pedido en el alta.
               10  VALPROD-E-IMPORTE             PIC S9(08)V99.

           05  AREA-VALPROD-SALIDA.
               10  VALPROD-S-DESC                PIC X(40).
               10  VALPROD-S-SQLCODE             PIC S9(09) COMP-5.
               10  VALPROD-STAT                  PIC S9(01) VALUE 0.
                   88  VALPROD-STAT-OK           VALUE 0.
      *            El código no está en el catálogo o es de otra
      *            familia.
                   88  VALPROD-STAT-ERR-COD      VALUE -1.
      *            Producto aún no lanzado o ya retirado.
                   88  VALPROD-STAT-ERR-RETIRADO VALUE -2.
                   88  VALPROD-STAT-ERR-EDAD     VALUE -3.
                   88  VALPROD-STAT-ERR-CLASE    VALUE -4.
                   88  VALPROD-STAT-ERR-IMPORTE  VALUE -5.
                   88  VALPROD-STAT-ERR-SQL      VALUE -6.
