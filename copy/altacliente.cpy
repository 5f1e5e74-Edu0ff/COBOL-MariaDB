                       20  ALTACLI-CRE-TAR       PIC S9(08)V99
                                                 LEADING SEPARATE.
                       20  ALTACLI-FEC-TAR       PIC 9(04).
      *                CCV provisional; a cero lo sortea INSTAR.
                       20  ALTACLI-CCV-TAR       PIC 9(03).
                       20  ALTACLI-MANDATO       PIC 9(12).
                       20  ALTACLI-DIV-CTA       PIC X(03).
                       20  ALTACLI-DIV-TAR       PIC X(03).
      *                Productos del catálogo de la cuenta y de la
      *                tarjeta; en blanco INSCTA/INSTAR asumen el de
      *                por defecto.
                       20  ALTACLI-PROD-CTA      PIC X(06).
                       20  ALTACLI-PROD-TAR      PIC X(06).

               10  ALTACLI-MOVIMIENTOS.
                   15  ALTACLI-MOV-CONTADOR              PIC 9(02)
      *            Coincidencia con la lista de sanciones/PEP: el
      *            alta queda desviada a revision de cumplimiento.
                   88  ALTACLI-STAT-ERR-SANCION      VALUE -29.
      *            Producto de cuenta o tarjeta inexistente o cuyas
      *            reglas de elegibilidad no cumple el cliente.
                   88  ALTACLI-STAT-ERR-PRODUCTO     VALUE -30.
      *            Producto retirado del catálogo.
                   88  ALTACLI-STAT-ERR-PROD-RETIRADO
                                                     VALUE -31.
               10  ALTACLI-SQLCODE                   PIC S9(09) COMP-5.
      * Referencia externa asignada a cada movimiento dado de alta,
      * en el mismo orden/posición que ALTACLI-MOVIMIENTO en la
