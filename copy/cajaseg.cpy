       01  AREA-CAJASEG.
           05  AREA-CAJASEG-ENTRADA.
               10  CAJASEG-E-ACC               PIC 9(01) VALUE 0.
      *            Inventario de cajas de seguridad de la oficina,
      *            contrato de alquiler con sus titulares y cuenta de
      *            cargo, y registro de visitas a la caja.
                   88  CAJASEG-E-ACC-ALTA-CAJA VALUE 0.
                   88  CAJASEG-E-ACC-ALQUILAR  VALUE 1.
                   88  CAJASEG-E-ACC-TITULAR   VALUE 2.
                   88  CAJASEG-E-ACC-VISITA    VALUE 3.
                   88  CAJASEG-E-ACC-CANCELAR  VALUE 4.
                   88  CAJASEG-E-ACC-CAMBIAR-CAJA
                                               VALUE 5.
                   88  CAJASEG-E-ACC-RETIRAR-CAJA
                                               VALUE 6.
      *        Alta de caja: oficina, número de la caja en la
      *        oficina y tamaño. Alquiler, cambio de caja y retirada:
      *        la caja por su identificador.
               10  CAJASEG-E-ID-CAJA           PIC 9(10).
               10  CAJASEG-E-OFICINA           PIC X(04).
               10  CAJASEG-E-NUM-CAJA          PIC X(10).
               10  CAJASEG-E-TAMANO            PIC X(01).
                   88  CAJASEG-E-TAMANO-PEQUENA
                                               VALUE 'P'.
                   88  CAJASEG-E-TAMANO-MEDIANA
                                               VALUE 'M'.
                   88  CAJASEG-E-TAMANO-GRANDE VALUE 'G'.
                   88  CAJASEG-E-TAMANO-OK     VALUES 'P' 'M' 'G'.
      *        Alquiler: cuenta de cargo, cuota anual (a cero la de
      *        tarifa según el tamaño) y hasta tres titulares; el
      *        primero ha de ser titular de la cuenta. Cotitular y
      *        visita: el NIF va en CAJASEG-E-NIF.
               10  CAJASEG-E-ID-CONTRATO       PIC 9(10).
               10  CAJASEG-E-ID-CUENTA         PIC 9(10).
               10  CAJASEG-E-CUOTA             PIC 9(06)V99.
               10  CAJASEG-E-NIF               PIC X(10).
               10  CAJASEG-E-NIF-2             PIC X(10).
               10  CAJASEG-E-NIF-3             PIC X(10).
               10  CAJASEG-E-USUARIO           PIC X(30).
           05  AREA-CAJASEG-SALIDA.
               10  CAJASEG-S-ID-CAJA           PIC 9(10).
               10  CAJASEG-S-ID-CONTRATO       PIC 9(10).
      *        Fecha (AAAAMMDD) del próximo cobro del alquiler.
               10  CAJASEG-S-FEC-PROX-COBRO    PIC X(08).
               10  CAJASEG-S-CUOTA             PIC 9(06)V99.
      *        Visita: 'S' si el contrato tiene el alquiler impagado,
      *        para que la oficina lo reclame al titular.
               10  CAJASEG-S-AVISO-IMPAGO      PIC X(01).
               10  CAJASEG-SQLCODE             PIC S9(09) COMP-5.
               10  CAJASEG-STAT                PIC S9(01) VALUE 0.
                   88  CAJASEG-STAT-OK         VALUE 0.
                   88  CAJASEG-STAT-ERR-ACC    VALUE -1.
                   88  CAJASEG-STAT-ERR-DATOS  VALUE -2.
      *            Caja, contrato, cuenta o cliente inexistente.
                   88  CAJASEG-STAT-ENC-NO     VALUE -3.
      *            La caja o el contrato no está en un estado que
      *            admita la acción.
                   88  CAJASEG-STAT-ERR-ESTADO VALUE -4.
      *            No se cancela un contrato con alquiler pendiente.
                   88  CAJASEG-STAT-IMPAGADO   VALUE -5.
      *            El NIF no es titular del contrato (visita) o de la
      *            cuenta de cargo (alquiler).
                   88  CAJASEG-STAT-NO-TITULAR VALUE -6.
      *            Ya existe esa caja en la oficina o ese titular en
      *            el contrato.
                   88  CAJASEG-STAT-EXISTENTE  VALUE -7.
                   88  CAJASEG-STAT-ERR-SQL    VALUE -8.
