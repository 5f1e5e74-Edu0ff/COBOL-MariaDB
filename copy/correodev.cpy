       01  AREA-CORREODEV.
           05  AREA-CORREODEV-ENTRADA.
               10  CORREODEV-E-ACC             PIC 9(01) VALUE 0.
      *            Registro de una devolución por la referencia del
      *            sobre o por el NIF y el tipo de documento, vuelta a
      *            entregable de una dirección que la oficina ha
      *            confirmado, y consulta de los domicilios de un
      *            cliente con su situación.
                   88  CORREODEV-E-ACC-REGISTRAR-REF
                                               VALUE 0.
                   88  CORREODEV-E-ACC-REGISTRAR-NIF
                                               VALUE 1.
                   88  CORREODEV-E-ACC-REHABILITAR
                                               VALUE 2.
                   88  CORREODEV-E-ACC-CONSULTAR
                                               VALUE 3.
      *        Referencia leída del sobre: S, fecha del lote de
      *        ENSOBRADO (AAAAMMDD) y domicilio del hogar.
               10  CORREODEV-E-REF             PIC X(19).
               10  CORREODEV-E-REF-R           REDEFINES
                   CORREODEV-E-REF.
                   15  CORREODEV-E-REF-MARCA   PIC X(01).
                   15  CORREODEV-E-REF-FECHA   PIC X(08).
                   15  CORREODEV-E-REF-ID-DOM  PIC X(10).
      *        Registro por NIF y consulta: cliente; el tipo de
      *        documento (SOB, AVD, AVP) sólo en el registro.
               10  CORREODEV-E-NIF             PIC X(10).
               10  CORREODEV-E-TIPO-DOC        PIC X(03).
      *        Domicilio devuelto (registro por NIF, opcional: a cero
      *        se toma el domicilio al que va hoy su correo) o a
      *        rehabilitar.
               10  CORREODEV-E-ID-DOM          PIC 9(10).
               10  CORREODEV-E-USUARIO         PIC X(30).
           05  AREA-CORREODEV-SALIDA.
      *        Registro: la devolución y cómo queda la dirección.
               10  CORREODEV-S-ID-DEVOL        PIC 9(10).
               10  CORREODEV-S-ID-DOM          PIC 9(10).
               10  CORREODEV-S-NUM-DEVOL       PIC 9(05).
      *        Consulta: los domicilios del cliente.
               10  CORREODEV-S-DOMICILIOS.
                   15  CORREODEV-S-DOM-CONTADOR PIC 9(02) VALUE 0.
                   15  CORREODEV-S-DOM         OCCURS 10 TIMES.
                       20  CORREODEV-S-DOM-ID  PIC 9(10).
                       20  CORREODEV-S-DOM-TIPO
                                               PIC X(01).
                       20  CORREODEV-S-DOM-CALLE
                                               PIC X(45).
                       20  CORREODEV-S-DOM-NUM PIC X(03).
                       20  CORREODEV-S-DOM-COD-POS
                                               PIC X(05).
                       20  CORREODEV-S-DOM-POBL
                                               PIC X(16).
                       20  CORREODEV-S-DOM-ENTREGABLE
                                               PIC X(01).
                       20  CORREODEV-S-DOM-NUM-DEVOL
                                               PIC 9(05).
                       20  CORREODEV-S-DOM-FEC-DEVOL
                                               PIC X(08).
               10  CORREODEV-SQLCODE           PIC S9(09) COMP-5.
               10  CORREODEV-STAT              PIC S9(01) VALUE 0.
                   88  CORREODEV-STAT-OK       VALUE 0.
                   88  CORREODEV-STAT-ERR-ACC  VALUE -1.
      *            Referencia mal formada o tipo de documento
      *            desconocido.
                   88  CORREODEV-STAT-ERR-DATOS VALUE -2.
      *            Cliente o domicilio inexistente, o domicilio que
      *            no es del cliente.
                   88  CORREODEV-STAT-ENC-NO   VALUE -3.
      *            Registro por NIF sin domicilio indicado y sin
      *            ninguno entregable al que atribuir la devolución.
                   88  CORREODEV-STAT-SIN-DOMICILIO
                                               VALUE -4.
                   88  CORREODEV-STAT-ERR-SQL  VALUE -5.
      *            Ese sobre ya estaba registrado como devuelto.
                   88  CORREODEV-STAT-DUPLICADO VALUE -6.
