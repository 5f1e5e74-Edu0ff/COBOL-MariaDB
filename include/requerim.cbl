      * Tabla REQUERIMIENTO.
      * Requerimientos de información de juzgados, Agencia Tributaria
      * y policía sobre las posiciones y movimientos de una lista de
      * NIF, con su plazo de respuesta y la fecha en que se respondió.
      * Los atiende REQAUTOR a partir del fichero de la autoridad.
       01  REG-REQUERIM.
           05  REQUERIM-ID               PIC 9(10).
      *    Referencia que la autoridad da al requerimiento (número de
      *    procedimiento, de diligencia o de atestado).
           05  REQUERIM-REF              PIC X(20).
           05  REQUERIM-TIPO-AUT         PIC X(01).
               88  REQUERIM-TIPO-JUZGADO     VALUE 'J'.
               88  REQUERIM-TIPO-AEAT        VALUE 'A'.
               88  REQUERIM-TIPO-POLICIA     VALUE 'P'.
           05  REQUERIM-AUTORIDAD        PIC X(40).
      *    Recepción y plazo de respuesta (AAAAMMDD).
           05  REQUERIM-FEC-RECEPCION    PIC X(08).
           05  REQUERIM-FEC-LIMITE       PIC X(08).
      *    Fecha a la que se piden los saldos y periodo de los
      *    movimientos, según el alcance.
           05  REQUERIM-FEC-SALDO        PIC X(08).
           05  REQUERIM-FEC-DESDE        PIC X(08).
           05  REQUERIM-FEC-HASTA        PIC X(08).
           05  REQUERIM-ALCANCE          PIC X(01).
               88  REQUERIM-ALCANCE-SALDOS   VALUE 'S'.
               88  REQUERIM-ALCANCE-MOVS     VALUE 'M'.
               88  REQUERIM-ALCANCE-AMBOS    VALUE 'A'.
      *    'S' si la autoridad prohíbe avisar al cliente.
           05  REQUERIM-CONFIDENCIAL     PIC X(01).
               88  REQUERIM-CONFIDENCIAL-SI  VALUE 'S'.
      *    P pendiente de responder, R respondido.
           05  REQUERIM-ESTADO           PIC X(01).
               88  REQUERIM-ESTADO-PENDIENTE VALUE 'P'.
               88  REQUERIM-ESTADO-RESPONDIDO
                                             VALUE 'R'.
           05  REQUERIM-FEC-RESPUESTA    PIC X(08).
      *    NIF pedidos, cuántos eran clientes, medios y movimientos
      *    informados.
           05  REQUERIM-NUM-NIF          PIC 9(06).
           05  REQUERIM-NUM-CLIENTES     PIC 9(06).
           05  REQUERIM-NUM-MEDIOS       PIC 9(06).
           05  REQUERIM-NUM-MOVS         PIC 9(08).
      *    Ejecución que lo respondió y fichero entregado.
           05  REQUERIM-ID-EJEC          PIC 9(10).
           05  REQUERIM-FICHERO          PIC X(60).

      * Tabla REQUERIMIENTO_NIF.
      * Cada NIF de un requerimiento respondido: si era cliente,
      * cuántos medios se informaron y si se le avisó.
       01  REG-REQNIF.
           05  REQNIF-ID-REQUERIM        PIC 9(10).
           05  REQNIF-NIF                PIC X(10).
      *    Cero si el NIF no es de ningún cliente.
           05  REQNIF-ID-CLIENTE         PIC 9(10).
           05  REQNIF-NUM-MEDIOS         PIC 9(04).
      *    'S' si se generó carta al cliente, 'N' si no (no es
      *    cliente o el requerimiento es confidencial).
           05  REQNIF-AVISADO            PIC X(01).
