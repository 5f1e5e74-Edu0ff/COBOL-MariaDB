       01  AREA-DOMENVIO.
           05  AREA-DOMENVIO-ENTRADA.
               10  DOMENVIO-E-ID-CLI           PIC 9(10).
               10  DOMENVIO-E-ID-CLI-X         REDEFINES
                   DOMENVIO-E-ID-CLI           PIC X(10).

           05  AREA-DOMENVIO-SALIDA.
      *        Domicilio al que se manda el correo del cliente: el
      *        principal si es entregable; si no, el de trabajo u
      *        otro que lo sea. Con STAT-RETENER no hay ninguno y el
      *        correo se guarda para la oficina del cliente.
               10  DOMENVIO-S-ID-DOM           PIC 9(10).
               10  DOMENVIO-S-TIPO             PIC X(01).
                   88  DOMENVIO-S-PRINCIPAL    VALUE 'P'.
                   88  DOMENVIO-S-TRABAJO      VALUE 'T'.
                   88  DOMENVIO-S-OTRO         VALUE 'O'.
               10  DOMENVIO-S-CALLE            PIC X(45).
               10  DOMENVIO-S-NUM              PIC X(03).
               10  DOMENVIO-S-COD-POS          PIC X(05).
               10  DOMENVIO-S-POBL             PIC X(16).
      *        Oficina del cliente (en blanco si no tiene asignada).
               10  DOMENVIO-S-OFICINA          PIC X(04).
               10  DOMENVIO-SQLCODE            PIC S9(09) COMP-5.
               10  DOMENVIO-STAT               PIC S9(01) VALUE 0.
                   88  DOMENVIO-STAT-OK        VALUE 0.
      *            Ningún domicilio entregable: retener para oficina.
                   88  DOMENVIO-STAT-RETENER   VALUE 1.
                   88  DOMENVIO-STAT-ERR-ID-CLI VALUE -1.
      *            El cliente no existe.
                   88  DOMENVIO-STAT-ENC-NO    VALUE -2.
                   88  DOMENVIO-STAT-ERR-SQL   VALUE -3.
