       01  AREA-TRFSWIFT.
           05  AREA-TRFSWIFT-ENTRADA.
               10  TRFSWIFT-E-ACC              PIC 9(01) VALUE 0.
      *            Alta de una orden de transferencia internacional
      *            (se cargan principal y gastos en el acto) y
      *            consulta del estado de una orden.
                   88  TRFSWIFT-E-ACC-ALTA     VALUE 0.
                   88  TRFSWIFT-E-ACC-CONSULTAR
                                               VALUE 1.
      *        Consulta: número de la orden.
               10  TRFSWIFT-E-ID-TRF           PIC 9(10).
      *        Alta: cuenta de cargo y NIF de quien ordena.
               10  TRFSWIFT-E-ID-CTA           PIC 9(10).
               10  TRFSWIFT-E-NIF              PIC X(10).
      *        Beneficiario: nombre, país (ISO de 2 letras), cuenta
      *        y BIC de 8 u 11 posiciones de su banco.
               10  TRFSWIFT-E-NOM-BENEF        PIC X(35).
               10  TRFSWIFT-E-PAIS-BENEF       PIC X(02).
               10  TRFSWIFT-E-CTA-BENEF        PIC X(34).
               10  TRFSWIFT-E-BIC              PIC X(11).
      *        Importe en la divisa de la transferencia, que no tiene
      *        por qué ser la de la cuenta.
               10  TRFSWIFT-E-DIVISA           PIC X(03).
               10  TRFSWIFT-E-IMPORTE          PIC S9(08)V99
                                               LEADING SEPARATE.
      *        Gastos OUR, SHA o BEN y código de finalidad ISO 20022.
               10  TRFSWIFT-E-GASTOS           PIC X(03).
                   88  TRFSWIFT-E-GASTOS-OK    VALUES 'OUR' 'SHA'
                                                      'BEN'.
               10  TRFSWIFT-E-PROPOSITO        PIC X(04).
               10  TRFSWIFT-E-CONCEPTO         PIC X(35).
      *        Código de un solo uso devuelto por la primera llamada
      *        cuando el importe lo exige; en blanco la primera vez.
               10  TRFSWIFT-E-OTP              PIC X(06).
               10  TRFSWIFT-E-USUARIO          PIC X(30).
           05  AREA-TRFSWIFT-SALIDA.
               10  TRFSWIFT-S-ID-TRF           PIC 9(10).
      *        Código generado para que el canal se lo haga llegar al
      *        cliente (STAT-OTP-REQUERIDO).
               10  TRFSWIFT-S-OTP              PIC X(06).
      *        Situación de la orden: estado (P pendiente de envío, E
      *        enviada, D devuelta), fechas e importes; los cargos y
      *        la devolución en la divisa de la cuenta.
               10  TRFSWIFT-S-ESTADO           PIC X(01).
               10  TRFSWIFT-S-NUM-CUENTA       PIC X(20).
               10  TRFSWIFT-S-DIVISA-CTA       PIC X(03).
               10  TRFSWIFT-S-NOM-BENEF        PIC X(35).
               10  TRFSWIFT-S-BIC              PIC X(11).
               10  TRFSWIFT-S-DIVISA           PIC X(03).
               10  TRFSWIFT-S-IMPORTE          PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRFSWIFT-S-GASTOS           PIC X(03).
               10  TRFSWIFT-S-IMPORTE-ENVIADO  PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRFSWIFT-S-IMPORTE-CARGO    PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRFSWIFT-S-COMISION         PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRFSWIFT-S-GASTOS-CORRESP   PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRFSWIFT-S-GASTOS-RECLAM    PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRFSWIFT-S-IMPORTE-DEVUELTO PIC S9(08)V99
                                               LEADING SEPARATE.
               10  TRFSWIFT-S-FEC-ALTA         PIC X(08).
               10  TRFSWIFT-S-FEC-ENVIO        PIC X(08).
               10  TRFSWIFT-S-FEC-DEVOLUCION   PIC X(08).
               10  TRFSWIFT-S-MOTIVO-DEVOL     PIC X(04).
      *        Mensajes recibidos del corresponsal sobre la orden, el
      *        más reciente primero: DEV devolución, GAS reclamación
      *        de gastos; resultado A aplicado o R rechazado.
               10  TRFSWIFT-S-MENSAJES.
                   15  TRFSWIFT-S-MSG-CONTADOR PIC 9(02) VALUE 0.
                   15  TRFSWIFT-S-MSG          OCCURS 10 TIMES.
                       20  TRFSWIFT-S-MSG-TIPO PIC X(03).
                       20  TRFSWIFT-S-MSG-FEC  PIC X(08).
                       20  TRFSWIFT-S-MSG-DIVISA
                                               PIC X(03).
                       20  TRFSWIFT-S-MSG-IMPORTE
                                               PIC S9(08)V99
                                               LEADING SEPARATE.
                       20  TRFSWIFT-S-MSG-MOTIVO
                                               PIC X(04).
                       20  TRFSWIFT-S-MSG-RESULTADO
                                               PIC X(01).
      *        Estado devuelto por INSMOV o ACTCTA al rechazar un
      *        cargo (STAT-ERR-CARGO).
               10  TRFSWIFT-S-STAT-CARGO       PIC S9(02).
               10  TRFSWIFT-SQLCODE            PIC S9(09) COMP-5.
               10  TRFSWIFT-STAT               PIC S9(01) VALUE 0.
                   88  TRFSWIFT-STAT-OK        VALUE 0.
                   88  TRFSWIFT-STAT-ERR-ACC   VALUE -1.
                   88  TRFSWIFT-STAT-ERR-DATOS VALUE -2.
      *            Cuenta u orden inexistente.
                   88  TRFSWIFT-STAT-ENC-NO    VALUE -3.
      *            Euros a un país de la zona SEPA: tiene que ir como
      *            transferencia SEPA, no por corresponsal.
                   88  TRFSWIFT-STAT-ERR-SEPA  VALUE -4.
      *            No hay tasa publicada en banco.fx_rate para pasar
      *            la divisa de la transferencia a euros.
                   88  TRFSWIFT-STAT-ERR-SIN-CAMBIO
                                               VALUE -5.
      *            Importe alto: se ha generado un código de un solo
      *            uso y la orden espera a que el llamador lo devuelva.
                   88  TRFSWIFT-STAT-OTP-REQUERIDO
                                               VALUE -6.
      *            INSMOV o ACTCTA han rechazado un cargo (saldo,
      *            bloqueo, tope, código de un solo uso...).
                   88  TRFSWIFT-STAT-ERR-CARGO VALUE -7.
                   88  TRFSWIFT-STAT-ERR-SQL   VALUE -8.
