      * Tabla TRASLADO_CUENTA.
      * Traslados de cuenta entre entidades a petición del cliente.
      * En el entrante la cuenta nueva es nuestra: se pide a la
      * entidad antigua la lista de recibos domiciliados, órdenes
      * periódicas y el saldo, y con su respuesta se dan de alta los
      * mandatos y las órdenes en la cuenta nueva. En el saliente la
      * cuenta antigua es nuestra: se manda esa misma información a
      * la entidad nueva y en la fecha acordada se traspasa el saldo
      * y se da de baja la cuenta. Cada paso lleva su fecha límite
      * legal (días hábiles sin contar festivos).
       01  REG-TRASLADO.
           05  TRASLADO-ID               PIC 9(10).
           05  TRASLADO-SENTIDO          PIC X(01).
               88  TRASLADO-ENTRANTE         VALUE 'E'.
               88  TRASLADO-SALIENTE         VALUE 'S'.
      *    Cliente que firma la autorización y cuenta nuestra: la
      *    nueva en el entrante, la que se cierra en el saliente.
           05  TRASLADO-ID-CLIENTE       PIC 9(10).
           05  TRASLADO-ID-CTA           PIC 9(10).
      *    La otra entidad (BIC), la cuenta del cliente en ella y la
      *    referencia con la que ella identifica el traslado.
           05  TRASLADO-BIC-OTRA         PIC X(11).
           05  TRASLADO-CTA-OTRA         PIC X(34).
           05  TRASLADO-REF-OTRA         PIC 9(10).
      *    Autorización firmada del cliente: fecha y referencia en el
      *    archivo documental.
           05  TRASLADO-FEC-AUTORIZA     PIC X(08).
           05  TRASLADO-REF-AUTORIZA     PIC X(40).
      *    Fecha acordada para el traslado y si se cierra la cuenta
      *    antigua en ella.
           05  TRASLADO-FEC-ACORDADA     PIC X(08).
           05  TRASLADO-CIERRE           PIC X(01).
               88  TRASLADO-CIERRE-SI        VALUE 'S'.
               88  TRASLADO-CIERRE-NO        VALUE 'N'.
      *    Fecha límite del paso pendiente y del traslado completo.
           05  TRASLADO-FEC-LIMITE-PASO  PIC X(08).
           05  TRASLADO-FEC-LIMITE       PIC X(08).
      *    Saldo de la cuenta antigua comunicado o traspasado.
           05  TRASLADO-SALDO            PIC S9(08)V99
                                         LEADING SEPARATE.
           05  TRASLADO-ESTADO           PIC X(01).
      *        Alta pendiente de enviar (entrante: la solicitud;
      *        saliente: la información), solicitud enviada a la
      *        entidad antigua, información intercambiada (enviada
      *        a la nueva o recibida de la antigua) a la espera del
      *        saldo y del cierre en la fecha acordada, completado y
      *        anulado.
               88  TRASLADO-ESTADO-ALTA      VALUE 'A'.
               88  TRASLADO-ESTADO-SOLICITADO
                                             VALUE 'S'.
               88  TRASLADO-ESTADO-INFORMADO VALUE 'I'.
               88  TRASLADO-ESTADO-COMPLETADO
                                             VALUE 'C'.
               88  TRASLADO-ESTADO-ANULADO   VALUE 'X'.
               88  TRASLADO-ESTADO-ABIERTO   VALUES 'A' 'S' 'I'.
           05  TRASLADO-FEC-ALTA         PIC X(08).
           05  TRASLADO-FEC-ENVIO        PIC X(08).
           05  TRASLADO-FEC-FIN          PIC X(08).
      *    Último incidente del traslado (respuesta rechazada, cierre
      *    que no se pudo hacer...), en blanco si no hay.
           05  TRASLADO-INCIDENCIA       PIC X(40).
           05  TRASLADO-USUARIO          PIC X(30).

       01  REG-TRASLADO-NULL.
           05  TRASLADO-ID-NULL          PIC S9(04) COMP-5.
           05  TRASLADO-SENTIDO-NULL     PIC S9(04) COMP-5.
           05  TRASLADO-ID-CLIENTE-NULL  PIC S9(04) COMP-5.
           05  TRASLADO-ID-CTA-NULL      PIC S9(04) COMP-5.
           05  TRASLADO-BIC-OTRA-NULL    PIC S9(04) COMP-5.
           05  TRASLADO-CTA-OTRA-NULL    PIC S9(04) COMP-5.
           05  TRASLADO-REF-OTRA-NULL    PIC S9(04) COMP-5.
           05  TRASLADO-FEC-AUTORIZA-NULL
                                         PIC S9(04) COMP-5.
           05  TRASLADO-REF-AUTORIZA-NULL
                                         PIC S9(04) COMP-5.
           05  TRASLADO-FEC-ACORDADA-NULL
                                         PIC S9(04) COMP-5.
           05  TRASLADO-CIERRE-NULL      PIC S9(04) COMP-5.
           05  TRASLADO-FEC-LIMITE-PASO-NULL
                                         PIC S9(04) COMP-5.
           05  TRASLADO-FEC-LIMITE-NULL  PIC S9(04) COMP-5.
           05  TRASLADO-SALDO-NULL       PIC S9(04) COMP-5.
           05  TRASLADO-ESTADO-NULL      PIC S9(04) COMP-5.
           05  TRASLADO-FEC-ALTA-NULL    PIC S9(04) COMP-5.
           05  TRASLADO-FEC-ENVIO-NULL   PIC S9(04) COMP-5.
           05  TRASLADO-FEC-FIN-NULL     PIC S9(04) COMP-5.
           05  TRASLADO-INCIDENCIA-NULL  PIC S9(04) COMP-5.
           05  TRASLADO-USUARIO-NULL     PIC S9(04) COMP-5.

      * Tabla TRASLADO_CUENTA_ITEM.
      * Recibos domiciliados (mandatos) y órdenes periódicas de un
      * traslado: en el entrante, los que comunica la entidad antigua
      * con lo que se dio de alta para cada uno; en el saliente, los
      * que se le comunican a la nueva.
       01  REG-TRASITEM.
           05  TRASITEM-ID-TRASLADO      PIC 9(10).
           05  TRASITEM-NUM              PIC 9(04).
           05  TRASITEM-TIPO             PIC X(01).
               88  TRASITEM-TIPO-MANDATO     VALUE 'M'.
               88  TRASITEM-TIPO-ORDEN       VALUE 'O'.
      *    Mandato: referencia y acreedor. Orden: beneficiario, su
      *    cuenta, importe y día del mes.
           05  TRASITEM-REF              PIC X(12).
           05  TRASITEM-NOMBRE           PIC X(35).
           05  TRASITEM-CTA              PIC X(34).
           05  TRASITEM-IMPORTE          PIC S9(08)V99
                                         LEADING SEPARATE.
           05  TRASITEM-DIA              PIC 9(02).
      *    Mandato u orden dados de alta en nuestra cuenta (entrante)
      *    o los nuestros que se comunican (saliente).
           05  TRASITEM-ID-CREADO        PIC 9(10).
      *    C creado o comunicado, R rechazado (con su motivo).
           05  TRASITEM-ESTADO           PIC X(01).
               88  TRASITEM-ESTADO-CREADO    VALUE 'C'.
               88  TRASITEM-ESTADO-RECHAZADO VALUE 'R'.
           05  TRASITEM-MOTIVO           PIC X(40).

       01  REG-TRASITEM-NULL.
           05  TRASITEM-ID-TRASLADO-NULL PIC S9(04) COMP-5.
           05  TRASITEM-NUM-NULL         PIC S9(04) COMP-5.
           05  TRASITEM-TIPO-NULL        PIC S9(04) COMP-5.
           05  TRASITEM-REF-NULL         PIC S9(04) COMP-5.
           05  TRASITEM-NOMBRE-NULL      PIC S9(04) COMP-5.
           05  TRASITEM-CTA-NULL         PIC S9(04) COMP-5.
           05  TRASITEM-IMPORTE-NULL     PIC S9(04) COMP-5.
           05  TRASITEM-DIA-NULL         PIC S9(04) COMP-5.
           05  TRASITEM-ID-CREADO-NULL   PIC S9(04) COMP-5.
           05  TRASITEM-ESTADO-NULL      PIC S9(04) COMP-5.
           05  TRASITEM-MOTIVO-NULL      PIC S9(04) COMP-5.
