      * Tabla CONSENTIMIENTO_TPP.
      * Consentimientos que un cliente da a un proveedor tercero de
      * servicios de pago (PSD2: agregadores y proveedores de
      * iniciación de pagos) para llegar a sus cuentas: proveedor,
      * licencia, alcance, vencimiento y estado. Las cuentas que
      * cubre cada consentimiento están en
      * banco.consentimiento_tpp_cuenta (id_consent_tpp, id_medio).
       01  REG-CONSTPP.
           05  CONSTPP-ID                PIC 9(10).
           05  CONSTPP-ID-CLIENTE        PIC 9(10).
      *    Identificador del proveedor (el de su certificado) y
      *    número de licencia en el registro del supervisor que lo
      *    autorizó.
           05  CONSTPP-ID-TPP            PIC X(20).
           05  CONSTPP-NOMBRE-TPP        PIC X(40).
           05  CONSTPP-LICENCIA          PIC X(20).
      *    Alcance: 'S' si cubre consulta de saldos, de movimientos o
      *    iniciación de pagos, 'N' si no.
           05  CONSTPP-SALDOS            PIC X(01).
           05  CONSTPP-MOVIMIENTOS       PIC X(01).
           05  CONSTPP-PAGOS             PIC X(01).
           05  CONSTPP-FEC-ALTA          PIC X(08).
      *    Último día en que vale el consentimiento (AAAAMMDD).
           05  CONSTPP-FEC-CADUCIDAD     PIC X(08).
           05  CONSTPP-ESTADO            PIC X(01).
               88  CONSTPP-ESTADO-ACTIVO     VALUE 'A'.
               88  CONSTPP-ESTADO-REVOCADO   VALUE 'R'.
               88  CONSTPP-ESTADO-CADUCADO   VALUE 'C'.
           05  CONSTPP-USUARIO           PIC X(30).

      * Tabla ACCESO_TPP.
      * Traza de cada acceso de un proveedor tercero a las cuentas de
      * un cliente, se permitiera o no, igual que
      * banco.auditoria_consulta lo es de las consultas internas.
       01  REG-ACCTPP.
      *    Consentimiento que el proveedor presentó; puede no existir.
           05  ACCTPP-ID-CONSENT         PIC 9(10).
           05  ACCTPP-ID-TPP             PIC X(20).
           05  ACCTPP-NUM-CUENTA         PIC X(20).
      *    S consulta de saldos, M de movimientos, P iniciación de
      *    pago.
           05  ACCTPP-TIPO               PIC X(01).
      *    E permitido, N denegado.
           05  ACCTPP-RESULTADO          PIC X(01).
      *    Motivo de la denegación: X consentimiento inexistente, no
      *    vigente o de otro proveedor, C cuenta no incluida, F fuera
      *    del alcance consentido; en blanco si se permitió.
           05  ACCTPP-MOTIVO             PIC X(01).
