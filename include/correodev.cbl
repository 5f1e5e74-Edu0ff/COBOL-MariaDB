      * Tabla CORREO_DEVUELTO.
      * Cada envío que Correos devuelve ("desconocido en esta
      * dirección") y que la sala de correo registra en CORREODEV,
      * bien por la referencia del sobre del spool de ENSOBRADO, bien
      * por el NIF del cliente y el tipo de documento. La dirección
      * afectada queda marcada no entregable en banco.domicilio.
       01  REG-CORREODEV.
           05  CORREODEV-ID              PIC 9(10).
           05  CORREODEV-ID-DOM          PIC 9(10).
      *    Cliente destinatario; a cero cuando se registra por la
      *    referencia del sobre, que es de todo el hogar.
           05  CORREODEV-ID-CLIENTE      PIC 9(10).
      *    SOB sobre mensual de ENSOBRADO, AVD aviso de cambio de
      *    domicilio (AVISODOM), AVP preaviso de vencimiento de plazo
      *    fijo (AVISOPLAZO).
           05  CORREODEV-TIPO-DOC        PIC X(03).
               88  CORREODEV-TIPO-SOBRE      VALUE 'SOB'.
               88  CORREODEV-TIPO-AVISODOM   VALUE 'AVD'.
               88  CORREODEV-TIPO-AVISOPLAZO VALUE 'AVP'.
               88  CORREODEV-TIPO-OK         VALUES 'SOB' 'AVD'
                                                    'AVP'.
      *    Referencia impresa en el sobre (SAAAAMMDDNNNNNNNNNN: fecha
      *    del lote y domicilio); en blanco si se registra por NIF.
           05  CORREODEV-REF-SOBRE       PIC X(19).
           05  CORREODEV-FEC             PIC X(08).
           05  CORREODEV-USUARIO         PIC X(30).

       01  REG-CORREODEV-NULL.
           05  CORREODEV-ID-NULL         PIC S9(04) COMP-5.
           05  CORREODEV-ID-DOM-NULL     PIC S9(04) COMP-5.
           05  CORREODEV-ID-CLIENTE-NULL PIC S9(04) COMP-5.
           05  CORREODEV-TIPO-DOC-NULL   PIC S9(04) COMP-5.
           05  CORREODEV-REF-SOBRE-NULL  PIC S9(04) COMP-5.
           05  CORREODEV-FEC-NULL        PIC S9(04) COMP-5.
           05  CORREODEV-USUARIO-NULL    PIC S9(04) COMP-5.
