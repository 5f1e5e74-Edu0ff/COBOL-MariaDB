       01  AREA-ENVIO.
           05  AREA-ENVIO-ENTRADA.
               10  ENVIO-E-ACC                 PIC 9(01) VALUE 0.
      *            Registro del envío de un fichero de salida a un
      *            tercero (el lote que lo genera, al cerrarlo), acuse
      *            de recibo o rechazo del receptor (CTLENVIO) y
      *            reenvío de la copia guardada del envío.
                   88  ENVIO-E-ACC-REGISTRAR   VALUE 0.
                   88  ENVIO-E-ACC-ACUSAR      VALUE 1.
                   88  ENVIO-E-ACC-REENVIAR    VALUE 2.
      *        Interfaz de banco.interfaz_salida (SEPA-CT, CRS,
      *        CIRBE, RETENCION, ESTAMPA, RECAUDA, RECOBRO...).
               10  ENVIO-E-INTERFAZ            PIC X(10).
               10  ENVIO-E-PROGRAMA            PIC X(12).
               10  ENVIO-E-ID-EJEC             PIC 9(10).
               10  ENVIO-E-FICHERO             PIC X(60).
      *        Total de control del fichero según el lote que lo
      *        genera (la suma de sus importes); a cero si el
      *        fichero no lleva importes.
               10  ENVIO-E-TOTAL-CONTROL       PIC 9(13)V99.
      *        Acuse: A aceptado, R rechazado; las cifras que dice
      *        haber recibido el receptor (a cero si no las da) y el
      *        motivo del rechazo.
               10  ENVIO-E-TIPO-ACUSE          PIC X(01).
                   88  ENVIO-E-ACUSE-ACEPTADO  VALUE 'A'.
                   88  ENVIO-E-ACUSE-RECHAZADO VALUE 'R'.
               10  ENVIO-E-ACU-NUM-REGISTROS   PIC 9(09).
               10  ENVIO-E-ACU-TOTAL-CONTROL   PIC 9(13)V99.
               10  ENVIO-E-MOTIVO              PIC X(40).
      *        Reenvío: el envío que se vuelve a mandar.
               10  ENVIO-E-ID-ENVIO            PIC 9(10).

           05  AREA-ENVIO-SALIDA.
               10  ENVIO-S-ID-ENVIO            PIC 9(10).
               10  ENVIO-S-INTERFAZ            PIC X(10).
               10  ENVIO-S-FICHERO             PIC X(60).
      *        Copia del fichero tal como se mandó la primera vez; es
      *        la que se reenvía.
               10  ENVIO-S-COPIA               PIC X(60).
      *        E enviado (esperando acuse), A aceptado, R rechazado,
      *        D aceptado con cifras distintas, F no se pudo dejar en
      *        la ruta de envío, V vencido el plazo sin acuse.
               10  ENVIO-S-ESTADO              PIC X(01).
               10  ENVIO-S-NUM-REGISTROS       PIC 9(09).
               10  ENVIO-S-TOTAL-CONTROL       PIC 9(13)V99.
               10  ENVIO-S-SUMA-CONTROL        PIC 9(10).
               10  ENVIO-S-NUM-ENVIOS          PIC 9(03).
               10  ENVIO-SQLCODE               PIC S9(09) COMP-5.
               10  ENVIO-STAT                  PIC S9(01) VALUE 0.
                   88  ENVIO-STAT-OK           VALUE 0.
                   88  ENVIO-STAT-ERR-ACC      VALUE -1.
                   88  ENVIO-STAT-ERR-DATOS    VALUE -2.
      *            Interfaz que no existe o está de baja, o acuse o
      *            reenvío de un envío que no está registrado.
                   88  ENVIO-STAT-ENC-NO       VALUE -3.
      *            El fichero o su copia no se pudo leer o copiar.
                   88  ENVIO-STAT-ERR-FICHERO  VALUE -4.
      *            Acuse de un envío que ya tenía el suyo.
                   88  ENVIO-STAT-YA-ACUSADO   VALUE -5.
      *            Reenvío: la copia guardada ya no es lo que se
      *            mandó (registros o suma de control distintos); no
      *            se reenvía nada.
                   88  ENVIO-STAT-CONTENIDO-DISTINTO
                                               VALUE -6.
                   88  ENVIO-STAT-ERR-SQL      VALUE -7.
      *            Reenvío de un envío aceptado o todavía en plazo.
                   88  ENVIO-STAT-NO-REENVIABLE
                                               VALUE -8.
