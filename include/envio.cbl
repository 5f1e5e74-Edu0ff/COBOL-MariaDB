      * Tabla INTERFAZ_SALIDA.
      * Ficheros que mandamos a terceros: el lote que los genera, la
      * ruta donde se dejan para su envío (en blanco, se quedan donde
      * los escribe el lote) y las horas que tiene el receptor para
      * acusar recibo (a cero, sin plazo).
       01  REG-INTSAL.
           05  INTSAL-COD                PIC X(10).
           05  INTSAL-DESC               PIC X(40).
           05  INTSAL-PROGRAMA           PIC X(12).
           05  INTSAL-RUTA               PIC X(60).
           05  INTSAL-HORAS-ACUSE        PIC 9(04).
           05  INTSAL-ESTADO             PIC X(01).
               88  INTSAL-ESTADO-ALTA        VALUE 'A'.
               88  INTSAL-ESTADO-BAJA        VALUE 'B'.

      * Tabla ENVIO_FICHERO.
      * Cada fichero mandado, con la ejecución que lo generó, sus
      * registros, su total de control, la suma de control CRC que
      * encadena sus registros y la copia que se guarda para
      * reenviarlo sin volver a generarlo. El acuse del receptor se
      * casa con el envío por interfaz y nombre de fichero.
       01  REG-ENVIO.
           05  ENVIO-ID                  PIC 9(10).
           05  ENVIO-INTERFAZ            PIC X(10).
           05  ENVIO-PROGRAMA            PIC X(12).
           05  ENVIO-ID-EJEC             PIC 9(10).
           05  ENVIO-FICHERO             PIC X(60).
           05  ENVIO-COPIA               PIC X(60).
           05  ENVIO-TAMANO              PIC 9(12).
           05  ENVIO-NUM-REGISTROS       PIC 9(09).
           05  ENVIO-TOTAL-CONTROL       PIC 9(13)V99.
           05  ENVIO-SUMA-CONTROL        PIC 9(10).
      *    E enviado, A aceptado, R rechazado, D aceptado con cifras
      *    distintas, F fallo al dejarlo en la ruta, V vencido.
           05  ENVIO-ESTADO              PIC X(01).
               88  ENVIO-ESTADO-ENVIADO      VALUE 'E'.
               88  ENVIO-ESTADO-ACEPTADO     VALUE 'A'.
               88  ENVIO-ESTADO-RECHAZADO    VALUE 'R'.
               88  ENVIO-ESTADO-DISCREPANTE  VALUE 'D'.
               88  ENVIO-ESTADO-FALLIDO      VALUE 'F'.
               88  ENVIO-ESTADO-VENCIDO      VALUE 'V'.
               88  ENVIO-ESTADO-REENVIABLE   VALUES 'R' 'D' 'F' 'V'.
           05  ENVIO-NUM-ENVIOS          PIC 9(03).
           05  ENVIO-ACU-NUM-REGISTROS   PIC 9(09).
           05  ENVIO-ACU-TOTAL-CONTROL   PIC 9(13)V99.
           05  ENVIO-MOTIVO              PIC X(40).
