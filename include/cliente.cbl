      * catalán, GL gallego...); en blanco se asume castellano. Las
      * cartas lo cruzan con banco.plantilla_carta vía PLANTILLA.
           05  CLIENTE-IDIOMA            PIC X(02).
      * Actividad económica (código CNAE-2009, sin puntos); con la
      * clase da el sector del titular en el balance supervisor de
      * RPTBALSUP. En blanco, una jurídica cuenta como sociedad no
      * financiera.
           05  CLIENTE-CNAE              PIC X(04).
      * La nulidad no es un valor de nuestra celda, si no un atributo de
      * la misma. En nuestros atributos que no puedan ser nulos no hay
      * problema pero en los que sí activaríamos una bandera de NULL,
