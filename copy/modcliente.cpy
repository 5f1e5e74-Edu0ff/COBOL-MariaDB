      *            Idioma preferido para la correspondencia (ES, CA,
      *            GL...); en blanco se conserva el registrado.
                   15  MODCLI-IDIOMA              PIC X(02).
      *            Actividad económica (CNAE, cuatro dígitos); en
      *            blanco se conserva la registrada.
                   15  MODCLI-CNAE                PIC X(04).

      *        'S' solo cuando el cambio llega ya confirmado por un
      *        segundo operador desde la cola de aprobaciones; en
