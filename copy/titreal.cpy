       01  AREA-TITREAL.
           05  AREA-TITREAL-ENTRADA.
               10  TITREAL-E-ACC               PIC 9(01) VALUE 0.
      *            Dar de alta un titular real de una persona
      *            juridica, darlo de baja, anotar la fecha en que se
      *            verifico, o grabar la justificacion de una
      *            titularidad que no suma el 100%.
                   88  TITREAL-E-ACC-ALTA      VALUE 0.
                   88  TITREAL-E-ACC-BAJA      VALUE 1.
                   88  TITREAL-E-ACC-VERIFICAR VALUE 2.
                   88  TITREAL-E-ACC-JUSTIFICAR
                                               VALUE 3.
      *        Persona juridica, por su CIF (alta y justificacion).
               10  TITREAL-E-NIF-CLIENTE       PIC X(10).
               10  TITREAL-E-NIF               PIC X(10).
               10  TITREAL-E-NOM               PIC X(57).
               10  TITREAL-E-PORCENTAJE        PIC 9(03)V99.
               10  TITREAL-E-TIPO-CONTROL      PIC X(01).
                   88  TITREAL-E-CONTROL-OK    VALUES 'D' 'I' 'C'
                                                      'A'.
      *        A cero el titular queda sin verificar.
               10  TITREAL-E-FEC-VERIF         PIC 9(08).
               10  TITREAL-E-ID-TITREAL        PIC 9(10).
      *        Motivo por el que los titulares no suman el 100%
      *        (capital disperso, cotizada...); en blanco se borra.
               10  TITREAL-E-JUSTIF            PIC X(60).
           05  AREA-TITREAL-SALIDA.
               10  TITREAL-S-ID-TITREAL        PIC 9(10).
               10  TITREAL-SQLCODE             PIC S9(09) COMP-5.
               10  TITREAL-STAT                PIC S9(01) VALUE 0.
                   88  TITREAL-STAT-OK         VALUE 0.
      *            Grabado, pero coincide con la lista de
      *            sanciones/PEP: queda senalado para cumplimiento.
                   88  TITREAL-STAT-SANCION    VALUE 1.
                   88  TITREAL-STAT-ERR-ACC    VALUE -1.
                   88  TITREAL-STAT-ERR-DATOS  VALUE -2.
      *            Cliente o titular inexistente (o ya de baja).
                   88  TITREAL-STAT-ENC-NO     VALUE -3.
      *            El cliente es persona fisica.
                   88  TITREAL-STAT-ERR-CLASE  VALUE -4.
      *            Con este titular los porcentajes superan el 100%.
                   88  TITREAL-STAT-ERR-PORCENTAJE
                                               VALUE -5.
      *            El NIF ya es titular real en vigor del cliente.
                   88  TITREAL-STAT-ERR-DUPLICADO
                                               VALUE -6.
                   88  TITREAL-STAT-ERR-SQL    VALUE -7.
