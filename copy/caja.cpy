      *        Efectivo contado al cerrar, para el arqueo.
               10  CAJA-E-CONTADO              PIC S9(08)V99
                                               LEADING SEPARATE.
      *        NIF del cliente que ordena la retirada, por si la
      *        cuenta pide segunda firma.
               10  CAJA-E-NIF                  PIC X(10).
      *        Peticion de firma mancomunada ya confirmada que se
      *        postea ahora; a cero la retirada se comprueba.
               10  CAJA-E-ID-FIRMA             PIC 9(10).
      *        Tarjeta prepago que se carga (ingreso) o se reembolsa
      *        (retirada) en efectivo; sólo con la cuenta a cero.
               10  CAJA-E-ID-TAR               PIC 9(10).
           05  AREA-CAJA-SALIDA.
               10  CAJA-S-ID-CAJA              PIC 9(10).
      *        Resultado del arqueo: efectivo teorico del cajon y la
                                               LEADING SEPARATE.
               10  CAJA-S-DIFERENCIA           PIC S9(10)V99
                                               LEADING SEPARATE.
      *        Referencia del movimiento posteado.
               10  CAJA-S-REF                  PIC 9(12).
      *        Peticion aparcada cuando la retirada queda pendiente de
      *        la segunda firma.
               10  CAJA-S-ID-FIRMA             PIC 9(10).
      *        Código de retorno de PREPAGO cuando rechaza la carga o
      *        el reembolso de una tarjeta prepago.
               10  CAJA-S-PREPAGO-STAT         PIC S9(02).
               10  CAJA-SQLCODE                PIC S9(09) COMP-5.
               10  CAJA-STAT                   PIC S9(01) VALUE 0.
                   88  CAJA-STAT-OK            VALUE 0.
      *            limite, tope); el cajon no se toca.
                   88  CAJA-STAT-ERR-POSTEO    VALUE -4.
                   88  CAJA-STAT-ERR-SQL       VALUE -5.
      *            La cuenta pide segunda firma: la retirada queda
      *            aparcada en CAJA-S-ID-FIRMA y no se postea.
                   88  CAJA-STAT-PTE-FIRMA     VALUE -6.
      *            Hace falta segunda firma y el NIF que ordena no es
      *            titular ni cotitular de la cuenta.
                   88  CAJA-STAT-ERR-FIRMANTE  VALUE -7.
      *            Cuenta de persona juridica y quien retira no es
      *            apoderado suyo con poder en vigor bastante.
                   88  CAJA-STAT-ERR-PODER     VALUE -8.
      *            La bóveda de la oficina no tiene efectivo bastante
      *            para el fondo del cajón; el cajón no se abre.
                   88  CAJA-STAT-ERR-BOVEDA    VALUE -9.
