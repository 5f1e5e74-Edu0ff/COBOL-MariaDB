           COPY 'batlog.cpy'.
           COPY 'actcta.cpy'.
           COPY 'insmov.cpy'.
           COPY 'firmaman.cpy'.
           COPY 'poderes.cpy'.
           COPY 'titreal.cpy'.
           COPY 'casosar.cpy'.
           COPY 'reclama.cpy'.
           COPY 'cajaseg.cpy'.
           COPY 'garantia.cpy'.
           COPY 'reestpres.cpy'.
           COPY 'fallido.cpy'.
           COPY 'polcred.cpy'.
           COPY 'tokentar.cpy'.
           COPY 'aplaztar.cpy'.
           COPY 'boveda.cpy'.
           COPY 'rptcatal.cpy'.
           COPY 'consentim.cpy'.
           COPY 'trfswift.cpy'.
           COPY 'gestor.cpy'.
           COPY 'grupoeco.cpy'.
           COPY 'cajero.cpy'.
           COPY 'documento.cpy'.
           COPY 'traslado.cpy'.
           COPY 'aval.cpy'.
           COPY 'fondo.cpy'.
           COPY 'periodo.cpy'.
           COPY 'parambatch.cpy'.
           COPY 'constpp.cpy'.
           COPY 'activtar.cpy'.
           COPY 'comercio.cpy'.
           COPY 'correodev.cpy'.
           COPY 'perdida.cpy'.
           COPY 'recobro.cpy'.
           COPY 'prepago.cpy'.
           COPY 'recauda.cpy'.
           COPY 'talonario.cpy'.

       01  WK-DATASOURCE                     PIC X(50) VALUE
                                             'edu/banco@bancoDS'.
           88  OPCION-SIMULADOR              VALUE 16.
           88  OPCION-CONTROL-TAR            VALUE 17.
           88  OPCION-LIBERAR-LOTE           VALUE 18.
           88  OPCION-FIRMAS                 VALUE 19.
           88  OPCION-PODERES                VALUE 20.
           88  OPCION-TITREAL                VALUE 21.
           88  OPCION-CASOS                  VALUE 22.
           88  OPCION-RECLAMACION            VALUE 23.
           88  OPCION-CAJA-SEGURIDAD         VALUE 24.
           88  OPCION-GARANTIA               VALUE 25.
           88  OPCION-REESTRUCTURACION       VALUE 26.
           88  OPCION-FALLIDO                VALUE 27.
           88  OPCION-POLIZA-CREDITO         VALUE 28.
           88  OPCION-PAGO-APLAZADO          VALUE 29.
           88  OPCION-BOVEDA                 VALUE 30.
           88  OPCION-ENTREGAS-INFORME       VALUE 31.
           88  OPCION-CONSENTIMIENTOS        VALUE 32.
           88  OPCION-SWIFT                  VALUE 33.
           88  OPCION-GESTORES               VALUE 34.
           88  OPCION-GRUPOS                 VALUE 35.
           88  OPCION-CAJEROS                VALUE 36.
           88  OPCION-DOCUMENTOS             VALUE 37.
           88  OPCION-TRASLADOS              VALUE 38.
           88  OPCION-AVALES                 VALUE 39.
           88  OPCION-FONDOS                 VALUE 40.
           88  OPCION-PERIODOS               VALUE 41.
           88  OPCION-PARAMETROS             VALUE 42.
           88  OPCION-TERCEROS-PSD2          VALUE 43.
           88  OPCION-ACTIVAR-TARJETA        VALUE 44.
           88  OPCION-COMERCIOS              VALUE 45.
           88  OPCION-CORREO-DEVUELTO        VALUE 46.
           88  OPCION-PERDIDAS               VALUE 47.
           88  OPCION-RECOBRO                VALUE 48.
           88  OPCION-PREPAGO                VALUE 49.
           88  OPCION-RECAUDACION            VALUE 50.
           88  OPCION-TALONARIOS             VALUE 51.
           88  OPCION-SALIR                  VALUE 9.

      * Switch para saber si hay que seguir mostrando el menú.
       01  WK-ENT-PRE-INDICE                 PIC X(10).
       01  WK-ENT-PRE-DIFERENCIAL            PIC 9(01)V9(04).
       01  WK-ENT-PRE-MESES-REV              PIC 9(03).
      *    Quien firma el préstamo y, si su poder es mancomunado, el
      *    segundo apoderado (cuentas de persona jurídica).
       01  WK-ENT-PRE-NIF-FIRMA              PIC X(10).
       01  WK-ENT-PRE-NIF-FIRMA-2            PIC X(10).
      *    Escritura ya escaneada: referencia en el archivo documental
      *    (blanco si aún no está) y versión de las condiciones.
       01  WK-ENT-PRE-REF-ESCRITURA          PIC X(40).
       01  WK-ENT-PRE-VERSION-ESCRITURA      PIC X(10).

      * Datos tecleados para la instrucción de renovación de un
      * plazo fijo (respuesta del cliente al preaviso).
      * Datos tecleados para registrar un fallecimiento.
       01  WK-ENT-FAL-NIF                    PIC X(10).
       01  WK-ENT-FAL-FEC                    PIC 9(08).
       01  WK-ENT-FAL-REF-CERTIFICADO        PIC X(40).

      * Datos tecleados para el módulo de caja.
       01  WK-ENT-CAJA-ACCION                PIC X(01).
       01  WK-ENT-CAJA-CTA                   PIC 9(10).
       01  WK-ENT-CAJA-IMPORTE               PIC 9(08)V99.
       01  WK-ENT-CAJA-CONTADO               PIC 9(08)V99.
       01  WK-ENT-CAJA-NIF                   PIC X(10).
       01  WK-ENT-CAJA-TAR                   PIC 9(10).

      * Datos tecleados para el directorio de alias de pago y la
      * transferencia por alias.
       01  WK-ENT-ALI-CTA                    PIC 9(10).
       01  WK-ENT-ALI-ORIGEN                 PIC 9(10).
       01  WK-ENT-ALI-IMPORTE                PIC 9(08)V99.
       01  WK-ENT-ALI-NIF-ORDENA             PIC X(10).
       01  WK-ALI-MOV-FEC                    PIC 9(20).
       01  WK-ALI-FECHA-8                    PIC 9(08).
       01  WK-ALI-HORA-8                     PIC 9(08).
       01  WK-ENT-TRA-ACCION                 PIC X(01).
           88  ENT-TRA-APARCAR               VALUE 'P' 'p'.
           88  ENT-TRA-APLICAR               VALUE 'A' 'a'.
           88  ENT-TRA-IRRECUPERABLE         VALUE 'I' 'i'.
       01  WK-ENT-TRA-IMPORTE                PIC 9(08)V99.
       01  WK-ENT-TRA-CPT                    PIC X(49).
       01  WK-ENT-TRA-MOTIVO                 PIC X(30).
       01  WK-ENT-CTL-EFECTIVO               PIC X(01).
       01  WK-ENT-CTL-CPT                    PIC X(03).

      * Datos tecleados para la firma mancomunada de cuentas.
       01  WK-ENT-FIR-ACCION                 PIC X(01).
           88  ENT-FIR-REGIMEN               VALUE 'F' 'f'.
           88  ENT-FIR-CONFIRMAR             VALUE 'C' 'c'.
           88  ENT-FIR-RECHAZAR              VALUE 'R' 'r'.
       01  WK-ENT-FIR-CTA                    PIC 9(10).
       01  WK-ENT-FIR-REGIMEN                PIC X(01).
       01  WK-ENT-FIR-UMBRAL                 PIC 9(08)V99.
       01  WK-ENT-FIR-ID                     PIC 9(10).
       01  WK-ENT-FIR-NIF                    PIC X(10).

      * Datos tecleados para el registro de poderes.
       01  WK-ENT-POD-ACCION                 PIC X(01).
           88  ENT-POD-ALTA                  VALUE 'A' 'a'.
           88  ENT-POD-REVOCAR               VALUE 'R' 'r'.
       01  WK-ENT-POD-NIF-CLI                PIC X(10).
       01  WK-ENT-POD-NIF-APO                PIC X(10).
       01  WK-ENT-POD-ESCRITURA              PIC X(20).
       01  WK-ENT-POD-NOTARIO                PIC X(40).
       01  WK-ENT-POD-FEC-ESCR               PIC 9(08).
       01  WK-ENT-POD-ALCANCE                PIC X(01).
       01  WK-ENT-POD-LIMITE                 PIC 9(08)V99.
       01  WK-ENT-POD-FEC-VENC               PIC 9(08).
       01  WK-ENT-POD-ID                     PIC 9(10).

      * Datos tecleados para el registro de titulares reales.
       01  WK-ENT-TIT-ACCION                 PIC X(01).
           88  ENT-TIT-ALTA                  VALUE 'A' 'a'.
           88  ENT-TIT-BAJA                  VALUE 'B' 'b'.
           88  ENT-TIT-VERIFICAR             VALUE 'V' 'v'.
           88  ENT-TIT-JUSTIFICAR            VALUE 'J' 'j'.
       01  WK-ENT-TIT-NIF-CLI                PIC X(10).
       01  WK-ENT-TIT-NIF                    PIC X(10).
       01  WK-ENT-TIT-NOM                    PIC X(57).
       01  WK-ENT-TIT-PORCENTAJE             PIC 9(03)V99.
       01  WK-ENT-TIT-CONTROL                PIC X(01).
       01  WK-ENT-TIT-FEC-VERIF              PIC 9(08).
       01  WK-ENT-TIT-ID                     PIC 9(10).
       01  WK-ENT-TIT-JUSTIF                 PIC X(60).

      * Datos tecleados para la gestión de casos de operativa
      * sospechosa.
       01  WK-ENT-CASO-ACCION                PIC X(01).
           88  ENT-CASO-ASIGNAR              VALUE 'S' 's'.
           88  ENT-CASO-COMENTAR             VALUE 'N' 'n'.
           88  ENT-CASO-ESCALAR              VALUE 'E' 'e'.
           88  ENT-CASO-FALSO                VALUE 'F' 'f'.
           88  ENT-CASO-COMUNICAR            VALUE 'C' 'c'.
       01  WK-ENT-CASO-ID                    PIC 9(10).
       01  WK-ENT-CASO-ANALISTA              PIC X(30).
       01  WK-ENT-CASO-TEXTO                 PIC X(80).

      * Datos tecleados para el registro de reclamaciones.
       01  WK-ENT-REC-ACCION                 PIC X(01).
           88  ENT-REC-ALTA                  VALUE 'A' 'a'.
           88  ENT-REC-FAVOR                 VALUE 'F' 'f'.
           88  ENT-REC-CONTRA                VALUE 'D' 'd'.
           88  ENT-REC-ESCALAR               VALUE 'E' 'e'.
       01  WK-ENT-REC-NIF                    PIC X(10).
       01  WK-ENT-REC-CATEGORIA              PIC X(03).
       01  WK-ENT-REC-CANAL                  PIC X(01).
       01  WK-ENT-REC-FEC-RECEPCION          PIC 9(08).
       01  WK-ENT-REC-ID-MEDIO               PIC 9(10).
       01  WK-ENT-REC-ID-PRESTAMO            PIC 9(10).
       01  WK-ENT-REC-REF-MOV                PIC 9(12).
       01  WK-ENT-REC-MOTIVO                 PIC X(80).
       01  WK-ENT-REC-ID                     PIC 9(10).
       01  WK-ENT-REC-RESPUESTA              PIC X(80).
       01  WK-ENT-REC-IMPORTE                PIC 9(08)V99.

      * Datos tecleados para las cajas de seguridad.
       01  WK-ENT-CSG-ACCION                 PIC X(01).
           88  ENT-CSG-ALTA-CAJA             VALUE 'N' 'n'.
           88  ENT-CSG-ALQUILAR              VALUE 'A' 'a'.
           88  ENT-CSG-TITULAR               VALUE 'T' 't'.
           88  ENT-CSG-VISITA                VALUE 'V' 'v'.
           88  ENT-CSG-CANCELAR              VALUE 'C' 'c'.
           88  ENT-CSG-CAMBIAR               VALUE 'M' 'm'.
           88  ENT-CSG-RETIRAR               VALUE 'R' 'r'.
       01  WK-ENT-CSG-ID-CAJA                PIC 9(10).
       01  WK-ENT-CSG-OFICINA                PIC X(04).
       01  WK-ENT-CSG-NUM-CAJA               PIC X(10).
       01  WK-ENT-CSG-TAMANO                 PIC X(01).
       01  WK-ENT-CSG-ID-CONTRATO            PIC 9(10).
       01  WK-ENT-CSG-ID-CUENTA              PIC 9(10).
       01  WK-ENT-CSG-CUOTA                  PIC 9(06)V99.
       01  WK-ENT-CSG-NIF                    PIC X(10).
       01  WK-ENT-CSG-NIF-2                  PIC X(10).
       01  WK-ENT-CSG-NIF-3                  PIC X(10).

      * Datos tecleados para las garantías de préstamos hipotecarios.
       01  WK-ENT-GAR-ACCION                 PIC X(01).
           88  ENT-GAR-ALTA                  VALUE 'A' 'a'.
           88  ENT-GAR-TASAR                 VALUE 'T' 't'.
           88  ENT-GAR-POLIZA                VALUE 'P' 'p'.
           88  ENT-GAR-LIBERAR               VALUE 'L' 'l'.
       01  WK-ENT-GAR-ID-PRESTAMO            PIC 9(10).
       01  WK-ENT-GAR-TIPO                   PIC X(01).
       01  WK-ENT-GAR-REF-CATASTRAL          PIC X(20).
       01  WK-ENT-GAR-ID-DOM                 PIC 9(10).
       01  WK-ENT-GAR-ID                     PIC 9(10).
       01  WK-ENT-GAR-VALOR                  PIC 9(10)V99.
       01  WK-ENT-GAR-FEC-TASACION           PIC 9(08).
       01  WK-ENT-GAR-TASADORA               PIC X(40).
       01  WK-ENT-GAR-ID-POLIZA              PIC 9(10).

      * Datos tecleados para refinanciar o reestructurar un préstamo.
       01  WK-ENT-RES-ID-PRESTAMO            PIC 9(10).
       01  WK-ENT-RES-TIPO                   PIC X(01).
       01  WK-ENT-RES-CAPITALIZAR            PIC X(01).
       01  WK-ENT-RES-PLAZO                  PIC 9(03).
       01  WK-ENT-RES-MESES-CARENCIA         PIC 9(03).
       01  WK-ENT-RES-TIPO-CARENCIA          PIC X(01).
       01  WK-ENT-RES-CONFIRMAR              PIC X(01).
           88  ENT-RES-CONFIRMAR-SI          VALUE 'S' 's'.

      * Datos tecleados para dar de baja un fallido o anotar una
      * recuperación.
       01  WK-ENT-FAL-ACCION                 PIC X(01).
           88  ENT-FAL-BAJA                  VALUE 'B' 'b'.
           88  ENT-FAL-RECUPERAR             VALUE 'R' 'r'.
       01  WK-ENT-FAL-TIPO                   PIC X(01).
       01  WK-ENT-FAL-ID-OPERACION           PIC 9(10).
       01  WK-ENT-FAL-MOTIVO                 PIC X(60).
       01  WK-ENT-FAL-ID                     PIC 9(10).
       01  WK-ENT-FAL-IMPORTE                PIC 9(08)V99.
       01  WK-ENT-FAL-ID-CTA                 PIC 9(10).

      * Datos tecleados para abrir, renovar o cancelar una póliza de
      * crédito.
       01  WK-ENT-POL-ACCION                 PIC X(01).
           88  ENT-POL-ALTA                  VALUE 'A' 'a'.
           88  ENT-POL-RENOVAR               VALUE 'R' 'r'.
           88  ENT-POL-CANCELAR              VALUE 'C' 'c'.
       01  WK-ENT-POL-ID-CTA                 PIC 9(10).
       01  WK-ENT-POL-ID                     PIC 9(10).
       01  WK-ENT-POL-LIMITE                 PIC 9(08)V99.
       01  WK-ENT-POL-FEC-VENC               PIC X(08).
       01  WK-ENT-POL-TASA                   PIC 9(01)V9(04).
       01  WK-ENT-POL-PCT-NO-DISP            PIC 9(01)V9(04).
       01  WK-ENT-POL-PCT-APERTURA           PIC 9(01)V9(04).

      * Token de cartera móvil a eliminar desde la consulta de
      * tarjeta; a cero no se elimina ninguno.
       01  WK-ENT-TOK-ID                     PIC 9(10).

      * Datos tecleados para aplazar una compra con tarjeta o
      * cancelar anticipadamente un pago aplazado.
       01  WK-ENT-APL-ACCION                 PIC X(01).
           88  ENT-APL-ALTA                  VALUE 'A' 'a'.
           88  ENT-APL-CANCELAR              VALUE 'C' 'c'.
       01  WK-ENT-APL-REF-MOV                PIC 9(12).
       01  WK-ENT-APL-NUM-CUOTAS             PIC 9(03).
       01  WK-ENT-APL-TASA                   PIC 9(01)V9(04).
       01  WK-ENT-APL-PCT-APERTURA           PIC 9(01)V9(04).
       01  WK-ENT-APL-ID                     PIC 9(10).

      * Datos tecleados para la bóveda de efectivo de una oficina.
       01  WK-ENT-BOV-ACCION                 PIC X(01).
           88  ENT-BOV-ALTA                  VALUE 'A' 'a'.
           88  ENT-BOV-NIVELES               VALUE 'N' 'n'.
           88  ENT-BOV-ENTREGA               VALUE 'E' 'e'.
           88  ENT-BOV-DEVOLUCION            VALUE 'D' 'd'.
           88  ENT-BOV-CONSULTAR             VALUE 'C' 'c'.
       01  WK-ENT-BOV-OFICINA                PIC X(04).
       01  WK-ENT-BOV-IMPORTE                PIC 9(10)V99.
       01  WK-ENT-BOV-MINIMO                 PIC 9(10)V99.
       01  WK-ENT-BOV-MAXIMO                 PIC 9(10)V99.

      * Programa e informe (mes AAAAMM) cuyas entregas se consultan.
       01  WK-ENT-INF-PROGRAMA               PIC X(16).
       01  WK-ENT-INF-MES                    PIC 9(06).

      * Datos tecleados para los consentimientos de un cliente.
       01  WK-ENT-CON-ACCION                 PIC X(01).
           88  ENT-CON-REGISTRAR             VALUE 'R' 'r'.
           88  ENT-CON-CONSULTAR             VALUE 'C' 'c'.
           88  ENT-CON-HISTORIAL             VALUE 'H' 'h'.
       01  WK-ENT-CON-NIF                    PIC X(10).
       01  WK-ENT-CON-FINALIDAD              PIC X(01).
       01  WK-ENT-CON-ESTADO                 PIC X(01).
       01  WK-ENT-CON-CANAL                  PIC X(01).
       01  WK-ENT-CON-VERSION                PIC X(10).

      * Datos tecleados para una transferencia internacional.
       01  WK-ENT-SWF-ACCION                 PIC X(01).
           88  ENT-SWF-ALTA                  VALUE 'A' 'a'.
           88  ENT-SWF-CONSULTAR             VALUE 'C' 'c'.
       01  WK-ENT-SWF-ID-CTA                 PIC 9(10).
       01  WK-ENT-SWF-NIF                    PIC X(10).
       01  WK-ENT-SWF-NOM-BENEF              PIC X(35).
       01  WK-ENT-SWF-PAIS-BENEF             PIC X(02).
       01  WK-ENT-SWF-CTA-BENEF              PIC X(34).
       01  WK-ENT-SWF-BIC                    PIC X(11).
       01  WK-ENT-SWF-DIVISA                 PIC X(03).
       01  WK-ENT-SWF-IMPORTE                PIC 9(08)V99.
       01  WK-ENT-SWF-GASTOS                 PIC X(03).
       01  WK-ENT-SWF-PROPOSITO              PIC X(04).
       01  WK-ENT-SWF-CONCEPTO               PIC X(35).
       01  WK-ENT-SWF-OTP                    PIC X(06).
       01  WK-ENT-SWF-ID-TRF                 PIC 9(10).

      * Datos tecleados para los gestores comerciales y la asignación
      * de clientes.
       01  WK-ENT-GES-ACCION                 PIC X(01).
           88  ENT-GES-ALTA                  VALUE 'A' 'a'.
           88  ENT-GES-MODIFICAR             VALUE 'M' 'm'.
           88  ENT-GES-BAJA                  VALUE 'B' 'b'.
           88  ENT-GES-ASIGNAR               VALUE 'S' 's'.
           88  ENT-GES-CONSULTAR             VALUE 'C' 'c'.
       01  WK-ENT-GES-COD                    PIC X(08).
       01  WK-ENT-GES-NOM                    PIC X(40).
       01  WK-ENT-GES-OFICINA                PIC X(04).
       01  WK-ENT-GES-TIPO-CARTERA           PIC X(01).
       01  WK-ENT-GES-NIF                    PIC X(10).

      * Datos tecleados para los grupos económicos.
       01  WK-ENT-GRU-ACCION                 PIC X(01).
           88  ENT-GRU-ALTA                  VALUE 'A' 'a'.
           88  ENT-GRU-MODIFICAR             VALUE 'M' 'm'.
           88  ENT-GRU-DISOLVER              VALUE 'D' 'd'.
           88  ENT-GRU-INCLUIR               VALUE 'I' 'i'.
           88  ENT-GRU-EXCLUIR               VALUE 'X' 'x'.
           88  ENT-GRU-CONSULTAR             VALUE 'C' 'c'.
           88  ENT-GRU-DESCARTAR             VALUE 'R' 'r'.
       01  WK-ENT-GRU-ID                     PIC 9(10).
       01  WK-ENT-GRU-NOM                    PIC X(40).
       01  WK-ENT-GRU-LIMITE                 PIC 9(11)V99.
       01  WK-ENT-GRU-CONTROL                PIC X(01).
       01  WK-ENT-GRU-NIF                    PIC X(10).
       01  WK-ENT-GRU-NIF-2                  PIC X(10).
       01  WK-ENT-GRU-MOTIVO                 PIC X(01).

      * Datos tecleados para los cajeros automáticos.
       01  WK-ENT-CAJ-ACCION                 PIC X(01).
           88  ENT-CAJ-ALTA                  VALUE 'A' 'a'.
           88  ENT-CAJ-BAJA                  VALUE 'B' 'b'.
           88  ENT-CAJ-REPONER               VALUE 'R' 'r'.
           88  ENT-CAJ-CONSULTAR             VALUE 'C' 'c'.
       01  WK-ENT-CAJ-ID                     PIC X(08).
       01  WK-ENT-CAJ-OFICINA                PIC X(04).
       01  WK-ENT-CAJ-UBICACION              PIC X(40).
       01  WK-ENT-CAJ-ORIGEN                 PIC X(01).
       01  WK-ENT-CAJ-RETIRADOS              PIC 9(05).
       01  WK-ENT-CAJ-CARGADOS               PIC 9(05).
       01  WK-ENT-CAJ-DENOMINACION           PIC 9(03).

      * Datos tecleados para el archivo documental.
       01  WK-ENT-DOC-ACCION                 PIC X(01).
           88  ENT-DOC-ALTA                  VALUE 'A' 'a'.
           88  ENT-DOC-ANULAR                VALUE 'N' 'n'.
           88  ENT-DOC-CONSULTAR             VALUE 'C' 'c'.
       01  WK-ENT-DOC-ENTIDAD                PIC X(03).
       01  WK-ENT-DOC-ID-ENTIDAD             PIC 9(10).
       01  WK-ENT-DOC-TIPO                   PIC X(03).
       01  WK-ENT-DOC-REF                    PIC X(40).
       01  WK-ENT-DOC-VERSION                PIC X(10).
       01  WK-ENT-DOC-FEC-FIRMA              PIC 9(08).
       01  WK-ENT-DOC-FIRMANTES              PIC X(60).
       01  WK-ENT-DOC-ID                     PIC 9(10).

      * Datos tecleados para el traslado de cuenta entre entidades.
       01  WK-ENT-TRS-ACCION                 PIC X(01).
           88  ENT-TRS-ALTA                  VALUE 'A' 'a'.
           88  ENT-TRS-CONSULTAR             VALUE 'C' 'c'.
           88  ENT-TRS-ANULAR                VALUE 'N' 'n'.
       01  WK-ENT-TRS-ID                     PIC 9(10).
       01  WK-ENT-TRS-SENTIDO                PIC X(01).
       01  WK-ENT-TRS-NIF                    PIC X(10).
       01  WK-ENT-TRS-ID-CTA                 PIC 9(10).
       01  WK-ENT-TRS-BIC                    PIC X(11).
       01  WK-ENT-TRS-CTA-OTRA               PIC X(34).
       01  WK-ENT-TRS-REF-OTRA               PIC 9(10).
       01  WK-ENT-TRS-FEC-AUTORIZA           PIC 9(08).
       01  WK-ENT-TRS-REF-AUTORIZA           PIC X(40).
       01  WK-ENT-TRS-FEC-ACORDADA           PIC 9(08).
       01  WK-ENT-TRS-CIERRE                 PIC X(01).

      * Datos tecleados para emitir, ejecutar, cancelar o consultar
      * un aval bancario.
       01  WK-ENT-AVA-ACCION                 PIC X(01).
           88  ENT-AVA-ALTA                  VALUE 'A' 'a'.
           88  ENT-AVA-EJECUTAR              VALUE 'E' 'e'.
           88  ENT-AVA-CANCELAR              VALUE 'C' 'c'.
           88  ENT-AVA-CONSULTAR             VALUE 'V' 'v'.
       01  WK-ENT-AVA-ID                     PIC 9(10).
       01  WK-ENT-AVA-NIF                    PIC X(10).
       01  WK-ENT-AVA-ID-CTA                 PIC 9(10).
       01  WK-ENT-AVA-NOM-BENEF              PIC X(40).
       01  WK-ENT-AVA-NIF-BENEF              PIC X(20).
       01  WK-ENT-AVA-IMPORTE                PIC 9(08)V99.
       01  WK-ENT-AVA-DIVISA                 PIC X(03).
       01  WK-ENT-AVA-FEC-VENC               PIC X(08).
       01  WK-ENT-AVA-TIPO                   PIC X(01).
       01  WK-ENT-AVA-PCT-EMISION            PIC 9(01)V9(04).
       01  WK-ENT-AVA-PCT-RIESGO             PIC 9(01)V9(04).

      * Datos tecleados para suscribir o reembolsar un fondo de
      * inversión, anular una orden aún no enviada a la gestora o
      * consultar las posiciones de un cliente.
       01  WK-ENT-FON-ACCION                 PIC X(01).
           88  ENT-FON-SUSCRIBIR             VALUE 'S' 's'.
           88  ENT-FON-REEMBOLSAR            VALUE 'R' 'r'.
           88  ENT-FON-ANULAR                VALUE 'A' 'a'.
           88  ENT-FON-CONSULTAR             VALUE 'V' 'v'.
       01  WK-ENT-FON-NIF                    PIC X(10).
       01  WK-ENT-FON-ISIN                   PIC X(12).
       01  WK-ENT-FON-ID-CTA                 PIC 9(10).
       01  WK-ENT-FON-IMPORTE                PIC 9(08)V99.
       01  WK-ENT-FON-PARTICIPACIONES        PIC 9(09)V9(06).
       01  WK-ENT-FON-ID-ORDEN               PIC 9(10).

      * Mes contable (AAAAMM) que se consulta, se cierra o cuya
      * reapertura se pide.
       01  WK-ENT-PER-ACCION                 PIC X(01).
           88  ENT-PER-CONSULTAR             VALUE 'V' 'v'.
           88  ENT-PER-CERRAR                VALUE 'C' 'c'.
           88  ENT-PER-REABRIR               VALUE 'R' 'r'.
       01  WK-ENT-PER-MES                    PIC 9(06).

      * Parámetro batch que se consulta o cuyo cambio se pide, con el
      * valor nuevo y la fecha (AAAAMMDD, cero desde ya) en que rige.
       01  WK-ENT-PAR-ACCION                 PIC X(01).
           88  ENT-PAR-CONSULTAR             VALUE 'V' 'v'.
           88  ENT-PAR-CAMBIAR               VALUE 'C' 'c'.
       01  WK-ENT-PAR-PROGRAMA               PIC X(12).
       01  WK-ENT-PAR-PARAMETRO              PIC X(30).
       01  WK-ENT-PAR-VALOR                  PIC X(30).
       01  WK-ENT-PAR-FEC-VIGOR              PIC 9(08).

      * Datos tecleados para los consentimientos de un cliente a
      * proveedores terceros (PSD2).
       01  WK-ENT-TPP-ACCION                 PIC X(01).
           88  ENT-TPP-ALTA                  VALUE 'A' 'a'.
           88  ENT-TPP-VER                   VALUE 'V' 'v'.
           88  ENT-TPP-REVOCAR               VALUE 'R' 'r'.
       01  WK-ENT-TPP-NIF                    PIC X(10).
       01  WK-ENT-TPP-ID                     PIC X(20).
       01  WK-ENT-TPP-NOMBRE                 PIC X(40).
       01  WK-ENT-TPP-LICENCIA               PIC X(20).
       01  WK-ENT-TPP-SALDOS                 PIC X(01).
       01  WK-ENT-TPP-MOVIMIENTOS            PIC X(01).
       01  WK-ENT-TPP-PAGOS                  PIC X(01).
       01  WK-ENT-TPP-DIAS                   PIC 9(03).
       01  WK-ENT-TPP-NUM-CUENTAS            PIC 9(02).
       01  WK-ENT-TPP-ID-CONSENT             PIC 9(10).

      * Tarjeta emitida que el titular pide activar en oficina.
       01  WK-ENT-ACT-ID-TAR                 PIC 9(10).

      * Datos tecleados para el registro de comercios con TPV.
       01  WK-ENT-COM-ACCION                 PIC X(01).
           88  ENT-COM-ALTA                  VALUE 'A' 'a'.
           88  ENT-COM-MODIFICAR             VALUE 'M' 'm'.
           88  ENT-COM-BAJA                  VALUE 'B' 'b'.
           88  ENT-COM-ALTA-TPV              VALUE 'T' 't'.
           88  ENT-COM-BAJA-TPV              VALUE 'Q' 'q'.
           88  ENT-COM-VER                   VALUE 'V' 'v'.
       01  WK-ENT-COM-ID                     PIC X(15).
       01  WK-ENT-COM-NIF                    PIC X(10).
       01  WK-ENT-COM-NOMBRE                 PIC X(40).
       01  WK-ENT-COM-ACTIVIDAD              PIC X(04).
       01  WK-ENT-COM-CUENTA                 PIC X(20).
       01  WK-ENT-COM-TASA-DEBITO            PIC 9(01)V9(04).
       01  WK-ENT-COM-TASA-CREDITO           PIC 9(01)V9(04).
       01  WK-ENT-COM-TASA-OTRAS             PIC 9(01)V9(04).
       01  WK-ENT-COM-ID-TPV                 PIC X(08).

      * Datos tecleados para el registro de correo devuelto.
       01  WK-ENT-DEV-ACCION                 PIC X(01).
           88  ENT-DEV-SOBRE                 VALUE 'S' 's'.
           88  ENT-DEV-CARTA                 VALUE 'C' 'c'.
           88  ENT-DEV-REHABILITAR           VALUE 'R' 'r'.
           88  ENT-DEV-VER                   VALUE 'V' 'v'.
       01  WK-ENT-DEV-REF                    PIC X(19).
       01  WK-ENT-DEV-NIF                    PIC X(10).
       01  WK-ENT-DEV-TIPO-DOC               PIC X(03).
       01  WK-ENT-DEV-ID-DOM                 PIC 9(10).

      * Datos tecleados para el registro de pérdidas operacionales.
       01  WK-ENT-PDA-ACCION                 PIC X(01).
           88  ENT-PDA-ALTA                  VALUE 'A' 'a'.
           88  ENT-PDA-RECUPERAR             VALUE 'R' 'r'.
           88  ENT-PDA-CERRAR                VALUE 'C' 'c'.
           88  ENT-PDA-VER                   VALUE 'V' 'v'.
       01  WK-ENT-PDA-ID                     PIC 9(10).
       01  WK-ENT-PDA-FEC-OCURRENCIA         PIC X(08).
       01  WK-ENT-PDA-FEC-DESCUBRE           PIC X(08).
       01  WK-ENT-PDA-IMPORTE                PIC 9(10)V99.
       01  WK-ENT-PDA-CATEGORIA              PIC X(02).
       01  WK-ENT-PDA-LINEA                  PIC X(02).
       01  WK-ENT-PDA-OFICINA                PIC X(04).
       01  WK-ENT-PDA-ID-MEDIO               PIC 9(10).
       01  WK-ENT-PDA-DESCRIPCION            PIC X(60).

      * Datos tecleados para el registro de agencias de recobro.
       01  WK-ENT-AGR-ACCION                 PIC X(01).
           88  ENT-AGR-ALTA                  VALUE 'A' 'a'.
           88  ENT-AGR-MODIFICAR             VALUE 'M' 'm'.
           88  ENT-AGR-BAJA                  VALUE 'B' 'b'.
           88  ENT-AGR-VER                   VALUE 'V' 'v'.
           88  ENT-AGR-RETIRAR               VALUE 'R' 'r'.
           88  ENT-AGR-VER-ASIGNACION        VALUE 'D' 'd'.
       01  WK-ENT-AGR-ID                     PIC X(10).
       01  WK-ENT-AGR-NOMBRE                 PIC X(40).
       01  WK-ENT-AGR-NIF                    PIC X(10).
       01  WK-ENT-AGR-PCT-COMISION           PIC 9(01)V9(04).
       01  WK-ENT-AGR-CAPACIDAD              PIC 9(05).
       01  WK-ENT-AGR-ID-ASIGNACION          PIC 9(10).

      * Datos tecleados para las tarjetas prepago.
       01  WK-ENT-PPG-ACCION                 PIC X(01).
           88  ENT-PPG-EMITIR                VALUE 'E' 'e'.
           88  ENT-PPG-CARGAR                VALUE 'C' 'c'.
           88  ENT-PPG-DESCARGAR             VALUE 'D' 'd'.
           88  ENT-PPG-VER                   VALUE 'V' 'v'.
           88  ENT-PPG-CADUCAR               VALUE 'K' 'k'.
       01  WK-ENT-PPG-ID-TAR                 PIC 9(10).
       01  WK-ENT-PPG-ID-CLI                 PIC 9(10).
       01  WK-ENT-PPG-MODALIDAD              PIC X(01).
       01  WK-ENT-PPG-ID-EMPRESA             PIC 9(10).
       01  WK-ENT-PPG-ID-CTA                 PIC 9(10).
       01  WK-ENT-PPG-OFICINA                PIC X(04).
       01  WK-ENT-PPG-NUM                    PIC X(16).
       01  WK-ENT-PPG-FEC                    PIC 9(04).
       01  WK-ENT-PPG-CCV                    PIC X(03).
       01  WK-ENT-PPG-IMPORTE                PIC 9(08)V99.

      * Datos tecleados para la recaudación del cuaderno 60.
       01  WK-ENT-RCD-ACCION                 PIC X(01).
           88  ENT-RCD-COBRAR                VALUE 'C' 'c'.
           88  ENT-RCD-REIMPRIMIR            VALUE 'R' 'r'.
           88  ENT-RCD-ALTA                  VALUE 'A' 'a'.
           88  ENT-RCD-BAJA                  VALUE 'B' 'b'.
       01  WK-ENT-RCD-CODIGO                 PIC X(50).
       01  WK-ENT-RCD-CONFIRMA               PIC X(01).
           88  ENT-RCD-CONFIRMA-SI           VALUE 'S' 's'.
       01  WK-ENT-RCD-CANAL                  PIC X(01).
       01  WK-ENT-RCD-ID-CTA                 PIC 9(10).
       01  WK-ENT-RCD-NIF                    PIC X(10).
       01  WK-ENT-RCD-OFICINA                PIC X(04).
       01  WK-ENT-RCD-ID-CAJA                PIC 9(10).
       01  WK-ENT-RCD-OTP                    PIC X(06).
       01  WK-ENT-RCD-ID-COBRO               PIC 9(10).
       01  WK-ENT-RCD-ID-EMISORA             PIC 9(06).
       01  WK-ENT-RCD-NOMBRE                 PIC X(40).
       01  WK-ENT-RCD-NIF-EMISORA            PIC X(09).
       01  WK-ENT-RCD-TIPO                   PIC X(01).
       01  WK-ENT-RCD-ID-CTA-RECAUDA         PIC 9(10).
       01  WK-ENT-RCD-IBAN                   PIC X(24).

      * Datos tecleados para los talonarios de cheques.
       01  WK-ENT-TAL-ACCION                 PIC X(01).
           88  ENT-TAL-PEDIR                 VALUE 'P' 'p'.
           88  ENT-TAL-ENTREGAR              VALUE 'E' 'e'.
           88  ENT-TAL-ANULAR                VALUE 'A' 'a'.
           88  ENT-TAL-CONSULTAR             VALUE 'C' 'c'.
       01  WK-ENT-TAL-ID-CTA                 PIC 9(10).
       01  WK-ENT-TAL-NUM-CHEQUES            PIC 9(03).
       01  WK-ENT-TAL-OFICINA                PIC X(04).
       01  WK-ENT-TAL-ID-TALONARIO           PIC 9(10).

      * Ejecucion de lote cuyos bloqueos huerfanos hay que liberar.
       01  WK-ENT-LIB-ID-EJEC                PIC 9(10).

           DISPLAY '16. Simulador de prestamo y deposito'.
           DISPLAY '17. Controles de gasto de tarjeta'.
           DISPLAY '18. Liberar bloqueos de un lote muerto'.
           DISPLAY '19. Firmas mancomunadas'.
           DISPLAY '20. Poderes de apoderados'.
           DISPLAY '21. Titulares reales'.
           DISPLAY '22. Casos de operativa sospechosa'.
           DISPLAY '23. Reclamaciones de clientes'.
           DISPLAY '24. Cajas de seguridad'.
           DISPLAY '25. Garantias de prestamos hipotecarios'.
           DISPLAY '26. Reestructuracion de prestamo'.
           DISPLAY '27. Fallidos y recuperaciones'.
           DISPLAY '28. Polizas de credito'.
           DISPLAY '29. Pago aplazado con tarjeta'.
           DISPLAY '30. Boveda de efectivo de oficina'.
           DISPLAY '31. Entregas de informes'.
           DISPLAY '32. Consentimientos de marketing'.
           DISPLAY '33. Transferencias internacionales (SWIFT)'.
           DISPLAY '34. Gestores comerciales y cartera de clientes'.
           DISPLAY '35. Grupos economicos'.
           DISPLAY '36. Cajeros automaticos'.
           DISPLAY '37. Archivo documental de clientes y productos'.
           DISPLAY '38. Traslado de cuentas entre entidades'.
           DISPLAY '39. Avales bancarios'.
           DISPLAY '40. Fondos de inversion'.
           DISPLAY '41. Periodos contables (cierre y reapertura)'.
           DISPLAY '42. Parametros de los procesos batch'.
           DISPLAY '43. Consentimientos a terceros (PSD2)'.
           DISPLAY '44. Activar tarjeta recibida por el cliente'.
           DISPLAY '45. Comercios con TPV'.
           DISPLAY '46. Correo devuelto'.
           DISPLAY '47. Perdidas operacionales'.
           DISPLAY '48. Agencias de recobro'.
           DISPLAY '49. Tarjetas prepago'.
           DISPLAY '50. Recaudacion cuaderno 60'.
           DISPLAY '51. Talonarios de cheques'.
           DISPLAY '9. Salir'.
           DISPLAY 'Elija una opcion: ' WITH NO ADVANCING.
           ACCEPT WK-OPCION.
           WHEN OPCION-LIBERAR-LOTE
                PERFORM LIBERAR-LOTE          THRU
                        FIN-LIBERAR-LOTE
           WHEN OPCION-FIRMAS
                PERFORM GESTIONAR-FIRMAS      THRU
                        FIN-GESTIONAR-FIRMAS
           WHEN OPCION-PODERES
                PERFORM GESTIONAR-PODERES     THRU
                        FIN-GESTIONAR-PODERES
           WHEN OPCION-TITREAL
                PERFORM GESTIONAR-TITREAL     THRU
                        FIN-GESTIONAR-TITREAL
           WHEN OPCION-CASOS
                PERFORM GESTIONAR-CASOS       THRU
                        FIN-GESTIONAR-CASOS
           WHEN OPCION-RECLAMACION
                PERFORM GESTIONAR-RECLAMACION THRU
                        FIN-GESTIONAR-RECLAMACION
           WHEN OPCION-CAJA-SEGURIDAD
                PERFORM GESTIONAR-CAJA-SEGURIDAD THRU
                        FIN-GESTIONAR-CAJA-SEGURIDAD
           WHEN OPCION-GARANTIA
                PERFORM GESTIONAR-GARANTIA   THRU
                        FIN-GESTIONAR-GARANTIA
           WHEN OPCION-REESTRUCTURACION
                PERFORM REESTRUCTURAR-PRESTAMO THRU
                        FIN-REESTRUCTURAR-PRESTAMO
           WHEN OPCION-FALLIDO
                PERFORM GESTIONAR-FALLIDO    THRU
                        FIN-GESTIONAR-FALLIDO
           WHEN OPCION-POLIZA-CREDITO
                PERFORM GESTIONAR-POLIZA-CREDITO THRU
                        FIN-GESTIONAR-POLIZA-CREDITO
           WHEN OPCION-PAGO-APLAZADO
                PERFORM GESTIONAR-PAGO-APLAZADO THRU
                        FIN-GESTIONAR-PAGO-APLAZADO
           WHEN OPCION-BOVEDA
                PERFORM GESTIONAR-BOVEDA     THRU
                        FIN-GESTIONAR-BOVEDA
           WHEN OPCION-ENTREGAS-INFORME
                PERFORM CONSULTAR-ENTREGAS-INFORME THRU
                        FIN-CONSULTAR-ENTREGAS-INFORME
           WHEN OPCION-CONSENTIMIENTOS
                PERFORM GESTIONAR-CONSENTIMIENTOS THRU
                        FIN-GESTIONAR-CONSENTIMIENTOS
           WHEN OPCION-SWIFT
                PERFORM GESTIONAR-SWIFT      THRU FIN-GESTIONAR-SWIFT
           WHEN OPCION-GESTORES
                PERFORM GESTIONAR-GESTORES   THRU FIN-GESTIONAR-GESTORES
           WHEN OPCION-GRUPOS
                PERFORM GESTIONAR-GRUPOS     THRU FIN-GESTIONAR-GRUPOS
           WHEN OPCION-CAJEROS
                PERFORM GESTIONAR-CAJEROS    THRU FIN-GESTIONAR-CAJEROS
           WHEN OPCION-DOCUMENTOS
                PERFORM GESTIONAR-DOCUMENTOS THRU
                        FIN-GESTIONAR-DOCUMENTOS
           WHEN OPCION-TRASLADOS
                PERFORM GESTIONAR-TRASLADOS  THRU
                        FIN-GESTIONAR-TRASLADOS
           WHEN OPCION-AVALES
                PERFORM GESTIONAR-AVALES     THRU
                        FIN-GESTIONAR-AVALES
           WHEN OPCION-FONDOS
                PERFORM GESTIONAR-FONDOS     THRU
                        FIN-GESTIONAR-FONDOS
           WHEN OPCION-PERIODOS
                PERFORM GESTIONAR-PERIODOS   THRU
                        FIN-GESTIONAR-PERIODOS
           WHEN OPCION-PARAMETROS
                PERFORM GESTIONAR-PARAMETROS THRU
                        FIN-GESTIONAR-PARAMETROS
           WHEN OPCION-TERCEROS-PSD2
                PERFORM GESTIONAR-TPP        THRU
                        FIN-GESTIONAR-TPP
           WHEN OPCION-ACTIVAR-TARJETA
                PERFORM ACTIVAR-TARJETA      THRU
                        FIN-ACTIVAR-TARJETA
           WHEN OPCION-COMERCIOS
                PERFORM GESTIONAR-COMERCIOS  THRU
                        FIN-GESTIONAR-COMERCIOS
           WHEN OPCION-CORREO-DEVUELTO
                PERFORM GESTIONAR-CORREO-DEVUELTO THRU
                        FIN-GESTIONAR-CORREO-DEVUELTO
           WHEN OPCION-PERDIDAS
                PERFORM GESTIONAR-PERDIDAS   THRU
                        FIN-GESTIONAR-PERDIDAS
           WHEN OPCION-RECOBRO
                PERFORM GESTIONAR-RECOBRO    THRU
                        FIN-GESTIONAR-RECOBRO
           WHEN OPCION-PREPAGO
                PERFORM GESTIONAR-PREPAGO    THRU
                        FIN-GESTIONAR-PREPAGO
           WHEN OPCION-RECAUDACION
                PERFORM GESTIONAR-RECAUDACION THRU
                        FIN-GESTIONAR-RECAUDACION
           WHEN OPCION-TALONARIOS
                PERFORM GESTIONAR-TALONARIOS THRU
                        FIN-GESTIONAR-TALONARIOS
           WHEN OPCION-SALIR
                SET CONTINUAR-NO              TO TRUE
           WHEN OTHER
                DISPLAY 'CREDITO     : ' BUSQTAR-S-CRED
                DISPLAY 'CADUCIDAD   : ' BUSQTAR-S-FEC
                SET WK-AUD-RESULT-OK            TO TRUE
                PERFORM GESTIONAR-TOKENS-TARJETA
                THRU    FIN-GESTIONAR-TOKENS-TARJETA
           WHEN BUSQTAR-STAT-ENC-NO
                DISPLAY 'TARJETA NO ENCONTRADA'
                SET WK-AUD-RESULT-NO            TO TRUE
       FIN-CONSULTAR-TARJETA.
           EXIT.

      * Tokens de cartera móvil vivos de la tarjeta consultada. Si el
      * titular ha perdido el móvil se elimina su token aquí mismo,
      * sin bloquear la tarjeta física.
       GESTIONAR-TOKENS-TARJETA.
      *-------------------------
           INITIALIZE                           AREA-TOKENTAR-ENTRADA.
           SET TOKENTAR-E-ACC-LISTAR            TO TRUE.
           MOVE BUSQTAR-S-ID-TAR                TO TOKENTAR-E-ID-TAR.

           CALL "TOKENTAR"                      USING AREA-TOKENTAR.

           IF   NOT TOKENTAR-STAT-OK
           THEN DISPLAY 'ERROR AL CONSULTAR LOS TOKENS DE LA TARJETA'
                GO TO FIN-GESTIONAR-TOKENS-TARJETA
           END-IF.

           IF   TOKENTAR-S-CONTADOR = ZERO
           THEN DISPLAY 'TOKENS      : NINGUNO'
                GO TO FIN-GESTIONAR-TOKENS-TARJETA
           END-IF.

           DISPLAY TOKENTAR-S-CONTADOR ' TOKEN(S) DE CARTERA MOVIL:'.
           PERFORM MOSTRAR-TOKEN
           THRU    FIN-MOSTRAR-TOKEN
           VARYING WK-I FROM 1 BY 1
           UNTIL   WK-I > TOKENTAR-S-CONTADOR.

           DISPLAY 'Id. de token a eliminar (0 = ninguno): '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-TOK-ID.

           IF   WK-ENT-TOK-ID = ZERO
           THEN GO TO FIN-GESTIONAR-TOKENS-TARJETA
           END-IF.

           INITIALIZE                           AREA-TOKENTAR-ENTRADA.
           SET TOKENTAR-E-ACC-ELIMINAR          TO TRUE.
           MOVE BUSQTAR-S-ID-TAR                TO TOKENTAR-E-ID-TAR.
           MOVE WK-ENT-TOK-ID                   TO TOKENTAR-E-ID-TOKEN.
           MOVE 'PERDIDA DEL DISPOSITIVO'       TO TOKENTAR-E-MOTIVO.

           CALL "TOKENTAR"                      USING AREA-TOKENTAR.

           EVALUATE TRUE
           WHEN TOKENTAR-STAT-OK
                DISPLAY 'TOKEN ELIMINADO; LA TARJETA SIGUE OPERATIVA'
           WHEN TOKENTAR-STAT-ENC-NO
                DISPLAY 'EL TOKEN NO ES DE ESTA TARJETA'
           WHEN TOKENTAR-STAT-ERR-ESTADO
                DISPLAY 'EL TOKEN YA ESTABA ELIMINADO'
           WHEN OTHER
                DISPLAY 'ERROR AL ELIMINAR EL TOKEN'
           END-EVALUATE.

       FIN-GESTIONAR-TOKENS-TARJETA.
           EXIT.

       MOSTRAR-TOKEN.
      *--------------
           DISPLAY 'ID TOKEN    : ' TOKENTAR-S-ID(WK-I)
                   '  ' TOKENTAR-S-PROVEEDOR(WK-I)
                   '  ' TOKENTAR-S-DISPOSITIVO(WK-I).
           DISPLAY '  REFERENCIA: ' TOKENTAR-S-REF(WK-I)
                   '  ESTADO: ' TOKENTAR-S-ESTADO(WK-I)
                   '  ALTA: ' TOKENTAR-S-FEC-ALTA(WK-I).

       FIN-MOSTRAR-TOKEN.
           EXIT.

       CONSULTAR-MOVIMIENTOS.
      *----------------------
           DISPLAY 'Id. de medio (cuenta o tarjeta): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-PRE-MESES-REV
           END-IF.
           DISPLAY 'Ref. de la escritura en archivo (blanco si aun '
                   'no esta escaneada): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-PRE-REF-ESCRITURA.
           MOVE SPACES                          TO
                WK-ENT-PRE-VERSION-ESCRITURA.
           IF   WK-ENT-PRE-REF-ESCRITURA NOT = SPACES
           THEN DISPLAY 'Version de las condiciones: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-PRE-VERSION-ESCRITURA
           END-IF.
           DISPLAY 'NIF de quien firma: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-PRE-NIF-FIRMA.
           MOVE SPACES                          TO
                WK-ENT-PRE-NIF-FIRMA-2.

           PERFORM COMPROBAR-PODER-PRESTAMO     THRU
                   FIN-COMPROBAR-PODER-PRESTAMO.

      *    Con poder mancomunado se pide la firma del segundo
      *    apoderado y se vuelve a comprobar con los dos.
           IF   PODERES-STAT-CONJUNTA
           THEN DISPLAY 'PODER MANCOMUNADO, NIF del segundo '
                        'apoderado: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PRE-NIF-FIRMA-2
                PERFORM COMPROBAR-PODER-PRESTAMO THRU
                        FIN-COMPROBAR-PODER-PRESTAMO
           END-IF.

           EVALUATE TRUE
           WHEN PODERES-STAT-OK
                CONTINUE
           WHEN PODERES-STAT-SIN-PODER
                DISPLAY 'CUENTA DE EMPRESA: EL FIRMANTE NO TIENE '
                        'PODER EN VIGOR'
                GO TO FIN-ALTA-PRESTAMO
           WHEN PODERES-STAT-INSUFICIENTE
                DISPLAY 'CUENTA DE EMPRESA: EL PODER NO ALCANZA A '
                        'ESTE PRESTAMO'
                GO TO FIN-ALTA-PRESTAMO
           WHEN PODERES-STAT-CONJUNTA
                DISPLAY 'CUENTA DE EMPRESA: FALTA UN SEGUNDO '
                        'APODERADO CON PODER BASTANTE'
                GO TO FIN-ALTA-PRESTAMO
           WHEN OTHER
                DISPLAY 'ERROR AL COMPROBAR LOS PODERES'
                GO TO FIN-ALTA-PRESTAMO
           END-EVALUATE.

           INITIALIZE                           AREA-ALTAPRES.
           MOVE WK-ENT-PRE-ID-CTA               TO ALTAPRES-E-ID-CTA.
                MOVE WK-ENT-PRE-MESES-REV       TO
                     ALTAPRES-E-MESES-REVISION
           END-IF.
           MOVE WK-ENT-PRE-REF-ESCRITURA        TO
                ALTAPRES-E-REF-ESCRITURA.
           MOVE WK-ENT-PRE-VERSION-ESCRITURA    TO
                ALTAPRES-E-VERSION-ESCRITURA.

           CALL "ALTAPRES"                      USING AREA-ALTAPRES.

                DISPLAY 'PRESTAMO ABIERTO'
                DISPLAY 'ID PRESTAMO : ' ALTAPRES-S-ID-PRESTAMO
                DISPLAY 'CUOTA MES.  : ' ALTAPRES-S-CUOTA-MENSUAL
                IF   ALTAPRES-S-AVISO-GRUPO-SI
                THEN DISPLAY 'AVISO: SUPERA EL LIMITE DEL GRUPO '
                             ALTAPRES-S-ID-GRUPO
                     DISPLAY 'RIESGO GRUPO: ' ALTAPRES-S-RIESGO-GRUPO
                     DISPLAY 'LIMITE GRUPO: ' ALTAPRES-S-LIMITE-GRUPO
                END-IF
                IF   ALTAPRES-S-AVISO-DOC-SI
                THEN DISPLAY 'AVISO: ESCRITURA PENDIENTE DE INDEXAR '
                             'EN EL ARCHIVO'
                END-IF
           WHEN ALTAPRES-STAT-ENC-NO
                DISPLAY 'CUENTA NO ENCONTRADA'
           WHEN ALTAPRES-STAT-ERR-ESTADO
                DISPLAY 'PRINCIPAL, TASA O PLAZO NO VALIDOS'
           WHEN ALTAPRES-STAT-ERR-AVALISTA
                DISPLAY 'EL NIF DEL AVALISTA NO ES CLIENTE'
           WHEN ALTAPRES-STAT-LIMITE-GRUPO
                DISPLAY 'SUPERA EL LIMITE DEL GRUPO ECONOMICO '
                        ALTAPRES-S-ID-GRUPO
                DISPLAY 'RIESGO GRUPO: ' ALTAPRES-S-RIESGO-GRUPO
                DISPLAY 'LIMITE GRUPO: ' ALTAPRES-S-LIMITE-GRUPO
           WHEN ALTAPRES-STAT-ERR-DOC
                DISPLAY 'LA ESCRITURA YA ESTA INDEXADA EN EL ARCHIVO'
           WHEN OTHER
                DISPLAY 'ERROR AL ABRIR EL PRESTAMO'
           END-EVALUATE.
       FIN-ALTA-PRESTAMO.
           EXIT.

       COMPROBAR-PODER-PRESTAMO.
      *---------------------------
           INITIALIZE                           AREA-PODERES.
           SET  PODERES-E-ACC-COMPROBAR         TO TRUE.
           SET  PODERES-E-OPERACION-PRESTAMO    TO TRUE.
           MOVE WK-ENT-PRE-ID-CTA               TO PODERES-E-ID-CTA.
           MOVE WK-ENT-PRE-PRINCIPAL            TO PODERES-E-IMPORTE.
           MOVE WK-ENT-PRE-NIF-FIRMA            TO
                PODERES-E-NIF-APODERADO.
           MOVE WK-ENT-PRE-NIF-FIRMA-2          TO
                PODERES-E-NIF-APODERADO-2.

           CALL "PODERES"                       USING AREA-PODERES.

       FIN-COMPROBAR-PODER-PRESTAMO.
           EXIT.

      * Respuesta del cliente al preaviso de vencimiento de su plazo
      * fijo (AVISOPLAZO): MODPLAZO cambia la instrucción de
      * renovación mientras el plazo siga abierto, antes de que
           DISPLAY 'Fecha de fallecimiento (AAAAMMDD): '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-FAL-FEC.
           DISPLAY 'Ref. del certificado de defuncion en archivo '
                   '(blanco si aun no esta): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-FAL-REF-CERTIFICADO.

           INITIALIZE                           AREA-FALLECCLI.
           MOVE WK-ENT-FAL-NIF                  TO FALLECCLI-E-NIF.
           MOVE WK-ENT-FAL-FEC                  TO FALLECCLI-E-FEC.
           MOVE WK-ENT-FAL-REF-CERTIFICADO      TO
                FALLECCLI-E-REF-CERTIFICADO.

           CALL "FALLECCLI"                     USING AREA-FALLECCLI.

           WHEN FALLECCLI-STAT-OK
                DISPLAY 'FALLECIMIENTO REGISTRADO: DISPOSICION'
                DISPLAY 'CONGELADA HASTA RESOLVER LA TESTAMENTARIA'
                IF   FALLECCLI-S-AVISO-DOC-SI
                THEN DISPLAY 'AVISO: FALTA EL CERTIFICADO DE '
                             'DEFUNCION EN EL ARCHIVO'
                END-IF
           WHEN FALLECCLI-STAT-ENC-NO
                DISPLAY 'CLIENTE NO ENCONTRADO'
           WHEN FALLECCLI-STAT-ERR-FEC
                DISPLAY 'FECHA NO VALIDA (AAAAMMDD)'
           WHEN FALLECCLI-STAT-YA-MARCADO
                DISPLAY 'EL CLIENTE YA CONSTABA FALLECIDO'
           WHEN FALLECCLI-STAT-ERR-DOC
                DISPLAY 'EL CERTIFICADO YA ESTA INDEXADO EN EL ARCHIVO'
           WHEN OTHER
                DISPLAY 'ERROR AL REGISTRAR EL FALLECIMIENTO'
           END-EVALUATE.
           WHEN ENT-CAJA-RETIRADA
                DISPLAY 'Id. del cajon: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CAJA-ID
                DISPLAY 'Id. de la cuenta (0 si es una tarjeta '
                        'prepago): ' WITH NO ADVANCING
                ACCEPT WK-ENT-CAJA-CTA
                MOVE ZERO                        TO WK-ENT-CAJA-TAR
                IF   WK-ENT-CAJA-CTA = ZERO
                THEN DISPLAY 'Id. de la tarjeta prepago: '
                             WITH NO ADVANCING
                     ACCEPT WK-ENT-CAJA-TAR
                END-IF
                DISPLAY 'Importe: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CAJA-IMPORTE
                IF   ENT-CAJA-INGRESO
                THEN SET CAJA-E-ACC-INGRESO      TO TRUE
                ELSE SET CAJA-E-ACC-RETIRADA     TO TRUE
                     IF   WK-ENT-CAJA-CTA NOT = ZERO
                     THEN DISPLAY 'NIF de quien retira: '
                                  WITH NO ADVANCING
                          ACCEPT WK-ENT-CAJA-NIF
                          MOVE WK-ENT-CAJA-NIF   TO CAJA-E-NIF
                     END-IF
                END-IF
                MOVE WK-ENT-CAJA-ID              TO CAJA-E-ID-CAJA
                MOVE WK-ENT-CAJA-CTA             TO CAJA-E-ID-CTA
                MOVE WK-ENT-CAJA-TAR             TO CAJA-E-ID-TAR
                MOVE WK-ENT-CAJA-IMPORTE         TO CAJA-E-IMPORTE

           WHEN ENT-CAJA-CERRAR
                DISPLAY 'CAJON NO ENCONTRADO O YA CERRADO'
           WHEN CAJA-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN CAJA-STAT-ERR-POSTEO
                AND CAJA-E-ID-CTA = ZERO
                DISPLAY 'CARGA O REEMBOLSO DE LA TARJETA PREPAGO '
                        'RECHAZADO, PREPAGO-STAT ['
                        CAJA-S-PREPAGO-STAT ']'
           WHEN CAJA-STAT-ERR-POSTEO
                DISPLAY 'POSTEO RECHAZADO CONTRA LA CUENTA'
           WHEN CAJA-STAT-PTE-FIRMA
                DISPLAY 'CUENTA MANCOMUNADA: RETIRADA PENDIENTE DE '
                        'SEGUNDA FIRMA, ID [' CAJA-S-ID-FIRMA ']'
           WHEN CAJA-STAT-ERR-FIRMANTE
                DISPLAY 'CUENTA MANCOMUNADA: EL NIF NO ES TITULAR '
                        'NI COTITULAR'
           WHEN CAJA-STAT-ERR-PODER
                DISPLAY 'CUENTA DE EMPRESA: QUIEN RETIRA NO TIENE '
                        'PODER BASTANTE EN VIGOR'
           WHEN CAJA-STAT-ERR-BOVEDA
                DISPLAY 'LA BOVEDA DE LA OFICINA NO TIENE EFECTIVO '
                        'BASTANTE PARA EL FONDO'
           WHEN OTHER
                DISPLAY 'ERROR EN LA OPERACION DE CAJA'
           END-EVALUATE.
           ACCEPT WK-ENT-ALI-ALIAS.
           DISPLAY 'Importe: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-ALI-IMPORTE.
           DISPLAY 'NIF de quien ordena: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-ALI-NIF-ORDENA.

           INITIALIZE                           AREA-ALIASPAGO.
           SET  ALIASPAGO-E-ACC-RESOLVER        TO TRUE.
                GO TO FIN-TRANSFERIR-POR-ALIAS
           END-IF.

      *    En una cuenta de empresa quien ordena tiene que ser
      *    apoderado con poder bastante en vigor; con poder
      *    mancomunado la transferencia espera al segundo apoderado.
           INITIALIZE                           AREA-PODERES.
           SET  PODERES-E-ACC-COMPROBAR         TO TRUE.
           SET  PODERES-E-OPERACION-GENERAL     TO TRUE.
           MOVE WK-ENT-ALI-ORIGEN               TO PODERES-E-ID-CTA.
           MOVE WK-ENT-ALI-IMPORTE              TO PODERES-E-IMPORTE.
           MOVE WK-ENT-ALI-NIF-ORDENA           TO
                PODERES-E-NIF-APODERADO.

           CALL "PODERES"                       USING AREA-PODERES.

           EVALUATE TRUE
           WHEN PODERES-STAT-OK
                CONTINUE
           WHEN PODERES-STAT-CONJUNTA
                PERFORM APARCAR-TRANSFERENCIA  THRU
                        FIN-APARCAR-TRANSFERENCIA
                GO TO FIN-TRANSFERIR-POR-ALIAS
           WHEN PODERES-STAT-SIN-PODER
           WHEN PODERES-STAT-INSUFICIENTE
                DISPLAY 'CUENTA DE EMPRESA: QUIEN ORDENA NO TIENE '
                        'PODER BASTANTE EN VIGOR'
                GO TO FIN-TRANSFERIR-POR-ALIAS
           WHEN OTHER
                DISPLAY 'ERROR AL COMPROBAR LOS PODERES'
                GO TO FIN-TRANSFERIR-POR-ALIAS
           END-EVALUATE.

      *    Si la cuenta de origen es mancomunada la transferencia no
      *    se postea: queda pendiente de la segunda firma.
           INITIALIZE                           AREA-FIRMAMAN.
           SET  FIRMAMAN-E-ACC-COMPROBAR        TO TRUE.
           MOVE WK-ENT-ALI-ORIGEN               TO FIRMAMAN-E-ID-CTA.
           MOVE WK-ENT-ALI-IMPORTE              TO FIRMAMAN-E-IMPORTE.

           CALL "FIRMAMAN"                      USING AREA-FIRMAMAN.

           IF   NOT FIRMAMAN-STAT-OK
           THEN DISPLAY 'ERROR AL COMPROBAR EL REGIMEN DE FIRMA'
                GO TO FIN-TRANSFERIR-POR-ALIAS
           END-IF.

           IF   FIRMAMAN-S-REQUIERE-SI
           THEN PERFORM APARCAR-TRANSFERENCIA THRU
                        FIN-APARCAR-TRANSFERENCIA
                GO TO FIN-TRANSFERIR-POR-ALIAS
           END-IF.

           ACCEPT WK-ALI-FECHA-8                FROM DATE YYYYMMDD.
           ACCEPT WK-ALI-HORA-8                 FROM TIME.
           STRING WK-ALI-FECHA-8 WK-ALI-HORA-8 '0000'
       FIN-TRANSFERIR-POR-ALIAS.
           EXIT.

       APARCAR-TRANSFERENCIA.
      *------------------------
           INITIALIZE                           AREA-FIRMAMAN.
           SET  FIRMAMAN-E-ACC-APARCAR          TO TRUE.
           MOVE WK-ENT-ALI-ORIGEN               TO FIRMAMAN-E-ID-CTA.
           MOVE WK-ENT-ALI-IMPORTE              TO FIRMAMAN-E-IMPORTE.
           SET  FIRMAMAN-E-ORIGEN-ALIAS         TO TRUE.
           MOVE ALIASPAGO-S-ID-CTA              TO
                FIRMAMAN-E-ID-CTA-DESTINO.
           STRING 'TRANSFERENCIA A ALIAS [' WK-ENT-ALI-ALIAS(1:20)
                  ']'
                  DELIMITED BY SIZE         INTO FIRMAMAN-E-CPT.
           MOVE WK-ENT-ALI-NIF-ORDENA           TO FIRMAMAN-E-NIF.
           MOVE WK-USUARIO                      TO FIRMAMAN-E-USUARIO.

           CALL "FIRMAMAN"                      USING AREA-FIRMAMAN.

           EVALUATE TRUE
           WHEN FIRMAMAN-STAT-OK
                DISPLAY 'TRANSFERENCIA PENDIENTE DE SEGUNDA FIRMA, '
                        'ID [' FIRMAMAN-S-ID-FIRMA ']'
           WHEN FIRMAMAN-STAT-ERR-FIRMANTE
           WHEN FIRMAMAN-STAT-ERR-DATOS
                DISPLAY 'EL NIF NO PUEDE FIRMAR POR ESTA CUENTA'
           WHEN OTHER
                DISPLAY 'ERROR AL APARCAR LA TRANSFERENCIA'
           END-EVALUATE.

       FIN-APARCAR-TRANSFERENCIA.
           EXIT.

      * Orden de no pago de cheques (cheque perdido o robado):
      * STOPCHEQ la registra y CARGACHEQ la consulta antes de pagar
      * cada cheque presentado por la cámara, desviando las
      * Partidas transitorias: aparcar un abono sin destino claro
      * (con quién y por qué, para el informe de auditoría de
      * RPTTRANSIT) o aplicarlo a su cuenta verdadera una vez
      * investigado, la pantalla de reparación; la que no tiene
      * arreglo se da por irrecuperable y pasa a pérdidas.
       GESTIONAR-TRANSITORIA.
      *------------------------
           DISPLAY 'A(P)arcar, (A)plicar o dar por (I)rrecuperable '
                   'la partida: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-TRA-ACCION.

           INITIALIZE                           AREA-TRANSITORIA.
                MOVE WK-ENT-TRA-CTA              TO
                     TRANSITORIA-E-ID-CTA

           WHEN ENT-TRA-IRRECUPERABLE
                DISPLAY 'Id. de la partida: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TRA-ID
                DISPLAY 'Motivo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TRA-MOTIVO
                SET  TRANSITORIA-E-ACC-IRRECUPERABLE TO TRUE
                MOVE WK-ENT-TRA-ID               TO
                     TRANSITORIA-E-ID-PARTIDA
                MOVE WK-ENT-TRA-MOTIVO           TO
                     TRANSITORIA-E-MOTIVO

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-TRANSITORIA
           WHEN TRANSITORIA-STAT-OK AND TRANSITORIA-E-ACC-APARCAR
                DISPLAY 'PARTIDA APARCADA, ID ['
                        TRANSITORIA-S-ID-PARTIDA ']'
           WHEN TRANSITORIA-STAT-OK
                AND TRANSITORIA-E-ACC-IRRECUPERABLE
                DISPLAY 'PARTIDA IRRECUPERABLE, EVENTO DE PERDIDA ['
                        TRANSITORIA-S-ID-PERDIDA ']'
           WHEN TRANSITORIA-STAT-OK
                DISPLAY 'PARTIDA APLICADA A SU DESTINO'
           WHEN TRANSITORIA-STAT-ENC-NO
                DISPLAY 'PARTIDA NO ENCONTRADA O YA NO PENDIENTE'
           WHEN TRANSITORIA-STAT-ERR-POSTEO
                DISPLAY 'EL ABONO AL DESTINO FUE RECHAZADO'
           WHEN TRANSITORIA-STAT-ERR-DATOS

       FIN-LIBERAR-LOTE.
           EXIT.

      * Firma mancomunada: fijar el régimen de firma de una cuenta
      * (solidaria, mancomunada o mancomunada por encima de un
      * importe) y dar o negar la segunda firma a los cargos que
      * quedaron aparcados (FIRMAMAN; RPTFIRMAS lista a diario los
      * pendientes y caducados por oficina).
       GESTIONAR-FIRMAS.
      *-------------------
           DISPLAY '(F)ijar regimen, (C)onfirmar o (R)echazar: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-FIR-ACCION.

           INITIALIZE                           AREA-FIRMAMAN.
           MOVE WK-USUARIO                      TO FIRMAMAN-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-FIR-REGIMEN
                DISPLAY 'Id. de la cuenta: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FIR-CTA
                DISPLAY '(S)olidaria, (M)ancomunada o por (U)mbral: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-FIR-REGIMEN
                INSPECT WK-ENT-FIR-REGIMEN CONVERTING 'smu' TO 'SMU'
                MOVE ZERO                        TO WK-ENT-FIR-UMBRAL
                IF   WK-ENT-FIR-REGIMEN = 'U'
                THEN DISPLAY 'Umbral: ' WITH NO ADVANCING
                     ACCEPT WK-ENT-FIR-UMBRAL
                END-IF
                SET  FIRMAMAN-E-ACC-REGIMEN      TO TRUE
                MOVE WK-ENT-FIR-CTA              TO FIRMAMAN-E-ID-CTA
                MOVE WK-ENT-FIR-REGIMEN          TO FIRMAMAN-E-REGIMEN
                MOVE WK-ENT-FIR-UMBRAL           TO FIRMAMAN-E-UMBRAL

           WHEN ENT-FIR-CONFIRMAR
           WHEN ENT-FIR-RECHAZAR
                DISPLAY 'Id. de la peticion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FIR-ID
                DISPLAY 'NIF del cotitular que firma: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-FIR-NIF
                IF   ENT-FIR-CONFIRMAR
                THEN SET FIRMAMAN-E-ACC-CONFIRMAR TO TRUE
                ELSE SET FIRMAMAN-E-ACC-RECHAZAR TO TRUE
                END-IF
                MOVE WK-ENT-FIR-ID               TO FIRMAMAN-E-ID-FIRMA
                MOVE WK-ENT-FIR-NIF              TO FIRMAMAN-E-NIF

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-FIRMAS
           END-EVALUATE.

           CALL "FIRMAMAN"                      USING AREA-FIRMAMAN.

           EVALUATE TRUE
           WHEN FIRMAMAN-STAT-OK AND FIRMAMAN-E-ACC-REGIMEN
                DISPLAY 'REGIMEN DE FIRMA ACTUALIZADO'
           WHEN FIRMAMAN-STAT-OK AND FIRMAMAN-E-ACC-CONFIRMAR
                DISPLAY 'CARGO CONFIRMADO Y POSTEADO, REF ['
                        FIRMAMAN-S-REF ']'
           WHEN FIRMAMAN-STAT-OK
                DISPLAY 'CARGO RECHAZADO'
           WHEN FIRMAMAN-STAT-ENC-NO
                DISPLAY 'PETICION NO ENCONTRADA O YA RESUELTA'
           WHEN FIRMAMAN-STAT-CADUCADA
                DISPLAY 'PLAZO VENCIDO: LA PETICION HA CADUCADO'
           WHEN FIRMAMAN-STAT-ERR-FIRMANTE
                DISPLAY 'EL NIF NO PUEDE FIRMAR ESTA PETICION'
           WHEN FIRMAMAN-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN FIRMAMAN-STAT-ERR-POSTEO
                DISPLAY 'POSTEO RECHAZADO CONTRA LA CUENTA'
           WHEN OTHER
                DISPLAY 'ERROR EN LA FIRMA MANCOMUNADA'
           END-EVALUATE.

       FIN-GESTIONAR-FIRMAS.
           EXIT.

      * Registro de poderes de los apoderados de una persona
      * jurídica (PODERES): alta de un poder con su escritura,
      * alcance, tope y vencimiento, o revocación de uno vigente.
      * RPTPODERES avisa cada mes de las escrituras que vencen.
       GESTIONAR-PODERES.
      *--------------------
           DISPLAY '(A)lta de poder o (R)evocar poder: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-POD-ACCION.

           INITIALIZE                           AREA-PODERES.

           EVALUATE TRUE
           WHEN ENT-POD-ALTA
                DISPLAY 'NIF/CIF del poderdante: ' WITH NO ADVANCING
                ACCEPT WK-ENT-POD-NIF-CLI
                DISPLAY 'NIF del apoderado: ' WITH NO ADVANCING
                ACCEPT WK-ENT-POD-NIF-APO
                DISPLAY 'Protocolo de la escritura: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POD-ESCRITURA
                DISPLAY 'Notario: ' WITH NO ADVANCING
                ACCEPT WK-ENT-POD-NOTARIO
                DISPLAY 'Fecha de la escritura (AAAAMMDD): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POD-FEC-ESCR
                DISPLAY '(S)olidario, (M)ancomunado o (P)restamos: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POD-ALCANCE
                INSPECT WK-ENT-POD-ALCANCE CONVERTING 'smp' TO 'SMP'
                DISPLAY 'Importe maximo (0 = sin tope): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POD-LIMITE
                DISPLAY 'Vencimiento (AAAAMMDD, 0 = indefinido): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POD-FEC-VENC
                SET  PODERES-E-ACC-ALTA          TO TRUE
                MOVE WK-ENT-POD-NIF-CLI          TO
                     PODERES-E-NIF-CLIENTE
                MOVE WK-ENT-POD-NIF-APO          TO
                     PODERES-E-NIF-APODERADO
                MOVE WK-ENT-POD-ESCRITURA        TO
                     PODERES-E-NUM-ESCRITURA
                MOVE WK-ENT-POD-NOTARIO          TO PODERES-E-NOTARIO
                MOVE WK-ENT-POD-FEC-ESCR         TO
                     PODERES-E-FEC-ESCRITURA
                MOVE WK-ENT-POD-ALCANCE          TO PODERES-E-ALCANCE
                MOVE WK-ENT-POD-LIMITE           TO PODERES-E-LIMITE
                MOVE WK-ENT-POD-FEC-VENC         TO
                     PODERES-E-FEC-VENC

           WHEN ENT-POD-REVOCAR
                DISPLAY 'Id. del poder: ' WITH NO ADVANCING
                ACCEPT WK-ENT-POD-ID
                SET  PODERES-E-ACC-REVOCAR       TO TRUE
                MOVE WK-ENT-POD-ID               TO PODERES-E-ID-PODER

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-PODERES
           END-EVALUATE.

           CALL "PODERES"                       USING AREA-PODERES.

           EVALUATE TRUE
           WHEN PODERES-STAT-OK AND PODERES-E-ACC-ALTA
                DISPLAY 'PODER REGISTRADO, ID [' PODERES-S-ID-PODER
                        ']'
           WHEN PODERES-STAT-OK
                DISPLAY 'PODER REVOCADO'
           WHEN PODERES-STAT-ENC-NO
                DISPLAY 'PODERDANTE O PODER NO ENCONTRADO'
           WHEN PODERES-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE PODERES'
           END-EVALUATE.

       FIN-GESTIONAR-PODERES.
           EXIT.

      * Registro de titulares reales de una persona jurídica
      * (TITREAL): alta con su cribado de sanciones/PEP, baja,
      * verificación, y justificación de una titularidad que no
      * suma el 100%. RPTKYC saca las sociedades pendientes.
       GESTIONAR-TITREAL.
      *--------------------
           DISPLAY '(A)lta, (B)aja, (V)erificar titular o '
                   '(J)ustificar titularidad: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-TIT-ACCION.

           INITIALIZE                           AREA-TITREAL.

           EVALUATE TRUE
           WHEN ENT-TIT-ALTA
                DISPLAY 'CIF de la persona juridica: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-NIF-CLI
                DISPLAY 'NIF del titular real: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-NIF
                DISPLAY 'Nombre del titular real: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-NOM
                DISPLAY 'Porcentaje (0 a 100): ' WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-PORCENTAJE
                DISPLAY 'Control (D)irecto, (I)ndirecto, (C)otros '
                        'medios, (A)dministrador: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-CONTROL
                INSPECT WK-ENT-TIT-CONTROL CONVERTING 'dica'
                                                   TO 'DICA'
                DISPLAY 'Fecha de verificacion (AAAAMMDD, 0 = sin '
                        'verificar): ' WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-FEC-VERIF
                SET  TITREAL-E-ACC-ALTA          TO TRUE
                MOVE WK-ENT-TIT-NIF-CLI          TO
                     TITREAL-E-NIF-CLIENTE
                MOVE WK-ENT-TIT-NIF              TO TITREAL-E-NIF
                MOVE WK-ENT-TIT-NOM              TO TITREAL-E-NOM
                MOVE WK-ENT-TIT-PORCENTAJE       TO
                     TITREAL-E-PORCENTAJE
                MOVE WK-ENT-TIT-CONTROL          TO
                     TITREAL-E-TIPO-CONTROL
                MOVE WK-ENT-TIT-FEC-VERIF        TO
                     TITREAL-E-FEC-VERIF

           WHEN ENT-TIT-BAJA
                DISPLAY 'Id. del titular real: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-ID
                SET  TITREAL-E-ACC-BAJA          TO TRUE
                MOVE WK-ENT-TIT-ID               TO
                     TITREAL-E-ID-TITREAL

           WHEN ENT-TIT-VERIFICAR
                DISPLAY 'Id. del titular real: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-ID
                DISPLAY 'Fecha de verificacion (AAAAMMDD): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-FEC-VERIF
                SET  TITREAL-E-ACC-VERIFICAR     TO TRUE
                MOVE WK-ENT-TIT-ID               TO
                     TITREAL-E-ID-TITREAL
                MOVE WK-ENT-TIT-FEC-VERIF        TO
                     TITREAL-E-FEC-VERIF

           WHEN ENT-TIT-JUSTIFICAR
                DISPLAY 'CIF de la persona juridica: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-NIF-CLI
                DISPLAY 'Justificacion (en blanco la borra): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TIT-JUSTIF
                SET  TITREAL-E-ACC-JUSTIFICAR    TO TRUE
                MOVE WK-ENT-TIT-NIF-CLI          TO
                     TITREAL-E-NIF-CLIENTE
                MOVE WK-ENT-TIT-JUSTIF           TO TITREAL-E-JUSTIF

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-TITREAL
           END-EVALUATE.

           CALL "TITREAL"                       USING AREA-TITREAL.

           EVALUATE TRUE
           WHEN TITREAL-STAT-OK AND TITREAL-E-ACC-ALTA
                DISPLAY 'TITULAR REAL REGISTRADO, ID ['
                        TITREAL-S-ID-TITREAL ']'
           WHEN TITREAL-STAT-OK
                DISPLAY 'OPERACION REALIZADA'
           WHEN TITREAL-STAT-SANCION
                DISPLAY 'TITULAR REAL REGISTRADO, ID ['
                        TITREAL-S-ID-TITREAL '], COINCIDE CON LA '
                        'LISTA DE SANCIONES/PEP: AVISE A CUMPLIMIENTO'
           WHEN TITREAL-STAT-ENC-NO
                DISPLAY 'CLIENTE O TITULAR REAL NO ENCONTRADO'
           WHEN TITREAL-STAT-ERR-CLASE
                DISPLAY 'EL CLIENTE NO ES PERSONA JURIDICA'
           WHEN TITREAL-STAT-ERR-PORCENTAJE
                DISPLAY 'LOS PORCENTAJES SUPERARIAN EL 100%'
           WHEN TITREAL-STAT-ERR-DUPLICADO
                DISPLAY 'EL NIF YA ES TITULAR REAL DE LA SOCIEDAD'
           WHEN TITREAL-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE TITULARES REALES'
           END-EVALUATE.

       FIN-GESTIONAR-TITREAL.
           EXIT.

      * Casos de operativa sospechosa (CASOSAR): los abren las
      * alertas de RPTAML, SCREENCLI y el tope de velocidad; aquí el
      * analista los asigna, los comenta, los escala y los cierra
      * como falso positivo o para comunicar al SEPBLAC. Todo queda
      * anotado a nombre del usuario de la sesión.
       GESTIONAR-CASOS.
      *----------------
           DISPLAY 'A(S)ignar, (N)ota, (E)scalar, cerrar como '
                   '(F)also positivo o (C)omunicar: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-CASO-ACCION.

           INITIALIZE                           AREA-CASOSAR.

           DISPLAY 'Id. del caso: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-CASO-ID.
           MOVE WK-ENT-CASO-ID                  TO CASOSAR-E-ID-CASO.
           MOVE WK-USUARIO                      TO CASOSAR-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-CASO-ASIGNAR
                DISPLAY 'Analista: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CASO-ANALISTA
                SET  CASOSAR-E-ACC-ASIGNAR       TO TRUE
                MOVE WK-ENT-CASO-ANALISTA        TO CASOSAR-E-ANALISTA

           WHEN ENT-CASO-COMENTAR
                DISPLAY 'Nota: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CASO-TEXTO
                SET  CASOSAR-E-ACC-COMENTAR      TO TRUE
                MOVE WK-ENT-CASO-TEXTO           TO CASOSAR-E-TEXTO

           WHEN ENT-CASO-ESCALAR
                DISPLAY 'Motivo (opcional): ' WITH NO ADVANCING
                ACCEPT WK-ENT-CASO-TEXTO
                SET  CASOSAR-E-ACC-ESCALAR       TO TRUE
                MOVE WK-ENT-CASO-TEXTO           TO CASOSAR-E-TEXTO

           WHEN ENT-CASO-FALSO
                DISPLAY 'Justificacion del cierre: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CASO-TEXTO
                SET  CASOSAR-E-ACC-CERRAR-FALSO  TO TRUE
                MOVE WK-ENT-CASO-TEXTO           TO CASOSAR-E-TEXTO

           WHEN ENT-CASO-COMUNICAR
                DISPLAY 'Justificacion de la comunicacion: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-CASO-TEXTO
                SET  CASOSAR-E-ACC-CERRAR-COMUNICAR
                                                 TO TRUE
                MOVE WK-ENT-CASO-TEXTO           TO CASOSAR-E-TEXTO

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-CASOS
           END-EVALUATE.

           CALL "CASOSAR"                       USING AREA-CASOSAR.

           EVALUATE TRUE
           WHEN CASOSAR-STAT-OK AND CASOSAR-E-ACC-CERRAR-COMUNICAR
                DISPLAY 'CASO CERRADO, SE ENVIARA AL SEPBLAC EN LA '
                        'PROXIMA REMESA'
           WHEN CASOSAR-STAT-OK
                DISPLAY 'OPERACION REALIZADA'
           WHEN CASOSAR-STAT-ENC-NO
                DISPLAY 'CASO NO ENCONTRADO'
           WHEN CASOSAR-STAT-ERR-ESTADO
                DISPLAY 'EL CASO YA ESTA CERRADO'
           WHEN CASOSAR-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LA GESTION DE CASOS'
           END-EVALUATE.

       FIN-GESTIONAR-CASOS.
           EXIT.

      * Registro de reclamaciones (RECLAMA): alta contra un NIF con
      * su plazo legal, resolución a favor (con abono, si se
      * concede) o en contra, y escalado al Banco de España.
       GESTIONAR-RECLAMACION.
      *----------------------
           DISPLAY '(A)lta, resolver a (F)avor, resolver en '
                   'contra (D) o (E)scalar al Banco de Espana: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-REC-ACCION.

           INITIALIZE                           AREA-RECLAMA.
           MOVE WK-USUARIO                      TO RECLAMA-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-REC-ALTA
                DISPLAY 'NIF del cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-REC-NIF
                DISPLAY 'Categoria (COM comisiones, MOV movimiento, '
                        'TAR tarjeta, PRE prestamo, OTR otros): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-REC-CATEGORIA
                INSPECT WK-ENT-REC-CATEGORIA CONVERTING
                        'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                DISPLAY 'Canal (O)ficina, (T)elefono, (W)eb, '
                        '(C)orreo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-REC-CANAL
                INSPECT WK-ENT-REC-CANAL CONVERTING 'otwc'
                                                 TO 'OTWC'
                DISPLAY 'Fecha de recepcion (AAAAMMDD, 0 = hoy): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-REC-FEC-RECEPCION
                DISPLAY 'Id. de cuenta o tarjeta (0 = ninguna): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-REC-ID-MEDIO
                DISPLAY 'Id. de prestamo (0 = ninguno): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-REC-ID-PRESTAMO
                DISPLAY 'Referencia del movimiento (0 = ninguno): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-REC-REF-MOV
                DISPLAY 'Motivo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-REC-MOTIVO
                SET  RECLAMA-E-ACC-ALTA          TO TRUE
                MOVE WK-ENT-REC-NIF              TO RECLAMA-E-NIF
                MOVE WK-ENT-REC-CATEGORIA        TO
                     RECLAMA-E-CATEGORIA
                MOVE WK-ENT-REC-CANAL            TO RECLAMA-E-CANAL
                MOVE WK-ENT-REC-FEC-RECEPCION    TO
                     RECLAMA-E-FEC-RECEPCION
                MOVE WK-ENT-REC-ID-MEDIO         TO RECLAMA-E-ID-MEDIO
                MOVE WK-ENT-REC-ID-PRESTAMO      TO
                     RECLAMA-E-ID-PRESTAMO
                MOVE WK-ENT-REC-REF-MOV          TO RECLAMA-E-REF-MOV
                MOVE WK-ENT-REC-MOTIVO           TO RECLAMA-E-MOTIVO

           WHEN ENT-REC-FAVOR
                DISPLAY 'Id. de la reclamacion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-REC-ID
                DISPLAY 'Respuesta al cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-REC-RESPUESTA
                DISPLAY 'Importe a abonar (0 = sin abono): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-REC-IMPORTE
                SET  RECLAMA-E-ACC-FAVOR         TO TRUE
                MOVE WK-ENT-REC-ID               TO
                     RECLAMA-E-ID-RECLAMA
                MOVE WK-ENT-REC-RESPUESTA        TO
                     RECLAMA-E-RESPUESTA
                MOVE WK-ENT-REC-IMPORTE          TO
                     RECLAMA-E-IMPORTE-ABONO

           WHEN ENT-REC-CONTRA
                DISPLAY 'Id. de la reclamacion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-REC-ID
                DISPLAY 'Respuesta al cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-REC-RESPUESTA
                SET  RECLAMA-E-ACC-CONTRA        TO TRUE
                MOVE WK-ENT-REC-ID               TO
                     RECLAMA-E-ID-RECLAMA
                MOVE WK-ENT-REC-RESPUESTA        TO
                     RECLAMA-E-RESPUESTA

           WHEN ENT-REC-ESCALAR
                DISPLAY 'Id. de la reclamacion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-REC-ID
                SET  RECLAMA-E-ACC-ESCALAR       TO TRUE
                MOVE WK-ENT-REC-ID               TO
                     RECLAMA-E-ID-RECLAMA

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-RECLAMACION
           END-EVALUATE.

           CALL "RECLAMA"                       USING AREA-RECLAMA.

           EVALUATE TRUE
           WHEN RECLAMA-STAT-OK AND RECLAMA-E-ACC-ALTA
                DISPLAY 'RECLAMACION REGISTRADA'
                DISPLAY 'ID RECLAMACION: ' RECLAMA-S-ID-RECLAMA
                DISPLAY 'FECHA LIMITE  : ' RECLAMA-S-FEC-LIMITE
           WHEN RECLAMA-STAT-OK AND RECLAMA-S-REF-ABONO NOT = ZERO
                DISPLAY 'RECLAMACION RESUELTA, ABONO REF. ['
                        RECLAMA-S-REF-ABONO ']'
           WHEN RECLAMA-STAT-OK
                DISPLAY 'OPERACION REALIZADA'
           WHEN RECLAMA-STAT-ENC-NO
                DISPLAY 'CLIENTE, PRODUCTO, MOVIMIENTO O RECLAMACION '
                        'NO ENCONTRADO'
           WHEN RECLAMA-STAT-ERR-ESTADO
                DISPLAY 'LA RECLAMACION NO ADMITE ESA ACCION EN SU '
                        'ESTADO ACTUAL'
           WHEN RECLAMA-STAT-ERR-ABONO
                DISPLAY 'LA RECLAMACION NO TIENE PRODUCTO SOBRE EL '
                        'QUE ABONAR'
           WHEN RECLAMA-STAT-ERR-POSTEO
                DISPLAY 'EL ABONO FUE RECHAZADO, STAT INSMOV ['
                        RECLAMA-S-STAT-INSMOV ']'
           WHEN RECLAMA-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE RECLAMACIONES'
           END-EVALUATE.

       FIN-GESTIONAR-RECLAMACION.
           EXIT.

       GESTIONAR-CAJA-SEGURIDAD.
      *-------------------------
           DISPLAY '(N)ueva caja, (A)lquilar, anadir (T)itular, '
                   '(V)isita, (C)ancelar contrato, ca(M)biar de '
                   'caja o (R)etirar caja: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-CSG-ACCION.

           INITIALIZE                           AREA-CAJASEG.
           MOVE WK-USUARIO                      TO CAJASEG-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-CSG-ALTA-CAJA
                DISPLAY 'Oficina: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-OFICINA
                DISPLAY 'Numero de caja: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-NUM-CAJA
                DISPLAY 'Tamano (P)equena, (M)ediana, (G)rande: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-TAMANO
                INSPECT WK-ENT-CSG-TAMANO CONVERTING 'pmg'
                                                  TO 'PMG'
                SET  CAJASEG-E-ACC-ALTA-CAJA     TO TRUE
                MOVE WK-ENT-CSG-OFICINA          TO CAJASEG-E-OFICINA
                MOVE WK-ENT-CSG-NUM-CAJA         TO
                     CAJASEG-E-NUM-CAJA
                MOVE WK-ENT-CSG-TAMANO           TO CAJASEG-E-TAMANO

           WHEN ENT-CSG-ALQUILAR
                DISPLAY 'Id. de la caja: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-ID-CAJA
                DISPLAY 'Id. de la cuenta de cargo: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-ID-CUENTA
                DISPLAY 'Cuota anual (0 = tarifa): ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-CUOTA
                DISPLAY 'NIF del titular (titular de la cuenta): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-NIF
                DISPLAY 'NIF del segundo titular (blanco = ninguno): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-NIF-2
                DISPLAY 'NIF del tercer titular (blanco = ninguno): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-NIF-3
                SET  CAJASEG-E-ACC-ALQUILAR      TO TRUE
                MOVE WK-ENT-CSG-ID-CAJA          TO CAJASEG-E-ID-CAJA
                MOVE WK-ENT-CSG-ID-CUENTA        TO
                     CAJASEG-E-ID-CUENTA
                MOVE WK-ENT-CSG-CUOTA            TO CAJASEG-E-CUOTA
                MOVE WK-ENT-CSG-NIF              TO CAJASEG-E-NIF
                MOVE WK-ENT-CSG-NIF-2            TO CAJASEG-E-NIF-2
                MOVE WK-ENT-CSG-NIF-3            TO CAJASEG-E-NIF-3

           WHEN ENT-CSG-TITULAR
                DISPLAY 'Id. del contrato: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-ID-CONTRATO
                DISPLAY 'NIF del nuevo titular: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-NIF
                SET  CAJASEG-E-ACC-TITULAR       TO TRUE
                MOVE WK-ENT-CSG-ID-CONTRATO      TO
                     CAJASEG-E-ID-CONTRATO
                MOVE WK-ENT-CSG-NIF              TO CAJASEG-E-NIF

           WHEN ENT-CSG-VISITA
                DISPLAY 'Id. del contrato: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-ID-CONTRATO
                DISPLAY 'NIF de quien accede: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-NIF
                SET  CAJASEG-E-ACC-VISITA        TO TRUE
                MOVE WK-ENT-CSG-ID-CONTRATO      TO
                     CAJASEG-E-ID-CONTRATO
                MOVE WK-ENT-CSG-NIF              TO CAJASEG-E-NIF

           WHEN ENT-CSG-CANCELAR
                DISPLAY 'Id. del contrato: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-ID-CONTRATO
                SET  CAJASEG-E-ACC-CANCELAR      TO TRUE
                MOVE WK-ENT-CSG-ID-CONTRATO      TO
                     CAJASEG-E-ID-CONTRATO

           WHEN ENT-CSG-CAMBIAR
                DISPLAY 'Id. del contrato: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-ID-CONTRATO
                DISPLAY 'Id. de la nueva caja: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-ID-CAJA
                SET  CAJASEG-E-ACC-CAMBIAR-CAJA  TO TRUE
                MOVE WK-ENT-CSG-ID-CONTRATO      TO
                     CAJASEG-E-ID-CONTRATO
                MOVE WK-ENT-CSG-ID-CAJA          TO CAJASEG-E-ID-CAJA

           WHEN ENT-CSG-RETIRAR
                DISPLAY 'Id. de la caja: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CSG-ID-CAJA
                SET  CAJASEG-E-ACC-RETIRAR-CAJA  TO TRUE
                MOVE WK-ENT-CSG-ID-CAJA          TO CAJASEG-E-ID-CAJA

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-CAJA-SEGURIDAD
           END-EVALUATE.

           CALL "CAJASEG"                       USING AREA-CAJASEG.

           EVALUATE TRUE
           WHEN CAJASEG-STAT-OK AND CAJASEG-E-ACC-ALTA-CAJA
                DISPLAY 'CAJA DADA DE ALTA'
                DISPLAY 'ID CAJA       : ' CAJASEG-S-ID-CAJA
           WHEN CAJASEG-STAT-OK AND CAJASEG-E-ACC-ALQUILAR
                DISPLAY 'CAJA ALQUILADA'
                DISPLAY 'ID CONTRATO   : ' CAJASEG-S-ID-CONTRATO
                DISPLAY 'CUOTA ANUAL   : ' CAJASEG-S-CUOTA
                DISPLAY 'PRIMER COBRO  : ' CAJASEG-S-FEC-PROX-COBRO
           WHEN CAJASEG-STAT-OK AND CAJASEG-S-AVISO-IMPAGO = 'S'
                DISPLAY 'VISITA REGISTRADA'
                DISPLAY '*** AVISO *** EL ALQUILER DE LA CAJA ESTA '
                        'IMPAGADO'
           WHEN CAJASEG-STAT-OK
                DISPLAY 'OPERACION REALIZADA'
           WHEN CAJASEG-STAT-ENC-NO
                DISPLAY 'CAJA, CONTRATO, CUENTA O CLIENTE NO '
                        'ENCONTRADO'
           WHEN CAJASEG-STAT-ERR-ESTADO
                DISPLAY 'LA CAJA O EL CONTRATO NO ADMITE ESA ACCION '
                        'EN SU ESTADO ACTUAL'
           WHEN CAJASEG-STAT-IMPAGADO
                DISPLAY 'EL CONTRATO TIENE EL ALQUILER IMPAGADO'
           WHEN CAJASEG-STAT-NO-TITULAR
                DISPLAY 'EL NIF NO ES TITULAR DEL CONTRATO O DE LA '
                        'CUENTA'
           WHEN CAJASEG-STAT-EXISTENTE
                DISPLAY 'LA CAJA O EL TITULAR YA EXISTE'
           WHEN CAJASEG-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LAS CAJAS DE SEGURIDAD'
           END-EVALUATE.

       FIN-GESTIONAR-CAJA-SEGURIDAD.
           EXIT.

       GESTIONAR-GARANTIA.
      *-------------------
           DISPLAY '(A)lta de garantia, nueva (T)asacion, '
                   'vincular (P)oliza o (L)iberar garantia: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-GAR-ACCION.

           INITIALIZE                           AREA-GARANTIA.
           MOVE WK-USUARIO                      TO GARANTIA-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-GAR-ALTA
                DISPLAY 'Id. del prestamo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GAR-ID-PRESTAMO
                DISPLAY 'Tipo (V)ivienda, (L)ocal, (G)araje, (S)uelo, '
                        '(O)tros: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GAR-TIPO
                INSPECT WK-ENT-GAR-TIPO CONVERTING 'vlgso'
                                                TO 'VLGSO'
                DISPLAY 'Referencia catastral: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GAR-REF-CATASTRAL
                DISPLAY 'Id. del domicilio (0 = sin domicilio): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-GAR-ID-DOM
                PERFORM PEDIR-TASACION        THRU FIN-PEDIR-TASACION
                SET  GARANTIA-E-ACC-ALTA         TO TRUE
                MOVE WK-ENT-GAR-ID-PRESTAMO      TO
                     GARANTIA-E-ID-PRESTAMO
                MOVE WK-ENT-GAR-TIPO             TO GARANTIA-E-TIPO
                MOVE WK-ENT-GAR-REF-CATASTRAL    TO
                     GARANTIA-E-REF-CATASTRAL
                MOVE WK-ENT-GAR-ID-DOM           TO GARANTIA-E-ID-DOM

           WHEN ENT-GAR-TASAR
                DISPLAY 'Id. de la garantia: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GAR-ID
                PERFORM PEDIR-TASACION        THRU FIN-PEDIR-TASACION
                SET  GARANTIA-E-ACC-TASAR        TO TRUE
                MOVE WK-ENT-GAR-ID               TO
                     GARANTIA-E-ID-GARANTIA

           WHEN ENT-GAR-POLIZA
                DISPLAY 'Id. de la garantia: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GAR-ID
                DISPLAY 'Id. de la poliza (0 = desvincular): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-GAR-ID-POLIZA
                SET  GARANTIA-E-ACC-POLIZA       TO TRUE
                MOVE WK-ENT-GAR-ID               TO
                     GARANTIA-E-ID-GARANTIA
                MOVE WK-ENT-GAR-ID-POLIZA        TO
                     GARANTIA-E-ID-POLIZA

           WHEN ENT-GAR-LIBERAR
                DISPLAY 'Id. de la garantia: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GAR-ID
                SET  GARANTIA-E-ACC-LIBERAR      TO TRUE
                MOVE WK-ENT-GAR-ID               TO
                     GARANTIA-E-ID-GARANTIA

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-GARANTIA
           END-EVALUATE.

           CALL "GARANTIA"                      USING AREA-GARANTIA.

           EVALUATE TRUE
           WHEN GARANTIA-STAT-OK AND GARANTIA-E-ACC-ALTA
                DISPLAY 'GARANTIA DADA DE ALTA'
                DISPLAY 'ID GARANTIA   : ' GARANTIA-S-ID-GARANTIA
           WHEN GARANTIA-STAT-OK
                DISPLAY 'OPERACION REALIZADA'
           WHEN GARANTIA-STAT-ENC-NO
                DISPLAY 'PRESTAMO, GARANTIA, DOMICILIO O POLIZA NO '
                        'ENCONTRADO'
           WHEN GARANTIA-STAT-ERR-ESTADO
                DISPLAY 'EL PRESTAMO NO ESTA VIVO O LA GARANTIA YA '
                        'ESTA LIBERADA'
           WHEN GARANTIA-STAT-ERR-POLIZA
                DISPLAY 'LA POLIZA ES DE OTRO PRESTAMO'
           WHEN GARANTIA-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LAS GARANTIAS DE PRESTAMOS'
           END-EVALUATE.

       FIN-GESTIONAR-GARANTIA.
           EXIT.

      * Valor, fecha y sociedad tasadora de una tasación.
       PEDIR-TASACION.
      *---------------
           DISPLAY 'Valor de tasacion: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-GAR-VALOR.
           DISPLAY 'Fecha de tasacion AAAAMMDD (0 = hoy): '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-GAR-FEC-TASACION.
           DISPLAY 'Sociedad tasadora: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-GAR-TASADORA.

           MOVE WK-ENT-GAR-VALOR                TO
                GARANTIA-E-VALOR-TASACION.
           MOVE WK-ENT-GAR-FEC-TASACION         TO
                GARANTIA-E-FEC-TASACION.
           MOVE WK-ENT-GAR-TASADORA             TO GARANTIA-E-TASADORA.

       FIN-PEDIR-TASACION.
           EXIT.

      * Primero se simulan las nuevas condiciones para negociarlas
      * con el cliente y sólo si se confirman se aplican.
       REESTRUCTURAR-PRESTAMO.
      *-----------------------
           DISPLAY 'Id. del prestamo: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-RES-ID-PRESTAMO.
           DISPLAY '(F)inanciacion nueva o (R)eestructuracion: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-RES-TIPO.
           INSPECT WK-ENT-RES-TIPO CONVERTING 'fr' TO 'FR'.
           DISPLAY 'Capitalizar cuotas impagadas (S/N): '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-RES-CAPITALIZAR.
           INSPECT WK-ENT-RES-CAPITALIZAR CONVERTING 'sn' TO 'SN'.
           DISPLAY 'Nuevo plazo en meses (0 = el que queda): '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-RES-PLAZO.
           DISPLAY 'Meses de carencia (0 = sin carencia): '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-RES-MESES-CARENCIA.
           MOVE SPACES                          TO
                WK-ENT-RES-TIPO-CARENCIA.
           IF   WK-ENT-RES-MESES-CARENCIA > 0
           THEN DISPLAY 'Carencia de solo (I)ntereses o (T)otal: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-RES-TIPO-CARENCIA
                INSPECT WK-ENT-RES-TIPO-CARENCIA CONVERTING 'it'
                                                 TO 'IT'
           END-IF.

           INITIALIZE                           AREA-REESTPRES.
           SET  REESTPRES-E-ACC-SIMULAR         TO TRUE.
           PERFORM PREPARAR-REESTRUCTURA        THRU
                   FIN-PREPARAR-REESTRUCTURA.

           CALL "REESTPRES"                     USING AREA-REESTPRES.

           IF   NOT REESTPRES-STAT-OK
           THEN PERFORM MOSTRAR-ERROR-REESTRUCTURA THRU
                        FIN-MOSTRAR-ERROR-REESTRUCTURA
                GO TO FIN-REESTRUCTURAR-PRESTAMO
           END-IF.

           DISPLAY 'CAPITAL VIVO        : ' REESTPRES-S-CAPITAL-VIVO.
           DISPLAY 'DEUDA CAPITALIZADA  : '
                   REESTPRES-S-IMPORTE-CAPITALIZADO
                   ' (' REESTPRES-S-NUM-IMPAGOS ' CUOTAS)'.
           DISPLAY 'NUEVO CAPITAL       : '
                   REESTPRES-S-PRINCIPAL-NUEVO.
           DISPLAY 'NUEVO PLAZO (MESES) : ' REESTPRES-S-PLAZO-NUEVO.
           DISPLAY 'CUOTA ANTERIOR      : ' REESTPRES-S-CUOTA-ANTERIOR.
           DISPLAY 'CUOTA NUEVA         : ' REESTPRES-S-CUOTA-NUEVA.
           DISPLAY 'Confirmar (S/N): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-RES-CONFIRMAR.

           IF   NOT ENT-RES-CONFIRMAR-SI
           THEN DISPLAY 'OPERACION CANCELADA'
                GO TO FIN-REESTRUCTURAR-PRESTAMO
           END-IF.

           INITIALIZE                           AREA-REESTPRES.
           SET  REESTPRES-E-ACC-APLICAR         TO TRUE.
           PERFORM PREPARAR-REESTRUCTURA        THRU
                   FIN-PREPARAR-REESTRUCTURA.

           CALL "REESTPRES"                     USING AREA-REESTPRES.

           IF   REESTPRES-STAT-OK
           THEN DISPLAY 'PRESTAMO REESTRUCTURADO'
                DISPLAY 'ID REESTRUCTURA : '
                        REESTPRES-S-ID-REESTRUCTURA
           ELSE PERFORM MOSTRAR-ERROR-REESTRUCTURA THRU
                        FIN-MOSTRAR-ERROR-REESTRUCTURA
           END-IF.

       FIN-REESTRUCTURAR-PRESTAMO.
           EXIT.

       PREPARAR-REESTRUCTURA.
      *----------------------
           MOVE WK-ENT-RES-ID-PRESTAMO          TO
                REESTPRES-E-ID-PRESTAMO.
           MOVE WK-ENT-RES-TIPO                 TO REESTPRES-E-TIPO.
           MOVE WK-ENT-RES-CAPITALIZAR          TO
                REESTPRES-E-CAPITALIZAR.
           MOVE WK-ENT-RES-PLAZO                TO
                REESTPRES-E-PLAZO-MESES.
           MOVE WK-ENT-RES-MESES-CARENCIA       TO
                REESTPRES-E-MESES-CARENCIA.
           MOVE WK-ENT-RES-TIPO-CARENCIA        TO
                REESTPRES-E-TIPO-CARENCIA.
           MOVE WK-USUARIO                      TO REESTPRES-E-USUARIO.

       FIN-PREPARAR-REESTRUCTURA.
           EXIT.

       MOSTRAR-ERROR-REESTRUCTURA.
      *---------------------------
           EVALUATE TRUE
           WHEN REESTPRES-STAT-ENC-NO
                DISPLAY 'PRESTAMO NO ENCONTRADO'
           WHEN REESTPRES-STAT-ERR-ESTADO
                DISPLAY 'EL PRESTAMO NO ESTA VIVO O NO TIENE CAPITAL '
                        'QUE REESTRUCTURAR'
           WHEN REESTPRES-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LA REESTRUCTURACION DEL PRESTAMO'
           END-EVALUATE.

       FIN-MOSTRAR-ERROR-REESTRUCTURA.
           EXIT.

       GESTIONAR-FALLIDO.
      *------------------
           DISPLAY '(B)aja por fallido o (R)ecuperacion: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-FAL-ACCION.

           INITIALIZE                           AREA-FALLIDO.
           MOVE WK-USUARIO                      TO FALLIDO-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-FAL-BAJA
                DISPLAY 'Tipo (P)restamo, (C)uenta, (T)arjeta: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-FAL-TIPO
                INSPECT WK-ENT-FAL-TIPO CONVERTING 'pct' TO 'PCT'
                DISPLAY 'Id. de la operacion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FAL-ID-OPERACION
                DISPLAY 'Motivo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FAL-MOTIVO
                SET  FALLIDO-E-ACC-BAJA          TO TRUE
                MOVE WK-ENT-FAL-TIPO             TO
                     FALLIDO-E-TIPO-OPERACION
                MOVE WK-ENT-FAL-ID-OPERACION     TO
                     FALLIDO-E-ID-OPERACION
                MOVE WK-ENT-FAL-MOTIVO           TO FALLIDO-E-MOTIVO

           WHEN ENT-FAL-RECUPERAR
                DISPLAY 'Id. del fallido: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FAL-ID
                DISPLAY 'Importe recuperado: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FAL-IMPORTE
                DISPLAY 'Cuenta de cargo (0 = cobro externo): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-FAL-ID-CTA
                SET  FALLIDO-E-ACC-RECUPERAR     TO TRUE
                MOVE WK-ENT-FAL-ID               TO
                     FALLIDO-E-ID-FALLIDO
                MOVE WK-ENT-FAL-IMPORTE          TO FALLIDO-E-IMPORTE
                MOVE WK-ENT-FAL-ID-CTA           TO
                     FALLIDO-E-ID-CTA-CARGO

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-FALLIDO
           END-EVALUATE.

           CALL "FALLIDO"                       USING AREA-FALLIDO.

           EVALUATE TRUE
           WHEN FALLIDO-STAT-OK
                DISPLAY 'ID FALLIDO          : ' FALLIDO-S-ID-FALLIDO
                DISPLAY 'IMPORTE FALLIDO     : '
                        FALLIDO-S-IMPORTE-FALLIDO
                DISPLAY 'PROVISION APLICADA  : ' FALLIDO-S-PROVISION
                DISPLAY 'RECUPERADO          : ' FALLIDO-S-RECUPERADO
                DISPLAY 'PENDIENTE           : ' FALLIDO-S-PENDIENTE
           WHEN FALLIDO-STAT-ENC-NO
                DISPLAY 'OPERACION O FALLIDO NO ENCONTRADO'
           WHEN FALLIDO-STAT-ERR-ESTADO
                DISPLAY 'LA OPERACION NO TIENE DEUDA VIVA O EL '
                        'FALLIDO YA ESTA RECUPERADO'
           WHEN FALLIDO-STAT-NO-PROVISIONADA
                DISPLAY 'LA OPERACION NO ESTA EN FASE 3 CON TODA LA '
                        'DEUDA PROVISIONADA EN EL ULTIMO CIERRE'
           WHEN FALLIDO-STAT-ERR-APUNTE
                DISPLAY 'APUNTE RECHAZADO EN LA CUENTA O LA TARJETA'
           WHEN FALLIDO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LOS FALLIDOS'
           END-EVALUATE.

       FIN-GESTIONAR-FALLIDO.
           EXIT.

       GESTIONAR-POLIZA-CREDITO.
      *-------------------------
           DISPLAY '(A)lta, (R)enovacion o (C)ancelacion de poliza: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-POL-ACCION.

           INITIALIZE                           AREA-POLCRED.

           EVALUATE TRUE
           WHEN ENT-POL-ALTA
                DISPLAY 'Id. de la cuenta: ' WITH NO ADVANCING
                ACCEPT WK-ENT-POL-ID-CTA
                DISPLAY 'Limite (con dos decimales): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POL-LIMITE
                DISPLAY 'Vencimiento (AAAAMMDD): ' WITH NO ADVANCING
                ACCEPT WK-ENT-POL-FEC-VENC
                DISPLAY 'Tipo deudor anual en tanto por uno: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POL-TASA
                DISPLAY 'Comision anual sobre no dispuesto: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POL-PCT-NO-DISP
                DISPLAY 'Comision de apertura sobre el limite: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POL-PCT-APERTURA
                SET  POLCRED-E-ACC-ALTA          TO TRUE
                MOVE WK-ENT-POL-ID-CTA           TO POLCRED-E-ID-CTA
                MOVE WK-ENT-POL-LIMITE           TO POLCRED-E-LIMITE
                MOVE WK-ENT-POL-FEC-VENC         TO
                     POLCRED-E-FEC-VENCIMIENTO
                MOVE WK-ENT-POL-TASA             TO POLCRED-E-TASA
                MOVE WK-ENT-POL-PCT-NO-DISP      TO
                     POLCRED-E-PCT-NO-DISP
                MOVE WK-ENT-POL-PCT-APERTURA     TO
                     POLCRED-E-PCT-APERTURA

           WHEN ENT-POL-RENOVAR
                DISPLAY 'Id. de la poliza: ' WITH NO ADVANCING
                ACCEPT WK-ENT-POL-ID
                DISPLAY 'Nuevo vencimiento (AAAAMMDD): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POL-FEC-VENC
                DISPLAY 'Nuevo limite (0 = el mismo): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POL-LIMITE
                DISPLAY 'Nuevo tipo deudor (0 = el mismo): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-POL-TASA
                SET  POLCRED-E-ACC-RENOVAR       TO TRUE
                MOVE WK-ENT-POL-ID               TO POLCRED-E-ID-POLIZA
                MOVE WK-ENT-POL-FEC-VENC         TO
                     POLCRED-E-FEC-VENCIMIENTO
                MOVE WK-ENT-POL-LIMITE           TO POLCRED-E-LIMITE
                MOVE WK-ENT-POL-TASA             TO POLCRED-E-TASA

           WHEN ENT-POL-CANCELAR
                DISPLAY 'Id. de la poliza: ' WITH NO ADVANCING
                ACCEPT WK-ENT-POL-ID
                SET  POLCRED-E-ACC-CANCELAR      TO TRUE
                MOVE WK-ENT-POL-ID               TO POLCRED-E-ID-POLIZA

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-POLIZA-CREDITO
           END-EVALUATE.

           CALL "POLCRED"                       USING AREA-POLCRED.

           EVALUATE TRUE
           WHEN POLCRED-STAT-OK
                DISPLAY 'ID POLIZA           : ' POLCRED-S-ID-POLIZA
                IF   ENT-POL-ALTA
                THEN DISPLAY 'COMISION APERTURA   : '
                             POLCRED-S-COMISION
                     DISPLAY 'DISPUESTO           : '
                             POLCRED-S-DISPUESTO
                     DISPLAY 'DISPONIBLE          : '
                             POLCRED-S-DISPONIBLE
                END-IF
                IF   POLCRED-S-AVISO-GRUPO-SI
                THEN DISPLAY 'AVISO: SUPERA EL LIMITE DEL GRUPO '
                             POLCRED-S-ID-GRUPO
                     DISPLAY 'RIESGO GRUPO        : '
                             POLCRED-S-RIESGO-GRUPO
                     DISPLAY 'LIMITE GRUPO        : '
                             POLCRED-S-LIMITE-GRUPO
                END-IF
           WHEN POLCRED-STAT-ENC-NO
                DISPLAY 'CUENTA O POLIZA NO ENCONTRADA'
           WHEN POLCRED-STAT-ERR-ESTADO
                DISPLAY 'CUENTA NO ACTIVA O POLIZA YA CANCELADA'
           WHEN POLCRED-STAT-DUPLICADA
                DISPLAY 'LA CUENTA YA TIENE UNA POLIZA ACTIVA'
           WHEN POLCRED-STAT-DISPUESTO
                DISPLAY 'LO DISPUESTO NO CABE EN EL LIMITE O LA '
                        'CUENTA SIGUE EN NEGATIVO'
                DISPLAY 'DISPUESTO           : ' POLCRED-S-DISPUESTO
           WHEN POLCRED-STAT-ERR-APUNTE
                DISPLAY 'CARGO DE LA COMISION DE APERTURA RECHAZADO'
           WHEN POLCRED-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN POLCRED-STAT-LIMITE-GRUPO
                DISPLAY 'SUPERA EL LIMITE DEL GRUPO ECONOMICO '
                        POLCRED-S-ID-GRUPO
                DISPLAY 'RIESGO GRUPO        : '
                        POLCRED-S-RIESGO-GRUPO
                DISPLAY 'LIMITE GRUPO        : '
                        POLCRED-S-LIMITE-GRUPO
           WHEN OTHER
                DISPLAY 'ERROR EN LAS POLIZAS DE CREDITO'
           END-EVALUATE.

       FIN-GESTIONAR-POLIZA-CREDITO.
           EXIT.

       GESTIONAR-PAGO-APLAZADO.
      *------------------------
           DISPLAY '(A)plazar una compra o (C)ancelar un aplazamiento: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-APL-ACCION.

           INITIALIZE                           AREA-APLAZTAR.

           EVALUATE TRUE
           WHEN ENT-APL-ALTA
                DISPLAY 'Referencia del movimiento: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-APL-REF-MOV
                DISPLAY 'Numero de cuotas mensuales: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-APL-NUM-CUOTAS
                DISPLAY 'Tipo nominal anual en tanto por uno: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-APL-TASA
                DISPLAY 'Comision de apertura sobre el importe: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-APL-PCT-APERTURA
                SET  APLAZTAR-E-ACC-ALTA         TO TRUE
                MOVE WK-ENT-APL-REF-MOV          TO APLAZTAR-E-REF-MOV
                MOVE WK-ENT-APL-NUM-CUOTAS       TO
                     APLAZTAR-E-NUM-CUOTAS
                MOVE WK-ENT-APL-TASA             TO APLAZTAR-E-TASA
                MOVE WK-ENT-APL-PCT-APERTURA     TO
                     APLAZTAR-E-PCT-APERTURA

           WHEN ENT-APL-CANCELAR
                DISPLAY 'Id. del aplazamiento: ' WITH NO ADVANCING
                ACCEPT WK-ENT-APL-ID
                SET  APLAZTAR-E-ACC-CANCELAR     TO TRUE
                MOVE WK-ENT-APL-ID               TO APLAZTAR-E-ID-APLAZ

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-PAGO-APLAZADO
           END-EVALUATE.

           CALL "APLAZTAR"                      USING AREA-APLAZTAR.

           EVALUATE TRUE
           WHEN APLAZTAR-STAT-OK
                DISPLAY 'ID APLAZAMIENTO     : ' APLAZTAR-S-ID-APLAZ
                DISPLAY 'TARJETA             : ' APLAZTAR-S-ID-TAR
                IF   ENT-APL-ALTA
                THEN DISPLAY 'IMPORTE APLAZADO    : '
                             APLAZTAR-S-IMPORTE
                     DISPLAY 'CUOTA DE CAPITAL    : '
                             APLAZTAR-S-CUOTA-CAPITAL
                     DISPLAY 'COMISION APERTURA   : '
                             APLAZTAR-S-COMISION
                ELSE DISPLAY 'CAPITAL LIQUIDADO   : '
                             APLAZTAR-S-CAPITAL-PDTE
                END-IF
           WHEN APLAZTAR-STAT-ENC-NO
                DISPLAY 'MOVIMIENTO O APLAZAMIENTO NO ENCONTRADO'
           WHEN APLAZTAR-STAT-ERR-ESTADO
                DISPLAY 'TARJETA NO ACTIVA, MOVIMIENTO QUE NO ES UNA '
                        'COMPRA O APLAZAMIENTO YA CERRADO'
           WHEN APLAZTAR-STAT-NO-ELEGIBLE
                DISPLAY 'COMPRA EN DISPUTA, ANULADA O YA APLAZADA'
           WHEN APLAZTAR-STAT-ERR-APUNTE
                DISPLAY 'APUNTE EN LA TARJETA RECHAZADO'
           WHEN APLAZTAR-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LOS PAGOS APLAZADOS'
           END-EVALUATE.

       FIN-GESTIONAR-PAGO-APLAZADO.
           EXIT.

      * Bóveda de la oficina: alta con su saldo y niveles, cambio de
      * niveles, remesas recibidas del central o devueltas a él fuera
      * de los pedidos al transportista, y consulta del saldo.
       GESTIONAR-BOVEDA.
      *-----------------
           DISPLAY '(A)lta, (N)iveles, (E)ntrega, (D)evolucion o '
                   '(C)onsulta: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-BOV-ACCION.

           INITIALIZE                           AREA-BOVEDA.
           MOVE WK-USUARIO                      TO BOVEDA-E-USUARIO.

           IF   NOT ENT-BOV-ALTA AND NOT ENT-BOV-NIVELES
                AND NOT ENT-BOV-ENTREGA AND NOT ENT-BOV-DEVOLUCION
                AND NOT ENT-BOV-CONSULTAR
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-BOVEDA
           END-IF.

           DISPLAY 'Oficina: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-BOV-OFICINA.
           MOVE WK-ENT-BOV-OFICINA              TO BOVEDA-E-OFICINA.

           EVALUATE TRUE
           WHEN ENT-BOV-ALTA
           WHEN ENT-BOV-NIVELES
                IF   ENT-BOV-ALTA
                THEN DISPLAY 'Saldo inicial: ' WITH NO ADVANCING
                     ACCEPT WK-ENT-BOV-IMPORTE
                     SET  BOVEDA-E-ACC-ALTA      TO TRUE
                     MOVE WK-ENT-BOV-IMPORTE     TO BOVEDA-E-IMPORTE
                ELSE SET  BOVEDA-E-ACC-NIVELES   TO TRUE
                END-IF
                DISPLAY 'Nivel minimo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-BOV-MINIMO
                DISPLAY 'Nivel maximo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-BOV-MAXIMO
                MOVE WK-ENT-BOV-MINIMO           TO
                     BOVEDA-E-NIVEL-MINIMO
                MOVE WK-ENT-BOV-MAXIMO           TO
                     BOVEDA-E-NIVEL-MAXIMO

           WHEN ENT-BOV-ENTREGA
           WHEN ENT-BOV-DEVOLUCION
                DISPLAY 'Importe: ' WITH NO ADVANCING
                ACCEPT WK-ENT-BOV-IMPORTE
                IF   ENT-BOV-ENTREGA
                THEN SET  BOVEDA-E-ACC-ENTREGA   TO TRUE
                ELSE SET  BOVEDA-E-ACC-DEVOLUCION
                                                 TO TRUE
                END-IF
                MOVE WK-ENT-BOV-IMPORTE          TO BOVEDA-E-IMPORTE

           WHEN OTHER
                SET  BOVEDA-E-ACC-CONSULTAR      TO TRUE
           END-EVALUATE.

           CALL "BOVEDA"                        USING AREA-BOVEDA.

           EVALUATE TRUE
           WHEN BOVEDA-STAT-OK
                DISPLAY 'SALDO DE LA BOVEDA  : ' BOVEDA-S-SALDO
                DISPLAY 'NIVEL MINIMO        : ' BOVEDA-S-NIVEL-MINIMO
                DISPLAY 'NIVEL MAXIMO        : ' BOVEDA-S-NIVEL-MAXIMO
                IF   BOVEDA-S-SALDO < BOVEDA-S-NIVEL-MINIMO
                THEN DISPLAY 'BOVEDA POR DEBAJO DEL MINIMO'
                END-IF
           WHEN BOVEDA-STAT-ENC-NO
                DISPLAY 'LA OFICINA NO TIENE BOVEDA'
           WHEN BOVEDA-STAT-DUPLICADA
                DISPLAY 'LA OFICINA YA TIENE BOVEDA'
           WHEN BOVEDA-STAT-SALDO-INSUF
                DISPLAY 'LA BOVEDA NO TIENE EFECTIVO BASTANTE'
           WHEN BOVEDA-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LA BOVEDA'
           END-EVALUATE.

       FIN-GESTIONAR-BOVEDA.
           EXIT.

      * A quién se entregó el informe de un programa cuyo periodo
      * termina en un mes dado, según el catálogo de informes.
       CONSULTAR-ENTREGAS-INFORME.
      *---------------------------
           DISPLAY 'Programa del informe (p.ej. RPTCONCEN): '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-INF-PROGRAMA.
           DISPLAY 'Mes del informe (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-INF-MES.

           INITIALIZE                           AREA-RPTCATAL.
           SET  RPTCATAL-E-ACC-CONSULTAR-ENTREGAS TO TRUE.
           MOVE WK-ENT-INF-PROGRAMA             TO RPTCATAL-E-PROGRAMA.
           MOVE WK-ENT-INF-MES                  TO RPTCATAL-E-MES.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           EVALUATE TRUE
           WHEN RPTCATAL-STAT-OK
                PERFORM MOSTRAR-ENTREGA-INFORME THRU
                        FIN-MOSTRAR-ENTREGA-INFORME
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > RPTCATAL-S-ENT-CONTADOR
           WHEN RPTCATAL-STAT-ENC-NO
                DISPLAY 'NO CONSTAN ENTREGAS DE ESE INFORME'
           WHEN RPTCATAL-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR AL CONSULTAR EL CATALOGO DE INFORMES'
           END-EVALUATE.

       FIN-CONSULTAR-ENTREGAS-INFORME.
           EXIT.

       MOSTRAR-ENTREGA-INFORME.
      *------------------------
           DISPLAY RPTCATAL-S-ENT-FEC(WK-I) ' '
                   RPTCATAL-S-ENT-FICHERO(WK-I).
           DISPLAY '    ' RPTCATAL-S-ENT-DESTINATARIO(WK-I) ' '
                   RPTCATAL-S-ENT-RUTA(WK-I) ' '
                   RPTCATAL-S-ENT-RESULTADO(WK-I).

       FIN-MOSTRAR-ENTREGA-INFORME.
           EXIT.

      * Alta o retirada de un consentimiento de un cliente, situación
      * vigente de todas sus finalidades o sus últimos cambios.
       GESTIONAR-CONSENTIMIENTOS.
      *--------------------------
           DISPLAY '(R)egistrar, (C)onsultar o (H)istorial: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-CON-ACCION.

           IF   NOT ENT-CON-REGISTRAR AND NOT ENT-CON-CONSULTAR
                AND NOT ENT-CON-HISTORIAL
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-CONSENTIMIENTOS
           END-IF.

           DISPLAY 'NIF del cliente: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-CON-NIF.

           INITIALIZE                           AREA-CONSENTIM.
           MOVE WK-ENT-CON-NIF                  TO CONSENTIM-E-NIF.
           MOVE WK-USUARIO                      TO CONSENTIM-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-CON-REGISTRAR
                DISPLAY 'Finalidad (P)ostal, (S)MS, (E)mail, '
                        '(T)elefono, per(F)iles o (G)rupo: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-CON-FINALIDAD
                DISPLAY '(C)oncedido o (R)etirado: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CON-ESTADO
                DISPLAY 'Canal (O)ficina, (W)eb, (M)ovil, (T)elefono '
                        'o (C)orreo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CON-CANAL
                DISPLAY 'Version del texto legal: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CON-VERSION
                INSPECT WK-ENT-CON-FINALIDAD CONVERTING 'psetfg'
                                                     TO 'PSETFG'
                INSPECT WK-ENT-CON-ESTADO    CONVERTING 'cr'
                                                     TO 'CR'
                INSPECT WK-ENT-CON-CANAL     CONVERTING 'owmtc'
                                                     TO 'OWMTC'
                SET  CONSENTIM-E-ACC-REGISTRAR  TO TRUE
                MOVE WK-ENT-CON-FINALIDAD       TO
                     CONSENTIM-E-FINALIDAD
                MOVE WK-ENT-CON-ESTADO          TO CONSENTIM-E-ESTADO
                MOVE WK-ENT-CON-CANAL           TO CONSENTIM-E-CANAL
                MOVE WK-ENT-CON-VERSION         TO CONSENTIM-E-VERSION
           WHEN ENT-CON-CONSULTAR
                SET  CONSENTIM-E-ACC-CONSULTAR  TO TRUE
           WHEN OTHER
                SET  CONSENTIM-E-ACC-HISTORIAL  TO TRUE
           END-EVALUATE.

           CALL "CONSENTIM"                     USING AREA-CONSENTIM.

           EVALUATE TRUE
           WHEN CONSENTIM-STAT-OK AND ENT-CON-REGISTRAR
                DISPLAY 'CONSENTIMIENTO REGISTRADO'
           WHEN CONSENTIM-STAT-OK AND ENT-CON-CONSULTAR
                DISPLAY 'CONTACTO POSTAL     : ' CONSENTIM-S-POSTAL
                DISPLAY 'SMS                 : ' CONSENTIM-S-SMS
                DISPLAY 'CORREO ELECTRONICO  : ' CONSENTIM-S-EMAIL
                DISPLAY 'TELEFONO            : ' CONSENTIM-S-TELEFONO
                DISPLAY 'PERFILES            : ' CONSENTIM-S-PERFILADO
                DISPLAY 'CESION AL GRUPO     : ' CONSENTIM-S-GRUPO
           WHEN CONSENTIM-STAT-OK
                DISPLAY 'CAMBIOS REGISTRADOS : ' CONSENTIM-S-HIS-TOTAL
                PERFORM MOSTRAR-CAMBIO-CONSENT  THRU
                        FIN-MOSTRAR-CAMBIO-CONSENT
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > CONSENTIM-S-HIS-CONTADOR
           WHEN CONSENTIM-STAT-ENC-NO
                DISPLAY 'CLIENTE NO ENCONTRADO'
           WHEN CONSENTIM-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE CONSENTIMIENTOS'
           END-EVALUATE.

       FIN-GESTIONAR-CONSENTIMIENTOS.
           EXIT.

       MOSTRAR-CAMBIO-CONSENT.
      *-----------------------
           DISPLAY CONSENTIM-S-HIS-FEC(WK-I) ' '
                   CONSENTIM-S-HIS-FINALIDAD(WK-I) ' '
                   CONSENTIM-S-HIS-ESTADO(WK-I) ' '
                   CONSENTIM-S-HIS-CANAL(WK-I) ' '
                   CONSENTIM-S-HIS-VERSION(WK-I) ' '
                   CONSENTIM-S-HIS-USUARIO(WK-I).

       FIN-MOSTRAR-CAMBIO-CONSENT.
           EXIT.

      * Transferencia internacional fuera de la zona SEPA: alta de la
      * orden con cargo inmediato en la cuenta del ordenante, o
      * consulta de su situación y de los mensajes del corresponsal.
       GESTIONAR-SWIFT.
      *----------------
           DISPLAY '(A)lta de orden o (C)onsulta: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-ACCION.

           INITIALIZE                           AREA-TRFSWIFT.
           MOVE WK-USUARIO                      TO TRFSWIFT-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-SWF-ALTA
                PERFORM ALTA-SWIFT              THRU FIN-ALTA-SWIFT
           WHEN ENT-SWF-CONSULTAR
                PERFORM CONSULTAR-SWIFT         THRU
                        FIN-CONSULTAR-SWIFT
           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
           END-EVALUATE.

       FIN-GESTIONAR-SWIFT.
           EXIT.

       ALTA-SWIFT.
      *-----------
           DISPLAY 'Id. de la cuenta de cargo: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-ID-CTA.
           DISPLAY 'NIF de quien ordena: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-NIF.
           DISPLAY 'Nombre del beneficiario: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-NOM-BENEF.
           DISPLAY 'Pais del beneficiario (ISO): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-PAIS-BENEF.
           DISPLAY 'Cuenta del beneficiario: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-CTA-BENEF.
           DISPLAY 'BIC del banco del beneficiario: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-BIC.
           DISPLAY 'Divisa: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-DIVISA.
           DISPLAY 'Importe: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-IMPORTE.
           DISPLAY 'Gastos (OUR, SHA o BEN): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-GASTOS.
           DISPLAY 'Codigo de finalidad: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-PROPOSITO.
           DISPLAY 'Concepto: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-CONCEPTO.

           INSPECT WK-ENT-SWF-PAIS-BENEF CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WK-ENT-SWF-BIC        CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WK-ENT-SWF-DIVISA     CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WK-ENT-SWF-GASTOS     CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF   WK-ENT-SWF-IMPORTE NOT > ZERO
                OR WK-ENT-SWF-ID-CTA = ZERO
           THEN DISPLAY 'DATOS DE LA TRANSFERENCIA NO VALIDOS'
                GO TO FIN-ALTA-SWIFT
           END-IF.

      *    En una cuenta de empresa quien ordena tiene que ser
      *    apoderado con poder bastante en vigor. Las órdenes que
      *    necesitan una segunda firma (poder mancomunado o cuenta
      *    mancomunada) no se aparcan aquí: se cursan en la oficina.
           INITIALIZE                           AREA-PODERES.
           SET  PODERES-E-ACC-COMPROBAR         TO TRUE.
           SET  PODERES-E-OPERACION-GENERAL     TO TRUE.
           MOVE WK-ENT-SWF-ID-CTA               TO PODERES-E-ID-CTA.
           MOVE WK-ENT-SWF-IMPORTE              TO PODERES-E-IMPORTE.
           MOVE WK-ENT-SWF-NIF                  TO
                PODERES-E-NIF-APODERADO.

           CALL "PODERES"                       USING AREA-PODERES.

           EVALUATE TRUE
           WHEN PODERES-STAT-OK
                CONTINUE
           WHEN PODERES-STAT-CONJUNTA
                DISPLAY 'PODER MANCOMUNADO: LA ORDEN SE CURSA EN LA '
                        'OFICINA CON LA FIRMA DE LOS APODERADOS'
                GO TO FIN-ALTA-SWIFT
           WHEN PODERES-STAT-SIN-PODER
           WHEN PODERES-STAT-INSUFICIENTE
                DISPLAY 'CUENTA DE EMPRESA: QUIEN ORDENA NO TIENE '
                        'PODER BASTANTE EN VIGOR'
                GO TO FIN-ALTA-SWIFT
           WHEN OTHER
                DISPLAY 'ERROR AL COMPROBAR LOS PODERES'
                GO TO FIN-ALTA-SWIFT
           END-EVALUATE.

           INITIALIZE                           AREA-FIRMAMAN.
           SET  FIRMAMAN-E-ACC-COMPROBAR        TO TRUE.
           MOVE WK-ENT-SWF-ID-CTA               TO FIRMAMAN-E-ID-CTA.
           MOVE WK-ENT-SWF-IMPORTE              TO FIRMAMAN-E-IMPORTE.

           CALL "FIRMAMAN"                      USING AREA-FIRMAMAN.

           IF   NOT FIRMAMAN-STAT-OK
           THEN DISPLAY 'ERROR AL COMPROBAR EL REGIMEN DE FIRMA'
                GO TO FIN-ALTA-SWIFT
           END-IF.

           IF   FIRMAMAN-S-REQUIERE-SI
           THEN DISPLAY 'CUENTA MANCOMUNADA: LA ORDEN SE CURSA EN LA '
                        'OFICINA CON LA FIRMA DE LOS TITULARES'
                GO TO FIN-ALTA-SWIFT
           END-IF.

           SET  TRFSWIFT-E-ACC-ALTA             TO TRUE.
           MOVE WK-ENT-SWF-ID-CTA               TO TRFSWIFT-E-ID-CTA.
           MOVE WK-ENT-SWF-NIF                  TO TRFSWIFT-E-NIF.
           MOVE WK-ENT-SWF-NOM-BENEF            TO
                TRFSWIFT-E-NOM-BENEF.
           MOVE WK-ENT-SWF-PAIS-BENEF           TO
                TRFSWIFT-E-PAIS-BENEF.
           MOVE WK-ENT-SWF-CTA-BENEF            TO
                TRFSWIFT-E-CTA-BENEF.
           MOVE WK-ENT-SWF-BIC                  TO TRFSWIFT-E-BIC.
           MOVE WK-ENT-SWF-DIVISA               TO TRFSWIFT-E-DIVISA.
           MOVE WK-ENT-SWF-IMPORTE              TO TRFSWIFT-E-IMPORTE.
           MOVE WK-ENT-SWF-GASTOS               TO TRFSWIFT-E-GASTOS.
           MOVE WK-ENT-SWF-PROPOSITO            TO
                TRFSWIFT-E-PROPOSITO.
           MOVE WK-ENT-SWF-CONCEPTO             TO
                TRFSWIFT-E-CONCEPTO.

           CALL "TRFSWIFT"                      USING AREA-TRFSWIFT.

      *    Por encima del umbral el cargo espera al código de un solo
      *    uso que se envía al cliente; se vuelve a llamar con él.
           IF   TRFSWIFT-STAT-OTP-REQUERIDO
           THEN DISPLAY 'CODIGO DE UN SOLO USO ENVIADO AL CLIENTE ['
                        TRFSWIFT-S-OTP ']'
                DISPLAY 'Codigo que facilita el cliente: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-SWF-OTP
                MOVE WK-ENT-SWF-OTP             TO TRFSWIFT-E-OTP
                CALL "TRFSWIFT"                 USING AREA-TRFSWIFT
           END-IF.

           EVALUATE TRUE
           WHEN TRFSWIFT-STAT-OK
                DISPLAY 'ORDEN SWIFT         : ' TRFSWIFT-S-ID-TRF
                DISPLAY 'CUENTA DE CARGO     : ' TRFSWIFT-S-NUM-CUENTA
                        ' ' TRFSWIFT-S-DIVISA-CTA
                DISPLAY 'IMPORTE ORDENADO    : ' TRFSWIFT-S-IMPORTE
                        ' ' TRFSWIFT-S-DIVISA
                DISPLAY 'IMPORTE A ENVIAR    : '
                        TRFSWIFT-S-IMPORTE-ENVIADO
                        ' ' TRFSWIFT-S-DIVISA
                DISPLAY 'CARGO DEL PRINCIPAL : '
                        TRFSWIFT-S-IMPORTE-CARGO
                DISPLAY 'COMISION            : ' TRFSWIFT-S-COMISION
                DISPLAY 'GASTOS CORRESPONSAL : '
                        TRFSWIFT-S-GASTOS-CORRESP
           WHEN TRFSWIFT-STAT-ENC-NO
                DISPLAY 'CUENTA NO ENCONTRADA'
           WHEN TRFSWIFT-STAT-ERR-SEPA
                DISPLAY 'TRANSFERENCIA EN EUROS A UN PAIS SEPA: '
                        'DEBE CURSARSE COMO TRANSFERENCIA SEPA'
           WHEN TRFSWIFT-STAT-ERR-SIN-CAMBIO
                DISPLAY 'NO HAY CAMBIO PUBLICADO PARA LA DIVISA'
           WHEN TRFSWIFT-STAT-OTP-REQUERIDO
                DISPLAY 'CODIGO DE UN SOLO USO NO FACILITADO'
           WHEN TRFSWIFT-STAT-ERR-CARGO
                DISPLAY 'CARGO RECHAZADO, ESTADO ['
                        TRFSWIFT-S-STAT-CARGO ']'
           WHEN TRFSWIFT-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LA TRANSFERENCIA INTERNACIONAL'
           END-EVALUATE.

       FIN-ALTA-SWIFT.
           EXIT.

       CONSULTAR-SWIFT.
      *----------------
           DISPLAY 'Id. de la orden: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-SWF-ID-TRF.

           SET  TRFSWIFT-E-ACC-CONSULTAR        TO TRUE.
           MOVE WK-ENT-SWF-ID-TRF               TO TRFSWIFT-E-ID-TRF.

           CALL "TRFSWIFT"                      USING AREA-TRFSWIFT.

           EVALUATE TRUE
           WHEN TRFSWIFT-STAT-OK
                DISPLAY 'ORDEN SWIFT         : ' TRFSWIFT-S-ID-TRF
                DISPLAY 'ESTADO              : ' TRFSWIFT-S-ESTADO
                DISPLAY 'CUENTA DE CARGO     : ' TRFSWIFT-S-NUM-CUENTA
                        ' ' TRFSWIFT-S-DIVISA-CTA
                DISPLAY 'BENEFICIARIO        : ' TRFSWIFT-S-NOM-BENEF
                DISPLAY 'BIC                 : ' TRFSWIFT-S-BIC
                DISPLAY 'IMPORTE ORDENADO    : ' TRFSWIFT-S-IMPORTE
                        ' ' TRFSWIFT-S-DIVISA
                DISPLAY 'GASTOS              : ' TRFSWIFT-S-GASTOS
                DISPLAY 'IMPORTE ENVIADO     : '
                        TRFSWIFT-S-IMPORTE-ENVIADO
                DISPLAY 'CARGO DEL PRINCIPAL : '
                        TRFSWIFT-S-IMPORTE-CARGO
                DISPLAY 'COMISION            : ' TRFSWIFT-S-COMISION
                DISPLAY 'GASTOS CORRESPONSAL : '
                        TRFSWIFT-S-GASTOS-CORRESP
                DISPLAY 'GASTOS RECLAMADOS   : '
                        TRFSWIFT-S-GASTOS-RECLAM
                DISPLAY 'FECHA DE ALTA       : ' TRFSWIFT-S-FEC-ALTA
                DISPLAY 'FECHA DE ENVIO      : ' TRFSWIFT-S-FEC-ENVIO
                IF   TRFSWIFT-S-ESTADO = 'D'
                THEN DISPLAY 'FECHA DEVOLUCION    : '
                             TRFSWIFT-S-FEC-DEVOLUCION
                     DISPLAY 'MOTIVO DEVOLUCION   : '
                             TRFSWIFT-S-MOTIVO-DEVOL
                     DISPLAY 'NETO DEVUELTO       : '
                             TRFSWIFT-S-IMPORTE-DEVUELTO
                END-IF
                PERFORM MOSTRAR-MENSAJE-SWIFT   THRU
                        FIN-MOSTRAR-MENSAJE-SWIFT
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > TRFSWIFT-S-MSG-CONTADOR
           WHEN TRFSWIFT-STAT-ENC-NO
                DISPLAY 'ORDEN NO ENCONTRADA'
           WHEN TRFSWIFT-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LA CONSULTA DE LA ORDEN'
           END-EVALUATE.

       FIN-CONSULTAR-SWIFT.
           EXIT.

       MOSTRAR-MENSAJE-SWIFT.
      *----------------------
           DISPLAY TRFSWIFT-S-MSG-FEC(WK-I) ' '
                   TRFSWIFT-S-MSG-TIPO(WK-I) ' '
                   TRFSWIFT-S-MSG-IMPORTE(WK-I) ' '
                   TRFSWIFT-S-MSG-DIVISA(WK-I) ' '
                   TRFSWIFT-S-MSG-MOTIVO(WK-I) ' '
                   TRFSWIFT-S-MSG-RESULTADO(WK-I).

       FIN-MOSTRAR-MENSAJE-SWIFT.
           EXIT.

      * Alta, modificación y baja de gestores comerciales, asignación
      * de un cliente a un gestor y consulta del gestor de un cliente
      * con sus asignaciones anteriores.
       GESTIONAR-GESTORES.
      *-------------------
           DISPLAY '(A)lta, (M)odificar o (B)aja de gestor, a(S)ignar '
                   'cliente o (C)onsultar cliente: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-GES-ACCION.

           IF   NOT ENT-GES-ALTA AND NOT ENT-GES-MODIFICAR
                AND NOT ENT-GES-BAJA AND NOT ENT-GES-ASIGNAR
                AND NOT ENT-GES-CONSULTAR
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-GESTORES
           END-IF.

           INITIALIZE                           AREA-GESTOR.
           MOVE WK-USUARIO                      TO GESTOR-E-USUARIO.
           MOVE SPACES                     TO WK-ENT-GES-COD
                                              WK-ENT-GES-NOM
                                              WK-ENT-GES-OFICINA
                                              WK-ENT-GES-TIPO-CARTERA
                                              WK-ENT-GES-NIF.

           IF   NOT ENT-GES-CONSULTAR
           THEN DISPLAY 'Codigo de empleado del gestor: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-GES-COD
           END-IF.

           IF   ENT-GES-ALTA OR ENT-GES-MODIFICAR
           THEN DISPLAY 'Nombre: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GES-NOM
                DISPLAY 'Oficina: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GES-OFICINA
                DISPLAY 'Cartera (P)articulares, (B)anca personal, '
                        'banca pri(V)ada o (E)mpresas: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-GES-TIPO-CARTERA
                INSPECT WK-ENT-GES-TIPO-CARTERA CONVERTING 'pbve'
                                                        TO 'PBVE'
           END-IF.

           IF   ENT-GES-ASIGNAR OR ENT-GES-CONSULTAR
           THEN DISPLAY 'NIF del cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GES-NIF
           END-IF.

           MOVE WK-ENT-GES-COD                  TO GESTOR-E-COD.
           MOVE WK-ENT-GES-NOM                  TO GESTOR-E-NOM.
           MOVE WK-ENT-GES-OFICINA              TO GESTOR-E-OFICINA.
           MOVE WK-ENT-GES-TIPO-CARTERA         TO
                GESTOR-E-TIPO-CARTERA.
           MOVE WK-ENT-GES-NIF                  TO GESTOR-E-NIF.

           EVALUATE TRUE
           WHEN ENT-GES-ALTA
                SET  GESTOR-E-ACC-ALTA          TO TRUE
           WHEN ENT-GES-MODIFICAR
                SET  GESTOR-E-ACC-MODIFICAR     TO TRUE
           WHEN ENT-GES-BAJA
                SET  GESTOR-E-ACC-BAJA          TO TRUE
           WHEN ENT-GES-ASIGNAR
                SET  GESTOR-E-ACC-ASIGNAR       TO TRUE
           WHEN OTHER
                SET  GESTOR-E-ACC-CONSULTAR     TO TRUE
           END-EVALUATE.

           CALL "GESTOR"                        USING AREA-GESTOR.

           EVALUATE TRUE
           WHEN GESTOR-STAT-OK AND ENT-GES-ALTA
                DISPLAY 'GESTOR DADO DE ALTA'
           WHEN GESTOR-STAT-OK AND ENT-GES-MODIFICAR
                DISPLAY 'GESTOR MODIFICADO'
                PERFORM MOSTRAR-GESTOR          THRU FIN-MOSTRAR-GESTOR
           WHEN GESTOR-STAT-OK AND ENT-GES-BAJA
                DISPLAY 'GESTOR DADO DE BAJA'
           WHEN GESTOR-STAT-OK AND ENT-GES-ASIGNAR
                DISPLAY 'CLIENTE ASIGNADO'
                PERFORM MOSTRAR-GESTOR          THRU FIN-MOSTRAR-GESTOR
           WHEN GESTOR-STAT-OK
                IF   GESTOR-S-COD = SPACES
                THEN DISPLAY 'EL CLIENTE NO TIENE GESTOR ASIGNADO'
                ELSE PERFORM MOSTRAR-GESTOR     THRU FIN-MOSTRAR-GESTOR
                END-IF
                PERFORM MOSTRAR-ASIGNACION-ANT  THRU
                        FIN-MOSTRAR-ASIGNACION-ANT
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > GESTOR-S-HIS-CONTADOR
           WHEN GESTOR-STAT-ENC-NO
                DISPLAY 'GESTOR O CLIENTE NO ENCONTRADO'
           WHEN GESTOR-STAT-DUPLICADO
                DISPLAY 'YA EXISTE UN GESTOR CON ESE CODIGO'
           WHEN GESTOR-STAT-GESTOR-BAJA
                DISPLAY 'EL GESTOR ESTA DADO DE BAJA'
           WHEN GESTOR-STAT-CON-CARTERA
                DISPLAY 'EL GESTOR AUN TIENE ' GESTOR-S-NUM-CLIENTES
                        ' CLIENTES: HAY QUE REASIGNARLOS ANTES'
           WHEN GESTOR-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE GESTORES'
           END-EVALUATE.

       FIN-GESTIONAR-GESTORES.
           EXIT.

       MOSTRAR-GESTOR.
      *---------------
           DISPLAY 'GESTOR              : ' GESTOR-S-COD ' '
                   GESTOR-S-NOM.
           DISPLAY 'OFICINA             : ' GESTOR-S-OFICINA.
           DISPLAY 'TIPO DE CARTERA     : ' GESTOR-S-TIPO-CARTERA.
           IF   GESTOR-S-FEC-INI NOT = SPACES
           THEN DISPLAY 'ASIGNADO DESDE      : ' GESTOR-S-FEC-INI
           END-IF.

       FIN-MOSTRAR-GESTOR.
           EXIT.

       MOSTRAR-ASIGNACION-ANT.
      *-----------------------
           DISPLAY GESTOR-S-HIS-FEC-INI(WK-I) ' '
                   GESTOR-S-HIS-FEC-FIN(WK-I) ' '
                   GESTOR-S-HIS-COD(WK-I) ' '
                   GESTOR-S-HIS-NOM(WK-I) ' '
                   GESTOR-S-HIS-MOTIVO(WK-I).

       FIN-MOSTRAR-ASIGNACION-ANT.
           EXIT.

      * Alta, modificación y disolución de grupos económicos, alta y
      * baja de sus miembros, consulta del grupo con su riesgo y
      * descarte de los vínculos que propone CANDGRUPO.
       GESTIONAR-GRUPOS.
      *-----------------
           DISPLAY '(A)lta, (M)odificar o (D)isolver grupo, '
                   '(I)ncluir o e(X)cluir miembro, (C)onsultar o '
                   'desca(R)tar vinculo: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-GRU-ACCION.

           IF   NOT ENT-GRU-ALTA AND NOT ENT-GRU-MODIFICAR
                AND NOT ENT-GRU-DISOLVER AND NOT ENT-GRU-INCLUIR
                AND NOT ENT-GRU-EXCLUIR AND NOT ENT-GRU-CONSULTAR
                AND NOT ENT-GRU-DESCARTAR
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-GRUPOS
           END-IF.

           INITIALIZE                           AREA-GRUPOECO.
           MOVE WK-USUARIO                      TO GRUPOECO-E-USUARIO.
           MOVE ZERO                       TO WK-ENT-GRU-ID
                                              WK-ENT-GRU-LIMITE.
           MOVE SPACES                     TO WK-ENT-GRU-NOM
                                              WK-ENT-GRU-CONTROL
                                              WK-ENT-GRU-NIF
                                              WK-ENT-GRU-NIF-2
                                              WK-ENT-GRU-MOTIVO.

           IF   NOT ENT-GRU-ALTA AND NOT ENT-GRU-DESCARTAR
           THEN DISPLAY 'Numero de grupo'
                        ' (en la consulta, 0 para buscar por NIF): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-ID
           END-IF.

           IF   ENT-GRU-ALTA OR ENT-GRU-MODIFICAR
           THEN DISPLAY 'Nombre del grupo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-NOM
                DISPLAY 'Limite de riesgo aprobado'
                        ' (0 sin limite o sin cambio): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-LIMITE
                DISPLAY 'Al pasarse del limite (A)visar o '
                        '(B)loquear: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-CONTROL
                INSPECT WK-ENT-GRU-CONTROL CONVERTING 'ab' TO 'AB'
           END-IF.

           EVALUATE TRUE
           WHEN ENT-GRU-ALTA
                DISPLAY 'NIF de la matriz: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-NIF
           WHEN ENT-GRU-INCLUIR
                DISPLAY 'NIF del miembro: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-NIF
                DISPLAY 'Motivo: (A) participacion, (T) titular real '
                        'comun, (P) apoderado comun u (O)tros: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-MOTIVO
                INSPECT WK-ENT-GRU-MOTIVO CONVERTING 'atpo' TO 'ATPO'
           WHEN ENT-GRU-EXCLUIR
                DISPLAY 'NIF del miembro: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-NIF
           WHEN ENT-GRU-CONSULTAR
                IF   WK-ENT-GRU-ID = ZERO
                THEN DISPLAY 'NIF de un miembro: ' WITH NO ADVANCING
                     ACCEPT WK-ENT-GRU-NIF
                END-IF
           WHEN ENT-GRU-DESCARTAR
                DISPLAY 'NIF del primer cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-NIF
                DISPLAY 'NIF del segundo cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-GRU-NIF-2
           END-EVALUATE.

           MOVE WK-ENT-GRU-ID                   TO GRUPOECO-E-ID-GRUPO.
           MOVE WK-ENT-GRU-NOM                  TO GRUPOECO-E-NOM.
           MOVE WK-ENT-GRU-LIMITE               TO GRUPOECO-E-LIMITE.
           MOVE WK-ENT-GRU-CONTROL              TO GRUPOECO-E-CONTROL.
           MOVE WK-ENT-GRU-NIF                  TO GRUPOECO-E-NIF.
           MOVE WK-ENT-GRU-NIF-2                TO GRUPOECO-E-NIF-2.
           MOVE WK-ENT-GRU-MOTIVO               TO GRUPOECO-E-MOTIVO.

           EVALUATE TRUE
           WHEN ENT-GRU-ALTA
                SET  GRUPOECO-E-ACC-ALTA        TO TRUE
           WHEN ENT-GRU-MODIFICAR
                SET  GRUPOECO-E-ACC-MODIFICAR   TO TRUE
           WHEN ENT-GRU-DISOLVER
                SET  GRUPOECO-E-ACC-BAJA        TO TRUE
           WHEN ENT-GRU-INCLUIR
                SET  GRUPOECO-E-ACC-INCLUIR     TO TRUE
           WHEN ENT-GRU-EXCLUIR
                SET  GRUPOECO-E-ACC-EXCLUIR     TO TRUE
           WHEN ENT-GRU-DESCARTAR
                SET  GRUPOECO-E-ACC-DESCARTAR   TO TRUE
           WHEN OTHER
                SET  GRUPOECO-E-ACC-CONSULTAR   TO TRUE
           END-EVALUATE.

           CALL "GRUPOECO"                      USING AREA-GRUPOECO.

           EVALUATE TRUE
           WHEN GRUPOECO-STAT-OK AND ENT-GRU-ALTA
                DISPLAY 'GRUPO DADO DE ALTA'
                PERFORM MOSTRAR-GRUPO           THRU FIN-MOSTRAR-GRUPO
           WHEN GRUPOECO-STAT-OK AND ENT-GRU-MODIFICAR
                DISPLAY 'GRUPO MODIFICADO'
                PERFORM MOSTRAR-GRUPO           THRU FIN-MOSTRAR-GRUPO
           WHEN GRUPOECO-STAT-OK AND ENT-GRU-DISOLVER
                DISPLAY 'GRUPO DISUELTO'
           WHEN GRUPOECO-STAT-OK AND ENT-GRU-INCLUIR
                DISPLAY 'MIEMBRO INCLUIDO EN EL GRUPO'
           WHEN GRUPOECO-STAT-OK AND ENT-GRU-EXCLUIR
                DISPLAY 'MIEMBRO EXCLUIDO DEL GRUPO'
           WHEN GRUPOECO-STAT-OK AND ENT-GRU-DESCARTAR
                DISPLAY 'VINCULO DESCARTADO'
           WHEN GRUPOECO-STAT-OK
                PERFORM MOSTRAR-GRUPO           THRU FIN-MOSTRAR-GRUPO
                PERFORM MOSTRAR-RIESGO-GRUPO    THRU
                        FIN-MOSTRAR-RIESGO-GRUPO
                PERFORM MOSTRAR-MIEMBRO-GRUPO   THRU
                        FIN-MOSTRAR-MIEMBRO-GRUPO
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > GRUPOECO-S-MIE-CONTADOR
           WHEN GRUPOECO-STAT-ENC-NO
                DISPLAY 'GRUPO, CLIENTE O VINCULO NO ENCONTRADO'
           WHEN GRUPOECO-STAT-EN-GRUPO
                DISPLAY 'EL CLIENTE YA ESTA EN EL GRUPO '
                        GRUPOECO-S-ID-GRUPO
           WHEN GRUPOECO-STAT-GRUPO-BAJA
                DISPLAY 'EL GRUPO ESTA DISUELTO'
           WHEN GRUPOECO-STAT-ES-MATRIZ
                DISPLAY 'LA MATRIZ NO SALE DEL GRUPO: HAY QUE '
                        'DISOLVERLO'
           WHEN GRUPOECO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LOS GRUPOS ECONOMICOS'
           END-EVALUATE.

       FIN-GESTIONAR-GRUPOS.
           EXIT.

       MOSTRAR-GRUPO.
      *--------------
           DISPLAY 'GRUPO               : ' GRUPOECO-S-ID-GRUPO ' '
                   GRUPOECO-S-NOM.
           DISPLAY 'NIF DE LA MATRIZ    : ' GRUPOECO-S-NIF-MATRIZ.
           DISPLAY 'LIMITE APROBADO     : ' GRUPOECO-S-LIMITE.
           DISPLAY 'CONTROL             : ' GRUPOECO-S-CONTROL.
           DISPLAY 'ESTADO              : ' GRUPOECO-S-ESTADO.

       FIN-MOSTRAR-GRUPO.
           EXIT.

       MOSTRAR-RIESGO-GRUPO.
      *---------------------
           DISPLAY 'RIESGO PRESTAMOS    : ' GRUPOECO-S-RIE-PRESTAMOS.
           DISPLAY 'RIESGO POLIZAS      : ' GRUPOECO-S-RIE-POLIZAS.
           DISPLAY 'RIESGO TARJETAS     : ' GRUPOECO-S-RIE-TARJETAS.
           DISPLAY 'RIESGO DESCUBIERTOS : '
                   GRUPOECO-S-RIE-DESCUBIERTOS.
           DISPLAY 'RIESGO AVALES       : ' GRUPOECO-S-RIE-AVALES.
           DISPLAY 'RIESGO TOTAL        : ' GRUPOECO-S-RIESGO.
           IF   GRUPOECO-S-LIMITE > ZERO
                AND GRUPOECO-S-RIESGO > GRUPOECO-S-LIMITE
           THEN DISPLAY '*** EL GRUPO SUPERA SU LIMITE APROBADO ***'
           END-IF.

       FIN-MOSTRAR-RIESGO-GRUPO.
           EXIT.

       MOSTRAR-MIEMBRO-GRUPO.
      *----------------------
           DISPLAY GRUPOECO-S-MIE-NIF(WK-I) ' '
                   GRUPOECO-S-MIE-MOTIVO(WK-I) ' '
                   GRUPOECO-S-MIE-FEC-ALTA(WK-I) ' '
                   GRUPOECO-S-MIE-NOM(WK-I).

       FIN-MOSTRAR-MIEMBRO-GRUPO.
           EXIT.

      * Cajeros automáticos de las oficinas: alta, baja de un cajero
      * ya vacío, reposición de sus casetes (se cuenta lo que queda
      * en cada uno y se carga lo nuevo) y consulta de lo que debería
      * quedar en cada casete según el diario cargado.
       GESTIONAR-CAJEROS.
      *------------------
           DISPLAY '(A)lta, (B)aja, (R)eposicion o (C)onsulta: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-CAJ-ACCION.

           INITIALIZE                           AREA-CAJERO.
           MOVE WK-USUARIO                      TO CAJERO-E-USUARIO.

           IF   NOT ENT-CAJ-ALTA AND NOT ENT-CAJ-BAJA
                AND NOT ENT-CAJ-REPONER AND NOT ENT-CAJ-CONSULTAR
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-CAJEROS
           END-IF.

           DISPLAY 'Cajero: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-CAJ-ID.
           MOVE WK-ENT-CAJ-ID                   TO CAJERO-E-ID.

           EVALUATE TRUE
           WHEN ENT-CAJ-ALTA
                DISPLAY 'Oficina: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CAJ-OFICINA
                DISPLAY 'Ubicacion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-CAJ-UBICACION
                SET  CAJERO-E-ACC-ALTA           TO TRUE
                MOVE WK-ENT-CAJ-OFICINA          TO CAJERO-E-OFICINA
                MOVE WK-ENT-CAJ-UBICACION        TO CAJERO-E-UBICACION

           WHEN ENT-CAJ-BAJA
                SET  CAJERO-E-ACC-BAJA           TO TRUE

           WHEN ENT-CAJ-REPONER
                DISPLAY 'Efectivo de la (B)oveda o del (T)ransportista'
                        ': ' WITH NO ADVANCING
                ACCEPT WK-ENT-CAJ-ORIGEN
                SET  CAJERO-E-ACC-REPONER        TO TRUE
                MOVE WK-ENT-CAJ-ORIGEN           TO CAJERO-E-ORIGEN
                PERFORM PEDIR-CASETE-CAJERO      THRU
                        FIN-PEDIR-CASETE-CAJERO
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > 4

           WHEN OTHER
                SET  CAJERO-E-ACC-CONSULTAR      TO TRUE
           END-EVALUATE.

           CALL "CAJERO"                        USING AREA-CAJERO.

           EVALUATE TRUE
           WHEN CAJERO-STAT-OK
                DISPLAY 'OFICINA             : ' CAJERO-S-OFICINA
                DISPLAY 'UBICACION           : ' CAJERO-S-UBICACION
                DISPLAY 'ESTADO              : ' CAJERO-S-ESTADO
                IF   ENT-CAJ-REPONER
                THEN DISPLAY 'IMPORTE RETIRADO    : '
                             CAJERO-S-IMPORTE-RETIRADO
                     DISPLAY 'IMPORTE CARGADO     : '
                             CAJERO-S-IMPORTE-CARGADO
                END-IF
                IF   ENT-CAJ-CONSULTAR
                THEN DISPLAY 'CASETE BILLETE CARGADOS DISPENSADOS '
                             'RESTANTES DESDE'
                     PERFORM MOSTRAR-CASETE-CAJERO THRU
                             FIN-MOSTRAR-CASETE-CAJERO
                     VARYING WK-I FROM 1 BY 1
                     UNTIL   WK-I > 4
                END-IF
           WHEN CAJERO-STAT-ENC-NO
                DISPLAY 'CAJERO NO ENCONTRADO O DADO DE BAJA'
           WHEN CAJERO-STAT-DUPLICADO
                DISPLAY 'EL CAJERO YA ESTA REGISTRADO'
           WHEN CAJERO-STAT-CON-EFECTIVO
                DISPLAY 'EL CAJERO TIENE EFECTIVO: HAY QUE RETIRARLO '
                        'CON UNA REPOSICION SIN CARGA'
           WHEN CAJERO-STAT-ERR-BOVEDA
                DISPLAY 'LA BOVEDA DE LA OFICINA NO EXISTE O NO TIENE '
                        'EFECTIVO BASTANTE'
           WHEN CAJERO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LOS CAJEROS'
           END-EVALUATE.

       FIN-GESTIONAR-CAJEROS.
           EXIT.

       PEDIR-CASETE-CAJERO.
      *--------------------
           DISPLAY 'Casete ' WK-I ', billetes retirados: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-CAJ-RETIRADOS.
           DISPLAY 'Casete ' WK-I ', billetes cargados: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-CAJ-CARGADOS.
           MOVE ZERO                            TO
                WK-ENT-CAJ-DENOMINACION.
           IF   WK-ENT-CAJ-CARGADOS > ZERO
           THEN DISPLAY 'Casete ' WK-I ', billete de (euros): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-CAJ-DENOMINACION
           END-IF.

           MOVE WK-ENT-CAJ-RETIRADOS            TO
                CAJERO-E-RETIRADOS(WK-I).
           MOVE WK-ENT-CAJ-CARGADOS             TO
                CAJERO-E-CARGADOS(WK-I).
           MOVE WK-ENT-CAJ-DENOMINACION         TO
                CAJERO-E-DENOMINACION(WK-I).

       FIN-PEDIR-CASETE-CAJERO.
           EXIT.

       MOSTRAR-CASETE-CAJERO.
      *----------------------
           IF   CAJERO-S-CARGADOS(WK-I) = ZERO
           THEN DISPLAY WK-I '     VACIO'
           ELSE DISPLAY WK-I '     '
                        CAJERO-S-DENOMINACION(WK-I) '     '
                        CAJERO-S-CARGADOS(WK-I) '    '
                        CAJERO-S-DISPENSADOS(WK-I) '       '
                        CAJERO-S-RESTANTES(WK-I) '    '
                        CAJERO-S-FEC-CARGA(WK-I)
           END-IF.

       FIN-MOSTRAR-CASETE-CAJERO.
           EXIT.

      * Archivo documental: indexar un documento ya escaneado contra
      * un cliente o uno de sus productos, anular una entrada mal
      * indexada o sustituida y consultar lo que hay en archivo de
      * un cliente o producto.
       GESTIONAR-DOCUMENTOS.
      *---------------------
           DISPLAY '(A)lta, a(N)ular o (C)onsulta: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-DOC-ACCION.

           INITIALIZE                           AREA-DOCUMENTO.
           MOVE WK-USUARIO                      TO DOCUMENTO-E-USUARIO.

           IF   NOT ENT-DOC-ALTA AND NOT ENT-DOC-ANULAR
                AND NOT ENT-DOC-CONSULTAR
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-DOCUMENTOS
           END-IF.

           IF   ENT-DOC-ANULAR
           THEN DISPLAY 'Numero de entrada del indice: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-DOC-ID
                SET  DOCUMENTO-E-ACC-ANULAR      TO TRUE
                MOVE WK-ENT-DOC-ID               TO DOCUMENTO-E-ID
           ELSE DISPLAY 'Vinculado a (CLI) cliente, (CTA) cuenta, '
                        '(TAR) tarjeta, (PRE) prestamo, (PLZ) plazo '
                        'fijo o (MAN) mandato: ' WITH NO ADVANCING
                ACCEPT WK-ENT-DOC-ENTIDAD
                INSPECT WK-ENT-DOC-ENTIDAD CONVERTING 'acilmnprtz'
                        TO 'ACILMNPRTZ'
                DISPLAY 'Identificador del cliente o producto: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-DOC-ID-ENTIDAD
                MOVE WK-ENT-DOC-ENTIDAD          TO
                     DOCUMENTO-E-ENTIDAD
                MOVE WK-ENT-DOC-ID-ENTIDAD       TO
                     DOCUMENTO-E-ID-ENTIDAD
           END-IF.

           IF   ENT-DOC-ALTA
           THEN DISPLAY 'Tipo: (CON) contrato, (ESC) escritura, (MAN) '
                        'orden de domiciliacion, (IDE) identidad, '
                        '(DEF) defuncion u (OTR) otro: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-DOC-TIPO
                INSPECT WK-ENT-DOC-TIPO CONVERTING 'acdefimnorst'
                        TO 'ACDEFIMNORST'
                DISPLAY 'Referencia en el archivo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-DOC-REF
                DISPLAY 'Version de las condiciones: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-DOC-VERSION
                DISPLAY 'Fecha de firma (AAAAMMDD, 0 = hoy): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-DOC-FEC-FIRMA
                DISPLAY 'Firmantes: ' WITH NO ADVANCING
                ACCEPT WK-ENT-DOC-FIRMANTES
                SET  DOCUMENTO-E-ACC-ALTA        TO TRUE
                MOVE WK-ENT-DOC-TIPO             TO DOCUMENTO-E-TIPO
                MOVE WK-ENT-DOC-REF              TO DOCUMENTO-E-REF
                MOVE WK-ENT-DOC-VERSION          TO
                     DOCUMENTO-E-VERSION
                MOVE WK-ENT-DOC-FEC-FIRMA        TO
                     DOCUMENTO-E-FEC-FIRMA
                MOVE WK-ENT-DOC-FIRMANTES        TO
                     DOCUMENTO-E-FIRMANTES
           END-IF.

           IF   ENT-DOC-CONSULTAR
           THEN SET  DOCUMENTO-E-ACC-LISTAR      TO TRUE
           END-IF.

           CALL "DOCUMENTO"                     USING AREA-DOCUMENTO.

           EVALUATE TRUE
           WHEN DOCUMENTO-STAT-OK
                EVALUATE TRUE
                WHEN ENT-DOC-ALTA
                     DISPLAY 'DOCUMENTO INDEXADO, ENTRADA '
                             DOCUMENTO-S-ID
                WHEN ENT-DOC-ANULAR
                     DISPLAY 'ENTRADA ANULADA'
                WHEN DOCUMENTO-S-CONTADOR = ZERO
                     DISPLAY 'NO HAY DOCUMENTOS EN ARCHIVO'
                WHEN OTHER
                     DISPLAY 'ENTRADA    TIPO FIRMA    VERSION    '
                             'REFERENCIA'
                     PERFORM MOSTRAR-DOCUMENTO   THRU
                             FIN-MOSTRAR-DOCUMENTO
                     VARYING WK-I FROM 1 BY 1
                     UNTIL   WK-I > DOCUMENTO-S-CONTADOR
                END-EVALUATE
           WHEN DOCUMENTO-STAT-ENC-NO
                IF   ENT-DOC-ANULAR
                THEN DISPLAY 'ENTRADA NO ENCONTRADA O YA ANULADA'
                ELSE DISPLAY 'CLIENTE O PRODUCTO NO ENCONTRADO'
                END-IF
           WHEN DOCUMENTO-STAT-DUPLICADO
                DISPLAY 'ESA REFERENCIA YA ESTA INDEXADA'
           WHEN DOCUMENTO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL ARCHIVO DOCUMENTAL'
           END-EVALUATE.

       FIN-GESTIONAR-DOCUMENTOS.
           EXIT.

       MOSTRAR-DOCUMENTO.
      *------------------
           DISPLAY DOCUMENTO-S-DOC-ID(WK-I) ' '
                   DOCUMENTO-S-DOC-TIPO(WK-I) '  '
                   DOCUMENTO-S-DOC-FEC-FIRMA(WK-I) ' '
                   DOCUMENTO-S-DOC-VERSION(WK-I) ' '
                   DOCUMENTO-S-DOC-REF(WK-I).
           IF   DOCUMENTO-S-DOC-FIRMANTES(WK-I) NOT = SPACES
           THEN DISPLAY '           FIRMANTES: '
                        DOCUMENTO-S-DOC-FIRMANTES(WK-I)
           END-IF.

       FIN-MOSTRAR-DOCUMENTO.
           EXIT.

      * Traslado de cuentas entre entidades: alta con la autorización
      * firmada del cliente (entrante a una cuenta nuestra o saliente
      * desde ella cuando la solicitud llega en papel), consulta con
      * sus plazos y los mandatos y órdenes trasladados, y anulación
      * de uno aún abierto.
       GESTIONAR-TRASLADOS.
      *--------------------
           DISPLAY '(A)lta, (C)onsulta o a(N)ular: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-TRS-ACCION.

           INITIALIZE                           AREA-TRASLADO.
           MOVE WK-USUARIO                      TO TRASLADO-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-TRS-ALTA
                DISPLAY '(E)ntrante a una cuenta nuestra o (S)aliente'
                        ' desde ella: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-SENTIDO
                INSPECT WK-ENT-TRS-SENTIDO CONVERTING 'es' TO 'ES'
                DISPLAY 'NIF del titular que autoriza: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-NIF
                DISPLAY 'Identificador de la cuenta nuestra: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-ID-CTA
                DISPLAY 'BIC de la otra entidad: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-BIC
                DISPLAY 'Cuenta del cliente en ella: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-CTA-OTRA
                MOVE ZERO                       TO WK-ENT-TRS-REF-OTRA
                IF   WK-ENT-TRS-SENTIDO = 'S'
                THEN DISPLAY 'Referencia de su solicitud: '
                             WITH NO ADVANCING
                     ACCEPT WK-ENT-TRS-REF-OTRA
                END-IF
                DISPLAY 'Fecha de la autorizacion (AAAAMMDD, 0 = hoy): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-FEC-AUTORIZA
                DISPLAY 'Referencia de la autorizacion en el archivo '
                        '(en blanco si no esta escaneada): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-REF-AUTORIZA
                DISPLAY 'Fecha acordada (AAAAMMDD, 0 = plazo legal): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-FEC-ACORDADA
                DISPLAY 'Cerrar la cuenta antigua (S/N): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-CIERRE
                INSPECT WK-ENT-TRS-CIERRE CONVERTING 'ns' TO 'NS'
                SET  TRASLADO-E-ACC-ALTA        TO TRUE
                MOVE WK-ENT-TRS-SENTIDO         TO TRASLADO-E-SENTIDO
                MOVE WK-ENT-TRS-NIF             TO TRASLADO-E-NIF
                MOVE WK-ENT-TRS-ID-CTA          TO TRASLADO-E-ID-CTA
                MOVE WK-ENT-TRS-BIC             TO TRASLADO-E-BIC-OTRA
                MOVE WK-ENT-TRS-CTA-OTRA        TO TRASLADO-E-CTA-OTRA
                MOVE WK-ENT-TRS-REF-OTRA        TO TRASLADO-E-REF-OTRA
                MOVE WK-ENT-TRS-FEC-AUTORIZA    TO
                     TRASLADO-E-FEC-AUTORIZA
                MOVE WK-ENT-TRS-REF-AUTORIZA    TO
                     TRASLADO-E-REF-AUTORIZA
                MOVE WK-ENT-TRS-FEC-ACORDADA    TO
                     TRASLADO-E-FEC-ACORDADA
                MOVE WK-ENT-TRS-CIERRE          TO TRASLADO-E-CIERRE
           WHEN ENT-TRS-CONSULTAR
           WHEN ENT-TRS-ANULAR
                DISPLAY 'Numero de traslado: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TRS-ID
                MOVE WK-ENT-TRS-ID              TO TRASLADO-E-ID
                IF   ENT-TRS-CONSULTAR
                THEN SET TRASLADO-E-ACC-CONSULTAR TO TRUE
                ELSE SET TRASLADO-E-ACC-ANULAR  TO TRUE
                END-IF
           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-TRASLADOS
           END-EVALUATE.

           CALL "TRASLADO"                      USING AREA-TRASLADO.

           EVALUATE TRUE
           WHEN TRASLADO-STAT-OK
                IF   ENT-TRS-ANULAR
                THEN DISPLAY 'TRASLADO ANULADO'
                     GO TO FIN-GESTIONAR-TRASLADOS
                END-IF
                IF   ENT-TRS-ALTA
                THEN DISPLAY 'TRASLADO DADO DE ALTA, NUMERO '
                             TRASLADO-S-ID
                END-IF
                DISPLAY 'SENTIDO [' TRASLADO-S-SENTIDO '] ESTADO ['
                        TRASLADO-S-ESTADO '] CUENTA ['
                        TRASLADO-S-ID-CTA '] CIERRE ['
                        TRASLADO-S-CIERRE ']'
                DISPLAY 'OTRA ENTIDAD [' TRASLADO-S-BIC-OTRA
                        '] CUENTA [' TRASLADO-S-CTA-OTRA ']'
                DISPLAY 'AUTORIZADO [' TRASLADO-S-FEC-AUTORIZA
                        '] ACORDADO [' TRASLADO-S-FEC-ACORDADA
                        '] SALDO [' TRASLADO-S-SALDO ']'
                DISPLAY 'LIMITE DEL PASO [' TRASLADO-S-FEC-LIMITE-PASO
                        '] DEL TRASLADO [' TRASLADO-S-FEC-LIMITE ']'
                IF   TRASLADO-S-INCIDENCIA NOT = SPACES
                THEN DISPLAY 'INCIDENCIA: ' TRASLADO-S-INCIDENCIA
                END-IF
                IF   TRASLADO-S-AVISO-DOC-SI
                THEN DISPLAY 'AVISO: LA AUTORIZACION QUEDA SIN INDEXAR'
                             ' EN EL ARCHIVO DOCUMENTAL'
                END-IF
                IF   TRASLADO-S-CONTADOR > ZERO
                THEN DISPLAY 'T REFERENCIA   NOMBRE'
                             '                              IMPORTE'
                             '     DIA E MOTIVO'
                     PERFORM MOSTRAR-ITEM-TRASLADO THRU
                             FIN-MOSTRAR-ITEM-TRASLADO
                     VARYING WK-I FROM 1 BY 1
                     UNTIL   WK-I > TRASLADO-S-CONTADOR
                END-IF
           WHEN TRASLADO-STAT-ENC-NO
                DISPLAY 'TRASLADO, CLIENTE O CUENTA NO ENCONTRADOS'
           WHEN TRASLADO-STAT-ERR-TITULAR
                DISPLAY 'EL CLIENTE NO ES TITULAR DE LA CUENTA O LA '
                        'CUENTA NO ESTA DE ALTA'
           WHEN TRASLADO-STAT-DUPLICADO
                DISPLAY 'LA CUENTA YA TIENE UN TRASLADO ABIERTO'
           WHEN TRASLADO-STAT-ERR-ESTADO
                DISPLAY 'EL TRASLADO YA ESTA COMPLETADO O ANULADO'
           WHEN TRASLADO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL TRASLADO DE CUENTA'
           END-EVALUATE.

       FIN-GESTIONAR-TRASLADOS.
           EXIT.

       MOSTRAR-ITEM-TRASLADO.
      *----------------------
           DISPLAY TRASLADO-S-ITEM-TIPO(WK-I) ' '
                   TRASLADO-S-ITEM-REF(WK-I) ' '
                   TRASLADO-S-ITEM-NOMBRE(WK-I) ' '
                   TRASLADO-S-ITEM-IMPORTE(WK-I) ' '
                   TRASLADO-S-ITEM-DIA(WK-I) '  '
                   TRASLADO-S-ITEM-ESTADO(WK-I) ' '
                   TRASLADO-S-ITEM-MOTIVO(WK-I).

       FIN-MOSTRAR-ITEM-TRASLADO.
           EXIT.

       GESTIONAR-AVALES.
      *-----------------
           DISPLAY '(A)lta, (E)jecucion, (C)ancelacion o (V)er aval: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-AVA-ACCION.

           INITIALIZE                           AREA-AVAL.

           EVALUATE TRUE
           WHEN ENT-AVA-ALTA
                DISPLAY 'NIF del ordenante: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-NIF
                DISPLAY 'Id. de la cuenta de contragarantia: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-ID-CTA
                DISPLAY 'Nombre del beneficiario: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-NOM-BENEF
                DISPLAY 'NIF del beneficiario: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-NIF-BENEF
                DISPLAY 'Importe (con dos decimales): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-IMPORTE
                DISPLAY 'Divisa (en blanco, la de la cuenta): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-DIVISA
                DISPLAY 'Vencimiento (AAAAMMDD): ' WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-FEC-VENC
                DISPLAY 'Tipo (L)icitacion, (A)lquiler, (P)roveedor '
                        'u (O)tros: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-TIPO
                DISPLAY 'Comision de emision en tanto por uno: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-PCT-EMISION
                DISPLAY 'Comision anual de riesgo en tanto por uno: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-PCT-RIESGO
                SET  AVAL-E-ACC-ALTA             TO TRUE
                MOVE WK-ENT-AVA-NIF              TO AVAL-E-NIF
                MOVE WK-ENT-AVA-ID-CTA           TO AVAL-E-ID-CTA
                MOVE WK-ENT-AVA-NOM-BENEF        TO
                     AVAL-E-NOM-BENEFICIARIO
                MOVE WK-ENT-AVA-NIF-BENEF        TO
                     AVAL-E-NIF-BENEFICIARIO
                MOVE WK-ENT-AVA-IMPORTE          TO AVAL-E-IMPORTE
                MOVE WK-ENT-AVA-DIVISA           TO AVAL-E-DIVISA
                MOVE WK-ENT-AVA-FEC-VENC         TO
                     AVAL-E-FEC-VENCIMIENTO
                MOVE WK-ENT-AVA-TIPO             TO AVAL-E-TIPO
                MOVE WK-ENT-AVA-PCT-EMISION      TO AVAL-E-PCT-EMISION
                MOVE WK-ENT-AVA-PCT-RIESGO       TO AVAL-E-PCT-RIESGO

           WHEN ENT-AVA-EJECUTAR
                DISPLAY 'Id. del aval: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-ID
                DISPLAY 'Importe reclamado (0 = el aval entero): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-IMPORTE
                SET  AVAL-E-ACC-EJECUTAR         TO TRUE
                MOVE WK-ENT-AVA-ID               TO AVAL-E-ID-AVAL
                MOVE WK-ENT-AVA-IMPORTE          TO AVAL-E-IMPORTE

           WHEN ENT-AVA-CANCELAR
                DISPLAY 'Id. del aval: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-ID
                SET  AVAL-E-ACC-CANCELAR         TO TRUE
                MOVE WK-ENT-AVA-ID               TO AVAL-E-ID-AVAL

           WHEN ENT-AVA-CONSULTAR
                DISPLAY 'Id. del aval: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AVA-ID
                SET  AVAL-E-ACC-CONSULTAR        TO TRUE
                MOVE WK-ENT-AVA-ID               TO AVAL-E-ID-AVAL

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-AVALES
           END-EVALUATE.

           MOVE WK-USUARIO                      TO AVAL-E-USUARIO.

           CALL "AVAL"                          USING AREA-AVAL.

           EVALUATE TRUE
           WHEN AVAL-STAT-OK
                PERFORM MOSTRAR-AVAL            THRU FIN-MOSTRAR-AVAL
                IF   ENT-AVA-ALTA
                THEN DISPLAY 'COMISION EMISION    : '
                             AVAL-S-COMISION
                END-IF
                IF   ENT-AVA-EJECUTAR
                     AND AVAL-S-COBRADO-NO
                THEN DISPLAY 'LA CUENTA NO ADMITE EL CARGO: LA DEUDA '
                             'QUEDA PENDIENTE DE COBRO'
                END-IF
                IF   AVAL-S-AVISO-GRUPO-SI
                THEN DISPLAY 'AVISO: SUPERA EL LIMITE DEL GRUPO '
                             AVAL-S-ID-GRUPO
                     DISPLAY 'RIESGO GRUPO        : '
                             AVAL-S-RIESGO-GRUPO
                     DISPLAY 'LIMITE GRUPO        : '
                             AVAL-S-LIMITE-GRUPO
                END-IF
           WHEN AVAL-STAT-ENC-NO
                DISPLAY 'CLIENTE, CUENTA O AVAL NO ENCONTRADO'
           WHEN AVAL-STAT-ERR-TITULAR
                DISPLAY 'EL ORDENANTE NO ES TITULAR DE LA CUENTA'
           WHEN AVAL-STAT-ERR-ESTADO
                DISPLAY 'CUENTA NO ACTIVA O AVAL QUE NO ESTA VIVO'
           WHEN AVAL-STAT-ERR-APUNTE
                DISPLAY 'CARGO DE LA COMISION DE EMISION RECHAZADO'
           WHEN AVAL-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN AVAL-STAT-LIMITE-GRUPO
                DISPLAY 'SUPERA EL LIMITE DEL GRUPO ECONOMICO '
                        AVAL-S-ID-GRUPO
                DISPLAY 'RIESGO GRUPO        : '
                        AVAL-S-RIESGO-GRUPO
                DISPLAY 'LIMITE GRUPO        : '
                        AVAL-S-LIMITE-GRUPO
           WHEN OTHER
                DISPLAY 'ERROR EN LOS AVALES BANCARIOS'
           END-EVALUATE.

       FIN-GESTIONAR-AVALES.
           EXIT.

       MOSTRAR-AVAL.
      *-------------
           DISPLAY 'ID AVAL             : ' AVAL-S-ID-AVAL.
           DISPLAY 'ORDENANTE           : ' AVAL-S-NIF.
           DISPLAY 'CUENTA              : ' AVAL-S-ID-CTA.
           DISPLAY 'BENEFICIARIO        : ' AVAL-S-NOM-BENEFICIARIO
                   ' ' AVAL-S-NIF-BENEFICIARIO.
           DISPLAY 'IMPORTE             : ' AVAL-S-IMPORTE
                   ' ' AVAL-S-DIVISA.
           DISPLAY 'TIPO                : ' AVAL-S-TIPO.
           DISPLAY 'EMISION             : ' AVAL-S-FEC-EMISION.
           DISPLAY 'VENCIMIENTO         : ' AVAL-S-FEC-VENCIMIENTO.
           DISPLAY 'COMISIONES EMI/RIES : ' AVAL-S-PCT-EMISION
                   ' ' AVAL-S-PCT-RIESGO.
           DISPLAY 'LIQUIDADO HASTA     : ' AVAL-S-FEC-ULT-LIQ.
           DISPLAY 'ESTADO              : ' AVAL-S-ESTADO.
           IF   AVAL-S-FEC-CANCELACION NOT = SPACES
           THEN DISPLAY 'CANCELADO EL        : '
                        AVAL-S-FEC-CANCELACION
           END-IF.
           IF   AVAL-S-FEC-EJECUCION NOT = SPACES
           THEN DISPLAY 'EJECUTADO EL        : '
                        AVAL-S-FEC-EJECUCION
                DISPLAY 'IMPORTE EJECUTADO   : '
                        AVAL-S-IMPORTE-EJECUTADO
                DISPLAY 'PENDIENTE DE COBRO  : '
                        AVAL-S-IMPORTE-PENDIENTE
                DISPLAY 'DEMORA              : '
                        AVAL-S-IMPORTE-MORA
           END-IF.

       FIN-MOSTRAR-AVAL.
           EXIT.

       GESTIONAR-FONDOS.
      *-----------------
           DISPLAY '(S)uscripcion, (R)eembolso, (A)nular orden o '
                   '(V)er posiciones: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-FON-ACCION.

           INITIALIZE                           AREA-FONDO.

           EVALUATE TRUE
           WHEN ENT-FON-SUSCRIBIR
                DISPLAY 'NIF del cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FON-NIF
                DISPLAY 'ISIN del fondo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FON-ISIN
                DISPLAY 'Id. de la cuenta de cargo: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-FON-ID-CTA
                DISPLAY 'Importe a invertir (con dos decimales): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-FON-IMPORTE
                SET  FONDO-E-ACC-SUSCRIBIR       TO TRUE
                MOVE WK-ENT-FON-NIF              TO FONDO-E-NIF
                MOVE WK-ENT-FON-ISIN             TO FONDO-E-ISIN
                MOVE WK-ENT-FON-ID-CTA           TO FONDO-E-ID-CTA
                MOVE WK-ENT-FON-IMPORTE          TO FONDO-E-IMPORTE

           WHEN ENT-FON-REEMBOLSAR
                DISPLAY 'NIF del cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FON-NIF
                DISPLAY 'ISIN del fondo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FON-ISIN
                DISPLAY 'Id. de la cuenta de abono (0 = la de la '
                        'posicion): ' WITH NO ADVANCING
                ACCEPT WK-ENT-FON-ID-CTA
                DISPLAY 'Participaciones (0 = todas): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-FON-PARTICIPACIONES
                SET  FONDO-E-ACC-REEMBOLSAR      TO TRUE
                MOVE WK-ENT-FON-NIF              TO FONDO-E-NIF
                MOVE WK-ENT-FON-ISIN             TO FONDO-E-ISIN
                MOVE WK-ENT-FON-ID-CTA           TO FONDO-E-ID-CTA
                MOVE WK-ENT-FON-PARTICIPACIONES  TO
                     FONDO-E-PARTICIPACIONES

           WHEN ENT-FON-ANULAR
                DISPLAY 'Id. de la orden: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FON-ID-ORDEN
                SET  FONDO-E-ACC-ANULAR          TO TRUE
                MOVE WK-ENT-FON-ID-ORDEN         TO FONDO-E-ID-ORDEN

           WHEN ENT-FON-CONSULTAR
                DISPLAY 'NIF del cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-FON-NIF
                SET  FONDO-E-ACC-CONSULTAR       TO TRUE
                MOVE WK-ENT-FON-NIF              TO FONDO-E-NIF

           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-FONDOS
           END-EVALUATE.

           MOVE WK-USUARIO                      TO FONDO-E-USUARIO.

           CALL "FONDO"                         USING AREA-FONDO.

           EVALUATE TRUE
           WHEN FONDO-STAT-OK
                IF   ENT-FON-CONSULTAR
                THEN IF   FONDO-S-NUM-POSICIONES = ZERO
                     THEN DISPLAY 'EL CLIENTE NO TIENE POSICIONES EN '
                                  'FONDOS'
                     ELSE PERFORM MOSTRAR-POSICION-FONDO THRU
                                  FIN-MOSTRAR-POSICION-FONDO
                          VARYING WK-I FROM 1 BY 1
                          UNTIL   WK-I > FONDO-S-NUM-POSICIONES
                     END-IF
                ELSE PERFORM MOSTRAR-ORDEN-FONDO THRU
                             FIN-MOSTRAR-ORDEN-FONDO
                END-IF
           WHEN FONDO-STAT-ENC-NO
                DISPLAY 'CLIENTE, CUENTA, FONDO, POSICION U ORDEN NO '
                        'ENCONTRADOS'
           WHEN FONDO-STAT-ERR-TITULAR
                DISPLAY 'EL CLIENTE NO ES TITULAR DE LA CUENTA'
           WHEN FONDO-STAT-ERR-ESTADO
                DISPLAY 'CUENTA NO ACTIVA, FONDO CERRADO U ORDEN YA '
                        'ENVIADA A LA GESTORA'
           WHEN FONDO-STAT-ERR-APUNTE
                DISPLAY 'APUNTE EN LA CUENTA RECHAZADO'
           WHEN FONDO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS, IMPORTE POR DEBAJO DEL '
                        'MINIMO O PARTICIPACIONES NO DISPONIBLES'
           WHEN OTHER
                DISPLAY 'ERROR EN LOS FONDOS DE INVERSION'
           END-EVALUATE.

       FIN-GESTIONAR-FONDOS.
           EXIT.

       MOSTRAR-ORDEN-FONDO.
      *--------------------
           DISPLAY 'ID ORDEN            : ' FONDO-S-ID-ORDEN.
           DISPLAY 'TIPO                : ' FONDO-S-TIPO.
           DISPLAY 'FONDO               : ' FONDO-S-ISIN
                   ' ' FONDO-S-NOM-FONDO.
           DISPLAY 'CUENTA              : ' FONDO-S-ID-CTA.
           IF   FONDO-S-TIPO = 'S'
           THEN DISPLAY 'IMPORTE             : ' FONDO-S-IMPORTE
           ELSE DISPLAY 'PARTICIPACIONES     : '
                        FONDO-S-PARTICIPACIONES
           END-IF.
           DISPLAY 'ESTADO              : ' FONDO-S-ESTADO.

       FIN-MOSTRAR-ORDEN-FONDO.
           EXIT.

       MOSTRAR-POSICION-FONDO.
      *-----------------------
           DISPLAY 'FONDO               : ' FONDO-S-POS-ISIN(WK-I)
                   ' ' FONDO-S-POS-NOM(WK-I).
           DISPLAY '  CUENTA            : ' FONDO-S-POS-ID-CTA(WK-I).
           DISPLAY '  PARTICIPACIONES   : '
                   FONDO-S-POS-PARTICIPACIONES(WK-I).
           DISPLAY '  VL                : ' FONDO-S-POS-VL(WK-I)
                   ' ' FONDO-S-POS-FEC-VL(WK-I).
           DISPLAY '  VALOR             : ' FONDO-S-POS-VALOR(WK-I)
                   ' ' FONDO-S-POS-DIVISA(WK-I).
           DISPLAY '  COSTE             : ' FONDO-S-POS-COSTE(WK-I).
           IF   FONDO-S-POS-PART-PEND(WK-I) NOT = ZERO
           THEN DISPLAY '  REEMBOLSO PENDIENTE: '
                        FONDO-S-POS-PART-PEND(WK-I)
           END-IF.

       FIN-MOSTRAR-POSICION-FONDO.
           EXIT.

      * Un mes cerrado a mano queda igual que el que cierra
      * DEVENGOMES; su reapertura queda encolada hasta que otro
      * operador la apruebe en APRCAMBIO.
       GESTIONAR-PERIODOS.
      *-------------------
           DISPLAY '(V)er estado, (C)errar o (R)eabrir un mes: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-PER-ACCION.

           IF   NOT (ENT-PER-CONSULTAR OR ENT-PER-CERRAR
                     OR ENT-PER-REABRIR)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-PERIODOS
           END-IF.

           DISPLAY 'Mes contable (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-PER-MES.

           INITIALIZE                           AREA-PERIODO.

           EVALUATE TRUE
           WHEN ENT-PER-CONSULTAR
                SET PERIODO-E-ACC-CONSULTAR      TO TRUE
           WHEN ENT-PER-CERRAR
                SET PERIODO-E-ACC-CERRAR         TO TRUE
           WHEN ENT-PER-REABRIR
                SET PERIODO-E-ACC-REABRIR        TO TRUE
           END-EVALUATE.

           MOVE WK-ENT-PER-MES                  TO PERIODO-E-MES.
           MOVE WK-USUARIO                      TO PERIODO-E-USUARIO.

           CALL "PERIODO"                       USING AREA-PERIODO.

           EVALUATE TRUE
           WHEN PERIODO-STAT-OK
                DISPLAY 'MES                 : ' PERIODO-E-MES
                EVALUATE TRUE
                WHEN PERIODO-S-ESTADO-ABIERTO
                     DISPLAY 'ESTADO              : ABIERTO'
                WHEN PERIODO-S-ESTADO-CERRANDO
                     DISPLAY 'ESTADO              : EN CIERRE'
                WHEN PERIODO-S-ESTADO-CERRADO
                     DISPLAY 'ESTADO              : CERRADO EL '
                             PERIODO-S-FEC-CIERRE
                END-EVALUATE
                DISPLAY 'REAPERTURAS         : '
                        PERIODO-S-NUM-REAPERTURAS
           WHEN PERIODO-STAT-PENDIENTE
                DISPLAY 'REAPERTURA PENDIENTE DE APROBACION POR OTRO '
                        'OPERADOR'
           WHEN PERIODO-STAT-ERR-MES
                DISPLAY 'MES NO VALIDO'
           WHEN PERIODO-STAT-ERR-ESTADO
                IF   ENT-PER-CERRAR
                THEN DISPLAY 'EL MES YA ESTA CERRADO'
                ELSE DISPLAY 'EL MES NO ESTA CERRADO'
                END-IF
           WHEN OTHER
                DISPLAY 'ERROR EN LOS PERIODOS CONTABLES'
           END-EVALUATE.

       FIN-GESTIONAR-PERIODOS.
           EXIT.

      * Consulta el valor en vigor de un parámetro batch o da de alta
      * uno nuevo; el cambio de uno sensible queda encolado hasta que
      * otro operador lo apruebe en APRCAMBIO. Los parámetros de todo
      * el banco (BANCO_BIC, BANCO_MODO_IMPORTE) van con programa
      * BANCO.
       GESTIONAR-PARAMETROS.
      *---------------------
           DISPLAY '(V)er valor en vigor o (C)ambiar un parametro: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-PAR-ACCION.

           IF   NOT (ENT-PAR-CONSULTAR OR ENT-PAR-CAMBIAR)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-PARAMETROS
           END-IF.

           DISPLAY 'Programa: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-PAR-PROGRAMA.
           DISPLAY 'Parametro: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-PAR-PARAMETRO.

           INITIALIZE                           AREA-PARAMBATCH.

           MOVE WK-ENT-PAR-PROGRAMA             TO
                PARAMBATCH-E-PROGRAMA.
           MOVE WK-ENT-PAR-PARAMETRO            TO
                PARAMBATCH-E-PARAMETRO.
           MOVE WK-USUARIO                      TO PARAMBATCH-E-USUARIO.

           IF   ENT-PAR-CONSULTAR
           THEN SET PARAMBATCH-E-ACC-LEER       TO TRUE
           ELSE SET PARAMBATCH-E-ACC-CAMBIAR    TO TRUE
                DISPLAY 'Valor nuevo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PAR-VALOR
                DISPLAY 'Rige desde (AAAAMMDD, 0 desde ya): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-PAR-FEC-VIGOR
                MOVE WK-ENT-PAR-VALOR           TO PARAMBATCH-E-VALOR
                MOVE WK-ENT-PAR-FEC-VIGOR       TO
                     PARAMBATCH-E-FEC-VIGOR
           END-IF.

           CALL "PARAMBATCH"                    USING AREA-PARAMBATCH.

           EVALUATE TRUE
           WHEN PARAMBATCH-STAT-OK AND ENT-PAR-CONSULTAR
                EVALUATE TRUE
                WHEN PARAMBATCH-S-ORIGEN-TABLA
                     DISPLAY 'VALOR EN VIGOR      : '
                             PARAMBATCH-S-VALOR
                     DISPLAY 'RIGE DESDE          : '
                             PARAMBATCH-S-FEC-VIGOR
                WHEN PARAMBATCH-S-ORIGEN-ENTORNO
                     DISPLAY 'VALOR EN ESTA SESION: '
                             PARAMBATCH-S-VALOR
                     DISPLAY '(SUSTITUIDO POR LA VARIABLE DE ENTORNO)'
                WHEN OTHER
                     DISPLAY 'SIN VALOR EN LA TABLA: EL PROGRAMA USA '
                             'SU VALOR POR OMISION'
                END-EVALUATE
                IF   PARAMBATCH-S-SENSIBLE = 'S'
                THEN DISPLAY 'SU CAMBIO PIDE LA APROBACION DE OTRO '
                             'OPERADOR'
                END-IF
           WHEN PARAMBATCH-STAT-OK
                DISPLAY 'PARAMETRO CAMBIADO'
           WHEN PARAMBATCH-STAT-PENDIENTE
                DISPLAY 'CAMBIO PENDIENTE DE APROBACION POR OTRO '
                        'OPERADOR'
           WHEN PARAMBATCH-STAT-ERR-PARAM
                DISPLAY 'FALTA EL PROGRAMA O EL PARAMETRO'
           WHEN PARAMBATCH-STAT-ERR-VALOR
                DISPLAY 'VALOR O FECHA NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LOS PARAMETROS BATCH'
           END-EVALUATE.

       FIN-GESTIONAR-PARAMETROS.
           EXIT.

      * Consentimientos del cliente a proveedores terceros de
      * servicios de pago: alta con su alcance y cuentas, consulta de
      * los que tiene y revocación cuando el cliente la pide.
       GESTIONAR-TPP.
      *--------------
           DISPLAY '(A)lta, (V)er o (R)evocar consentimiento: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-TPP-ACCION.

           IF   NOT (ENT-TPP-ALTA OR ENT-TPP-VER OR ENT-TPP-REVOCAR)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-TPP
           END-IF.

           DISPLAY 'NIF del cliente: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-TPP-NIF.

           INITIALIZE                           AREA-CONSTPP.
           MOVE WK-ENT-TPP-NIF                  TO CONSTPP-E-NIF.
           MOVE WK-USUARIO                      TO CONSTPP-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-TPP-ALTA
                DISPLAY 'Id. del proveedor: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-ID
                DISPLAY 'Nombre del proveedor: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-NOMBRE
                DISPLAY 'Licencia del proveedor: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-LICENCIA
                DISPLAY 'Consulta de saldos (S/N): ' WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-SALDOS
                DISPLAY 'Consulta de movimientos (S/N): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-MOVIMIENTOS
                DISPLAY 'Iniciacion de pagos (S/N): ' WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-PAGOS
                DISPLAY 'Dias de vigencia (0 = 90): ' WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-DIAS
                DISPLAY 'Numero de cuentas (1 a 10): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-NUM-CUENTAS
                IF   WK-ENT-TPP-NUM-CUENTAS > 10
                THEN MOVE 10                    TO
                          WK-ENT-TPP-NUM-CUENTAS
                END-IF
                INSPECT WK-ENT-TPP-SALDOS      CONVERTING 's' TO 'S'
                INSPECT WK-ENT-TPP-MOVIMIENTOS CONVERTING 's' TO 'S'
                INSPECT WK-ENT-TPP-PAGOS       CONVERTING 's' TO 'S'
                SET  CONSTPP-E-ACC-ALTA         TO TRUE
                MOVE WK-ENT-TPP-ID              TO CONSTPP-E-ID-TPP
                MOVE WK-ENT-TPP-NOMBRE          TO
                     CONSTPP-E-NOMBRE-TPP
                MOVE WK-ENT-TPP-LICENCIA        TO CONSTPP-E-LICENCIA
                MOVE WK-ENT-TPP-SALDOS          TO CONSTPP-E-SALDOS
                MOVE WK-ENT-TPP-MOVIMIENTOS     TO
                     CONSTPP-E-MOVIMIENTOS
                MOVE WK-ENT-TPP-PAGOS           TO CONSTPP-E-PAGOS
                MOVE WK-ENT-TPP-DIAS            TO CONSTPP-E-DIAS
                MOVE WK-ENT-TPP-NUM-CUENTAS     TO
                     CONSTPP-E-NUM-CUENTAS
                PERFORM PEDIR-CUENTA-TPP        THRU
                        FIN-PEDIR-CUENTA-TPP
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > WK-ENT-TPP-NUM-CUENTAS
           WHEN ENT-TPP-VER
                SET  CONSTPP-E-ACC-CONSULTAR    TO TRUE
           WHEN OTHER
                DISPLAY 'Id. del consentimiento: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TPP-ID-CONSENT
                SET  CONSTPP-E-ACC-REVOCAR      TO TRUE
                MOVE WK-ENT-TPP-ID-CONSENT      TO
                     CONSTPP-E-ID-CONSENT
           END-EVALUATE.

           CALL "CONSTPP"                       USING AREA-CONSTPP.

           EVALUATE TRUE
           WHEN CONSTPP-STAT-OK AND ENT-TPP-ALTA
                DISPLAY 'CONSENTIMIENTO REGISTRADO, ID ['
                        CONSTPP-S-ID-CONSENT ']'
                DISPLAY 'VALIDO HASTA        : '
                        CONSTPP-S-FEC-CADUCIDAD
           WHEN CONSTPP-STAT-OK AND ENT-TPP-VER
                DISPLAY 'ID         PROVEEDOR            S M P '
                        'ALTA     VENCE    E CTAS'
                PERFORM MOSTRAR-CONSENT-TPP     THRU
                        FIN-MOSTRAR-CONSENT-TPP
                VARYING WK-I FROM 1 BY 1
                UNTIL   WK-I > CONSTPP-S-CON-CONTADOR
           WHEN CONSTPP-STAT-OK
                DISPLAY 'CONSENTIMIENTO REVOCADO'
           WHEN CONSTPP-STAT-ENC-NO
                DISPLAY 'CLIENTE, CUENTA O CONSENTIMIENTO NO '
                        'ENCONTRADO'
           WHEN CONSTPP-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE CONSENTIMIENTOS'
           END-EVALUATE.

       FIN-GESTIONAR-TPP.
           EXIT.

       PEDIR-CUENTA-TPP.
      *-----------------
           DISPLAY 'Numero de cuenta ' WK-I ': ' WITH NO ADVANCING.
           ACCEPT CONSTPP-E-CUENTA(WK-I).

       FIN-PEDIR-CUENTA-TPP.
           EXIT.

       MOSTRAR-CONSENT-TPP.
      *--------------------
           DISPLAY CONSTPP-S-CON-ID(WK-I) ' '
                   CONSTPP-S-CON-ID-TPP(WK-I) ' '
                   CONSTPP-S-CON-SALDOS(WK-I) ' '
                   CONSTPP-S-CON-MOVIMIENTOS(WK-I) ' '
                   CONSTPP-S-CON-PAGOS(WK-I) ' '
                   CONSTPP-S-CON-FEC-ALTA(WK-I) ' '
                   CONSTPP-S-CON-FEC-CADUCIDAD(WK-I) ' '
                   CONSTPP-S-CON-ESTADO(WK-I) ' '
                   CONSTPP-S-CON-NUM-CUENTAS(WK-I).

       FIN-MOSTRAR-CONSENT-TPP.
           EXIT.

      * Activación en oficina de una tarjeta emitida que el titular
      * ya ha recibido, para quien no quiere esperar al primer uso
      * del PIN. Si es una reemisión, ACTIVTAR da de baja la
      * sustituida en el mismo paso.
       ACTIVAR-TARJETA.
      *----------------
           DISPLAY 'Id. de la tarjeta: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-ACT-ID-TAR.

           INITIALIZE                           AREA-ACTIVTAR.
           MOVE WK-ENT-ACT-ID-TAR               TO ACTIVTAR-E-ID-TAR.
           SET  ACTIVTAR-E-CANAL-OFICINA        TO TRUE.
           MOVE WK-USUARIO                      TO ACTIVTAR-E-USUARIO.

           CALL "ACTIVTAR"                      USING AREA-ACTIVTAR.

           EVALUATE TRUE
           WHEN ACTIVTAR-STAT-OK
                DISPLAY 'TARJETA ACTIVADA'
                IF   ACTIVTAR-S-ID-TAR-ANT NOT = ZERO
                THEN DISPLAY 'BAJA DE LA TARJETA SUSTITUIDA ['
                             ACTIVTAR-S-ID-TAR-ANT ']'
                END-IF
           WHEN ACTIVTAR-STAT-ENC-NO
                DISPLAY 'TARJETA NO ENCONTRADA'
           WHEN ACTIVTAR-STAT-YA-ACTIVA
                DISPLAY 'LA TARJETA YA ESTA ACTIVA'
           WHEN ACTIVTAR-STAT-ERR-BAJA
                DISPLAY 'LA TARJETA ESTA DE BAJA'
           WHEN ACTIVTAR-STAT-ERR-BLOQ
                DISPLAY 'LA TARJETA ESTA BLOQUEADA O EN REVISION'
           WHEN ACTIVTAR-STAT-NO-ESTAMPADA
                DISPLAY 'EL PLASTICO AUN NO SE HA PEDIDO AL ESTAMPADOR'
           WHEN OTHER
                DISPLAY 'ERROR AL ACTIVAR LA TARJETA'
           END-EVALUATE.

       FIN-ACTIVAR-TARJETA.
           EXIT.

      * Comercios con TPV del banco: alta con su cuenta de liquidación
      * y tasas de descuento, cambio de condiciones, baja, alta y baja
      * de terminales y consulta con sus terminales.
       GESTIONAR-COMERCIOS.
      *--------------------
           DISPLAY '(A)lta, (M)odificar, (B)aja, alta de (T)erminal,'
           DISPLAY 'baja de terminal (Q) o (V)er comercio: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-COM-ACCION.

           IF   NOT (ENT-COM-ALTA OR ENT-COM-MODIFICAR OR ENT-COM-BAJA
                     OR ENT-COM-ALTA-TPV OR ENT-COM-BAJA-TPV
                     OR ENT-COM-VER)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-COMERCIOS
           END-IF.

           DISPLAY 'Codigo de comercio: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-COM-ID.

           INITIALIZE                           AREA-COMERCIO.
           MOVE WK-ENT-COM-ID                   TO COMERCIO-E-ID.
           MOVE WK-USUARIO                      TO COMERCIO-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-COM-ALTA OR ENT-COM-MODIFICAR
                IF   ENT-COM-ALTA
                THEN DISPLAY 'NIF del cliente: ' WITH NO ADVANCING
                     ACCEPT WK-ENT-COM-NIF
                     DISPLAY 'Nombre comercial: ' WITH NO ADVANCING
                     ACCEPT WK-ENT-COM-NOMBRE
                     SET  COMERCIO-E-ACC-ALTA   TO TRUE
                     MOVE WK-ENT-COM-NIF        TO COMERCIO-E-NIF
                     MOVE WK-ENT-COM-NOMBRE     TO COMERCIO-E-NOMBRE
                ELSE DISPLAY '(En blanco o a cero se mantiene)'
                     SET  COMERCIO-E-ACC-MODIFICAR TO TRUE
                END-IF
                DISPLAY 'Actividad (MCC): ' WITH NO ADVANCING
                ACCEPT WK-ENT-COM-ACTIVIDAD
                DISPLAY 'Cuenta de liquidacion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-COM-CUENTA
                DISPLAY 'Tasa tarjeta de debito (0,0030 = 0,30%): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-COM-TASA-DEBITO
                DISPLAY 'Tasa tarjeta de credito: ' WITH NO ADVANCING
                ACCEPT WK-ENT-COM-TASA-CREDITO
                DISPLAY 'Tasa internacional o de empresa: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-COM-TASA-OTRAS
                MOVE WK-ENT-COM-ACTIVIDAD       TO
                     COMERCIO-E-ACTIVIDAD
                MOVE WK-ENT-COM-CUENTA          TO COMERCIO-E-CUENTA
                MOVE WK-ENT-COM-TASA-DEBITO     TO
                     COMERCIO-E-TASA-DEBITO
                MOVE WK-ENT-COM-TASA-CREDITO    TO
                     COMERCIO-E-TASA-CREDITO
                MOVE WK-ENT-COM-TASA-OTRAS      TO
                     COMERCIO-E-TASA-OTRAS
           WHEN ENT-COM-BAJA
                SET  COMERCIO-E-ACC-BAJA        TO TRUE
           WHEN ENT-COM-ALTA-TPV OR ENT-COM-BAJA-TPV
                DISPLAY 'Codigo del terminal: ' WITH NO ADVANCING
                ACCEPT WK-ENT-COM-ID-TPV
                MOVE WK-ENT-COM-ID-TPV          TO COMERCIO-E-ID-TPV
                IF   ENT-COM-ALTA-TPV
                THEN SET COMERCIO-E-ACC-ALTA-TPV TO TRUE
                ELSE SET COMERCIO-E-ACC-BAJA-TPV TO TRUE
                END-IF
           WHEN OTHER
                SET  COMERCIO-E-ACC-CONSULTAR   TO TRUE
           END-EVALUATE.

           CALL "COMERCIO"                      USING AREA-COMERCIO.

           EVALUATE TRUE
           WHEN COMERCIO-STAT-OK
                DISPLAY 'COMERCIO    : ' WK-ENT-COM-ID ' '
                        COMERCIO-S-NOMBRE
                DISPLAY 'NIF         : ' COMERCIO-S-NIF
                DISPLAY 'ACTIVIDAD   : ' COMERCIO-S-ACTIVIDAD
                DISPLAY 'CUENTA      : ' COMERCIO-S-CUENTA
                DISPLAY 'TASAS D/C/I : ' COMERCIO-S-TASA-DEBITO ' '
                        COMERCIO-S-TASA-CREDITO ' '
                        COMERCIO-S-TASA-OTRAS
                DISPLAY 'ESTADO      : ' COMERCIO-S-ESTADO
                        '  ALTA: ' COMERCIO-S-FEC-ALTA
                IF   ENT-COM-VER
                THEN DISPLAY 'TERMINAL E ALTA'
                     PERFORM MOSTRAR-TPV-COMERCIO THRU
                             FIN-MOSTRAR-TPV-COMERCIO
                     VARYING WK-I FROM 1 BY 1
                     UNTIL   WK-I > COMERCIO-S-TPV-CONTADOR
                END-IF
           WHEN COMERCIO-STAT-ENC-NO
                DISPLAY 'CLIENTE, CUENTA, COMERCIO O TERMINAL NO '
                        'ENCONTRADO O DE BAJA'
           WHEN COMERCIO-STAT-DUPLICADO
                DISPLAY 'COMERCIO O TERMINAL YA REGISTRADO'
           WHEN COMERCIO-STAT-PENDIENTE
                DISPLAY 'EL COMERCIO TIENE OPERACIONES SIN LIQUIDAR'
           WHEN COMERCIO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE COMERCIOS'
           END-EVALUATE.

       FIN-GESTIONAR-COMERCIOS.
           EXIT.

       MOSTRAR-TPV-COMERCIO.
      *---------------------
           DISPLAY COMERCIO-S-TPV-ID(WK-I) ' '
                   COMERCIO-S-TPV-ESTADO(WK-I) ' '
                   COMERCIO-S-TPV-FEC-ALTA(WK-I).

       FIN-MOSTRAR-TPV-COMERCIO.
           EXIT.

      * Correo devuelto por Correos: el sobre mensual se registra por
      * la referencia impresa en él y las cartas por NIF y tipo de
      * documento; la oficina puede rehabilitar una dirección y
      * consultar los domicilios del cliente con su situación.
       GESTIONAR-CORREO-DEVUELTO.
      *--------------------------
           DISPLAY 'Devolucion de (S)obre, de (C)arta, (R)ehabilitar'.
           DISPLAY 'domicilio o (V)er domicilios del cliente: '
                   WITH NO ADVANCING.
           ACCEPT WK-ENT-DEV-ACCION.

           IF   NOT (ENT-DEV-SOBRE OR ENT-DEV-CARTA
                     OR ENT-DEV-REHABILITAR OR ENT-DEV-VER)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-CORREO-DEVUELTO
           END-IF.

           INITIALIZE                           AREA-CORREODEV.
           MOVE WK-USUARIO                      TO CORREODEV-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-DEV-SOBRE
                DISPLAY 'Referencia del sobre: ' WITH NO ADVANCING
                ACCEPT WK-ENT-DEV-REF
                SET  CORREODEV-E-ACC-REGISTRAR-REF TO TRUE
                MOVE WK-ENT-DEV-REF             TO CORREODEV-E-REF
           WHEN ENT-DEV-CARTA
                DISPLAY 'NIF del cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-DEV-NIF
                DISPLAY 'Documento (SOB sobre, AVD aviso de domicilio,'
                DISPLAY 'AVP preaviso de plazo fijo): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-DEV-TIPO-DOC
                DISPLAY 'Domicilio (cero, el de envio actual): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-DEV-ID-DOM
                SET  CORREODEV-E-ACC-REGISTRAR-NIF TO TRUE
                MOVE WK-ENT-DEV-NIF             TO CORREODEV-E-NIF
                MOVE WK-ENT-DEV-TIPO-DOC        TO CORREODEV-E-TIPO-DOC
                MOVE WK-ENT-DEV-ID-DOM          TO CORREODEV-E-ID-DOM
           WHEN ENT-DEV-REHABILITAR
                DISPLAY 'Domicilio confirmado: ' WITH NO ADVANCING
                ACCEPT WK-ENT-DEV-ID-DOM
                SET  CORREODEV-E-ACC-REHABILITAR TO TRUE
                MOVE WK-ENT-DEV-ID-DOM          TO CORREODEV-E-ID-DOM
           WHEN OTHER
                DISPLAY 'NIF del cliente: ' WITH NO ADVANCING
                ACCEPT WK-ENT-DEV-NIF
                SET  CORREODEV-E-ACC-CONSULTAR  TO TRUE
                MOVE WK-ENT-DEV-NIF             TO CORREODEV-E-NIF
           END-EVALUATE.

           CALL "CORREODEV"                     USING AREA-CORREODEV.

           EVALUATE TRUE
           WHEN CORREODEV-STAT-OK
                IF   ENT-DEV-VER
                THEN DISPLAY 'DOMICILIO  T DIRECCION / ENTREGABLE / '
                             'DEVOLUCIONES / ULTIMA'
                     PERFORM MOSTRAR-DOMICILIO-DEVUELTO THRU
                             FIN-MOSTRAR-DOMICILIO-DEVUELTO
                     VARYING WK-I FROM 1 BY 1
                     UNTIL   WK-I > CORREODEV-S-DOM-CONTADOR
                ELSE IF   ENT-DEV-REHABILITAR
                     THEN DISPLAY 'DOMICILIO ' CORREODEV-S-ID-DOM
                                  ' ENTREGABLE DE NUEVO'
                     ELSE DISPLAY 'DEVOLUCION  : '
                                  CORREODEV-S-ID-DEVOL
                          DISPLAY 'DOMICILIO   : ' CORREODEV-S-ID-DOM
                                  ' NO ENTREGABLE'
                          DISPLAY 'DEVOLUCIONES: '
                                  CORREODEV-S-NUM-DEVOL
                     END-IF
                END-IF
           WHEN CORREODEV-STAT-ENC-NO
                DISPLAY 'CLIENTE O DOMICILIO NO ENCONTRADO'
           WHEN CORREODEV-STAT-SIN-DOMICILIO
                DISPLAY 'EL CLIENTE NO TIENE DOMICILIO ENTREGABLE; '
                        'INDIQUE EL DOMICILIO DEVUELTO'
           WHEN CORREODEV-STAT-DUPLICADO
                DISPLAY 'ESE SOBRE YA ESTA REGISTRADO COMO DEVUELTO'
           WHEN CORREODEV-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE CORREO DEVUELTO'
           END-EVALUATE.

       FIN-GESTIONAR-CORREO-DEVUELTO.
           EXIT.

       MOSTRAR-DOMICILIO-DEVUELTO.
      *---------------------------
           DISPLAY CORREODEV-S-DOM-ID(WK-I) ' '
                   CORREODEV-S-DOM-TIPO(WK-I) ' '
                   CORREODEV-S-DOM-CALLE(WK-I) ' '
                   CORREODEV-S-DOM-NUM(WK-I) ' '
                   CORREODEV-S-DOM-COD-POS(WK-I) ' '
                   CORREODEV-S-DOM-POBL(WK-I) ' / '
                   CORREODEV-S-DOM-ENTREGABLE(WK-I) ' / '
                   CORREODEV-S-DOM-NUM-DEVOL(WK-I) ' / '
                   CORREODEV-S-DOM-FEC-DEVOL(WK-I).

       FIN-MOSTRAR-DOMICILIO-DEVUELTO.
           EXIT.

      * Pérdidas operacionales: alta de los eventos que no abre
      * ningún programa (fraude interno, daños, caídas de sistemas,
      * sanciones...), anotación de lo recuperado después, cierre del
      * evento y consulta. Los códigos de categoría y de línea son
      * los de Basilea que valida PERDIDA.
       GESTIONAR-PERDIDAS.
      *-------------------
           DISPLAY '(A)lta de evento, (R)ecuperacion, (C)errar o '
                   '(V)er evento: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-PDA-ACCION.

           IF   NOT (ENT-PDA-ALTA OR ENT-PDA-RECUPERAR
                     OR ENT-PDA-CERRAR OR ENT-PDA-VER)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-PERDIDAS
           END-IF.

           INITIALIZE                           AREA-PERDIDA.
           MOVE WK-USUARIO                      TO PERDIDA-E-USUARIO.
           MOVE 'MENUBANCO'                     TO PERDIDA-E-ORIGEN.

           EVALUATE TRUE
           WHEN ENT-PDA-ALTA
                DISPLAY 'Fecha de ocurrencia (AAAAMMDD): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-FEC-OCURRENCIA
                DISPLAY 'Fecha de descubrimiento (AAAAMMDD, en blanco '
                        'hoy): ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-FEC-DESCUBRE
                DISPLAY 'Perdida bruta: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-IMPORTE
                DISPLAY 'Categoria (FI fraude interno, FE fraude '
                        'externo, RL laboral,'
                DISPLAY 'CN clientes y productos, DA danos materiales,'
                        ' IS sistemas,'
                DISPLAY 'EP ejecucion y procesos): ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-CATEGORIA
                DISPLAY 'Linea de negocio (FC finanzas corporativas, '
                        'NV negociacion,'
                DISPLAY 'BM banca minorista, BC banca comercial, PL '
                        'pagos,'
                DISPLAY 'SA agencia, GA gestion de activos, IM '
                        'intermediacion): ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-LINEA
                DISPLAY 'Oficina (en blanco, la del cliente del '
                        'medio): ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-OFICINA
                DISPLAY 'Cuenta o tarjeta afectada (cero si ninguna): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-ID-MEDIO
                DISPLAY 'Descripcion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-DESCRIPCION
                SET  PERDIDA-E-ACC-ALTA         TO TRUE
                MOVE WK-ENT-PDA-FEC-OCURRENCIA  TO
                     PERDIDA-E-FEC-OCURRENCIA
                MOVE WK-ENT-PDA-FEC-DESCUBRE    TO
                     PERDIDA-E-FEC-DESCUBRE
                MOVE WK-ENT-PDA-IMPORTE         TO PERDIDA-E-IMPORTE
                MOVE WK-ENT-PDA-CATEGORIA       TO PERDIDA-E-CATEGORIA
                MOVE WK-ENT-PDA-LINEA           TO PERDIDA-E-LINEA
                MOVE WK-ENT-PDA-OFICINA         TO PERDIDA-E-OFICINA
                MOVE WK-ENT-PDA-ID-MEDIO        TO PERDIDA-E-ID-MEDIO
                MOVE WK-ENT-PDA-DESCRIPCION     TO
                     PERDIDA-E-DESCRIPCION
           WHEN ENT-PDA-RECUPERAR
                DISPLAY 'Evento: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-ID
                DISPLAY 'Importe recuperado: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-IMPORTE
                SET  PERDIDA-E-ACC-RECUPERAR    TO TRUE
                MOVE WK-ENT-PDA-ID              TO PERDIDA-E-ID
                MOVE WK-ENT-PDA-IMPORTE         TO PERDIDA-E-IMPORTE
           WHEN ENT-PDA-CERRAR
                DISPLAY 'Evento: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-ID
                SET  PERDIDA-E-ACC-CERRAR       TO TRUE
                MOVE WK-ENT-PDA-ID              TO PERDIDA-E-ID
           WHEN OTHER
                DISPLAY 'Evento: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PDA-ID
                SET  PERDIDA-E-ACC-CONSULTAR    TO TRUE
                MOVE WK-ENT-PDA-ID              TO PERDIDA-E-ID
           END-EVALUATE.

           CALL "PERDIDA"                       USING AREA-PERDIDA.

           EVALUATE TRUE
           WHEN PERDIDA-STAT-OK
                DISPLAY 'EVENTO        : ' PERDIDA-S-ID
                        '  ESTADO ' PERDIDA-S-ESTADO
                DISPLAY 'OCURRENCIA    : ' PERDIDA-S-FEC-OCURRENCIA
                        '  DESCUBIERTA ' PERDIDA-S-FEC-DESCUBRE
                DISPLAY 'CATEGORIA     : ' PERDIDA-S-CATEGORIA
                        '  LINEA ' PERDIDA-S-LINEA
                        '  OFICINA ' PERDIDA-S-OFICINA
                DISPLAY 'ORIGEN        : ' PERDIDA-S-ORIGEN
                        ' ' PERDIDA-S-REFERENCIA
                        '  MEDIO ' PERDIDA-S-ID-MEDIO
                DISPLAY 'PERDIDA BRUTA : ' PERDIDA-S-IMPORTE-BRUTO
                DISPLAY 'RECUPERADO    : ' PERDIDA-S-IMPORTE-RECUP
                DISPLAY 'PERDIDA NETA  : ' PERDIDA-S-IMPORTE-NETO
                DISPLAY 'DESCRIPCION   : ' PERDIDA-S-DESCRIPCION
           WHEN PERDIDA-STAT-ENC-NO
                DISPLAY 'EVENTO NO ENCONTRADO'
           WHEN PERDIDA-STAT-CERRADO
                DISPLAY 'EL EVENTO YA ESTABA CERRADO'
           WHEN PERDIDA-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS: CATEGORIA, LINEA, FECHAS O '
                        'IMPORTE'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE PERDIDAS'
           END-EVALUATE.

       FIN-GESTIONAR-PERDIDAS.
           EXIT.

       GESTIONAR-RECOBRO.
      *------------------
           DISPLAY '(A)lta, (M)odificar, (B)aja o (V)er agencia,'.
           DISPLAY '(R)etirar una deuda asignada o ver una '
                   'asignacion (D): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-AGR-ACCION.

           IF   NOT (ENT-AGR-ALTA OR ENT-AGR-MODIFICAR OR ENT-AGR-BAJA
                     OR ENT-AGR-VER OR ENT-AGR-RETIRAR
                     OR ENT-AGR-VER-ASIGNACION)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-RECOBRO
           END-IF.

           INITIALIZE                           AREA-RECOBRO.
           MOVE WK-USUARIO                      TO RECOBRO-E-USUARIO.

           IF   ENT-AGR-RETIRAR OR ENT-AGR-VER-ASIGNACION
           THEN DISPLAY 'Asignacion: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AGR-ID-ASIGNACION
                MOVE WK-ENT-AGR-ID-ASIGNACION   TO
                     RECOBRO-E-ID-ASIGNACION
           ELSE DISPLAY 'Codigo de agencia: ' WITH NO ADVANCING
                ACCEPT WK-ENT-AGR-ID
                MOVE WK-ENT-AGR-ID              TO RECOBRO-E-ID-AGENCIA
           END-IF.

           EVALUATE TRUE
           WHEN ENT-AGR-ALTA OR ENT-AGR-MODIFICAR
                IF   ENT-AGR-ALTA
                THEN DISPLAY 'Nombre de la agencia: '
                             WITH NO ADVANCING
                     ACCEPT WK-ENT-AGR-NOMBRE
                     DISPLAY 'NIF de la agencia: ' WITH NO ADVANCING
                     ACCEPT WK-ENT-AGR-NIF
                     SET  RECOBRO-E-ACC-ALTA    TO TRUE
                     MOVE WK-ENT-AGR-NOMBRE     TO RECOBRO-E-NOMBRE
                     MOVE WK-ENT-AGR-NIF        TO RECOBRO-E-NIF
                ELSE DISPLAY '(A cero se mantiene)'
                     SET  RECOBRO-E-ACC-MODIFICAR TO TRUE
                END-IF
                DISPLAY 'Comision sobre lo cobrado (0,1500 = 15%): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-AGR-PCT-COMISION
                DISPLAY 'Maximo de deudas asignadas a la vez: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-AGR-CAPACIDAD
                MOVE WK-ENT-AGR-PCT-COMISION    TO
                     RECOBRO-E-PCT-COMISION
                MOVE WK-ENT-AGR-CAPACIDAD       TO RECOBRO-E-CAPACIDAD
           WHEN ENT-AGR-BAJA
                SET  RECOBRO-E-ACC-BAJA         TO TRUE
           WHEN ENT-AGR-VER
                SET  RECOBRO-E-ACC-CONSULTAR    TO TRUE
           WHEN ENT-AGR-RETIRAR
                SET  RECOBRO-E-ACC-RETIRAR      TO TRUE
           WHEN OTHER
                SET  RECOBRO-E-ACC-VER-ASIGNACION TO TRUE
           END-EVALUATE.

           CALL "RECOBRO"                       USING AREA-RECOBRO.

           EVALUATE TRUE
           WHEN RECOBRO-STAT-OK
                AND (ENT-AGR-RETIRAR OR ENT-AGR-VER-ASIGNACION)
                DISPLAY 'ASIGNACION    : ' RECOBRO-E-ID-ASIGNACION
                        '  AGENCIA ' RECOBRO-S-ASG-ID-AGENCIA
                DISPLAY 'OPERACION     : ' RECOBRO-S-ASG-TIPO
                        ' ' RECOBRO-S-ASG-ID-OPERACION
                        '  NIF ' RECOBRO-S-ASG-NIF
                DISPLAY 'ASIGNADA EL   : '
                        RECOBRO-S-ASG-FEC-ASIGNACION
                        '  LIMITE ' RECOBRO-S-ASG-FEC-LIMITE
                DISPLAY 'ESTADO        : ' RECOBRO-S-ASG-ESTADO
                        '  MOTIVO RETIRADA ' RECOBRO-S-ASG-MOTIVO
                        '  SITUACION ' RECOBRO-S-ASG-SITUACION
                DISPLAY 'DEUDA ASIGNADA: ' RECOBRO-S-ASG-ASIGNADO
                DISPLAY 'RECUPERADO    : ' RECOBRO-S-ASG-RECUPERADO
                DISPLAY 'COMISION      : ' RECOBRO-S-ASG-COMISION
           WHEN RECOBRO-STAT-OK
                DISPLAY 'AGENCIA       : ' RECOBRO-E-ID-AGENCIA
                        ' ' RECOBRO-S-NOMBRE
                DISPLAY 'NIF           : ' RECOBRO-S-NIF
                        '  ESTADO ' RECOBRO-S-ESTADO
                        '  ALTA ' RECOBRO-S-FEC-ALTA
                DISPLAY 'COMISION      : ' RECOBRO-S-PCT-COMISION
                        '  CAPACIDAD ' RECOBRO-S-CAPACIDAD
                DISPLAY 'DEUDAS ACTIVAS: ' RECOBRO-S-ACTIVAS
                        '  IMPORTE ' RECOBRO-S-IMPORTE-ACTIVO
           WHEN RECOBRO-STAT-ENC-NO
                DISPLAY 'AGENCIA O ASIGNACION NO ENCONTRADA, O '
                        'AGENCIA DE BAJA'
           WHEN RECOBRO-STAT-DUPLICADO
                DISPLAY 'LA AGENCIA YA ESTA REGISTRADA'
           WHEN RECOBRO-STAT-ERR-ESTADO
                DISPLAY 'LA AGENCIA TIENE DEUDAS ASIGNADAS O LA '
                        'ASIGNACION YA NO ESTA ACTIVA'
           WHEN RECOBRO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS: NOMBRE, NIF, COMISION O '
                        'CAPACIDAD'
           WHEN OTHER
                DISPLAY 'ERROR EN EL REGISTRO DE AGENCIAS DE RECOBRO'
           END-EVALUATE.

       FIN-GESTIONAR-RECOBRO.
           EXIT.

      * Tarjetas prepago (PREPAGO): emisión, carga desde una cuenta,
      * descarga a una cuenta, consulta y caducidad a mano. La carga
      * y el reembolso en efectivo van por la caja y las cargas de
      * empresa por fichero (CARGAPRE).
       GESTIONAR-PREPAGO.
      *------------------
           DISPLAY '(E)mitir, (C)argar desde cuenta, (D)escargar a '
                   'cuenta,'.
           DISPLAY '(V)er o caducar (K): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-PPG-ACCION.

           IF   NOT (ENT-PPG-EMITIR OR ENT-PPG-CARGAR
                     OR ENT-PPG-DESCARGAR OR ENT-PPG-VER
                     OR ENT-PPG-CADUCAR)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-PREPAGO
           END-IF.

           INITIALIZE                           AREA-PREPAGO.
           MOVE WK-USUARIO                      TO PREPAGO-E-USUARIO.

           IF   ENT-PPG-EMITIR
           THEN DISPLAY 'Id. del titular (0 si es anonima): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-ID-CLI
                DISPLAY 'Modalidad (R regalo, V viaje, E empresa, '
                        'S ayuda social): ' WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-MODALIDAD
                INSPECT WK-ENT-PPG-MODALIDAD CONVERTING 'rves'
                                             TO         'RVES'
                DISPLAY 'Id. de la empresa o entidad (0 si no hay): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-ID-EMPRESA
                DISPLAY 'Cuenta de devolucion (0 si no hay): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-ID-CTA
                DISPLAY 'Oficina de entrega: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-OFICINA
                DISPLAY 'Numero de tarjeta: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-NUM
                DISPLAY 'Caducidad (MMAA): ' WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-FEC
                DISPLAY 'CCV: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-CCV
                SET  PREPAGO-E-ACC-EMITIR       TO TRUE
                MOVE WK-ENT-PPG-ID-CLI          TO PREPAGO-E-ID-CLI
                MOVE WK-ENT-PPG-MODALIDAD       TO PREPAGO-E-MODALIDAD
                MOVE WK-ENT-PPG-ID-EMPRESA      TO PREPAGO-E-ID-EMPRESA
                MOVE WK-ENT-PPG-ID-CTA          TO PREPAGO-E-ID-CTA
                MOVE WK-ENT-PPG-OFICINA         TO PREPAGO-E-OFICINA
                MOVE WK-ENT-PPG-NUM             TO PREPAGO-E-NUM
                MOVE WK-ENT-PPG-FEC             TO PREPAGO-E-FEC
                MOVE WK-ENT-PPG-CCV             TO PREPAGO-E-CCV
           ELSE DISPLAY 'Id. de la tarjeta: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-ID-TAR
                MOVE WK-ENT-PPG-ID-TAR          TO PREPAGO-E-ID-TAR
           END-IF.

           EVALUATE TRUE
           WHEN ENT-PPG-CARGAR OR ENT-PPG-DESCARGAR
                DISPLAY 'Id. de la cuenta: ' WITH NO ADVANCING
                ACCEPT WK-ENT-PPG-ID-CTA
                IF   ENT-PPG-CARGAR
                THEN DISPLAY 'Importe: ' WITH NO ADVANCING
                     SET  PREPAGO-E-ACC-CARGAR  TO TRUE
                ELSE DISPLAY 'Importe (0 para todo el saldo): '
                             WITH NO ADVANCING
                     SET  PREPAGO-E-ACC-DESCARGAR TO TRUE
                END-IF
                ACCEPT WK-ENT-PPG-IMPORTE
                SET  PREPAGO-E-ORIGEN-CUENTA    TO TRUE
                MOVE WK-ENT-PPG-ID-CTA          TO PREPAGO-E-ID-CTA
                MOVE WK-ENT-PPG-IMPORTE         TO PREPAGO-E-IMPORTE
           WHEN ENT-PPG-VER
                SET  PREPAGO-E-ACC-CONSULTAR    TO TRUE
           WHEN ENT-PPG-CADUCAR
                SET  PREPAGO-E-ACC-CADUCAR      TO TRUE
           END-EVALUATE.

           CALL "PREPAGO"                       USING AREA-PREPAGO.

           EVALUATE TRUE
           WHEN PREPAGO-STAT-OK
                DISPLAY 'TARJETA       : ' PREPAGO-S-ID-TAR
                        '  ESTADO ' PREPAGO-S-ESTADO
                        '  ANONIMA ' PREPAGO-S-ANONIMA
                        '  MODALIDAD ' PREPAGO-S-MODALIDAD
                DISPLAY 'SALDO         : ' PREPAGO-S-SALDO
                        '  CADUCA ' PREPAGO-S-FEC-CADUCIDAD
                DISPLAY 'EMPRESA       : ' PREPAGO-S-ID-EMPRESA
                        '  CUENTA DEVOLUCION '
                        PREPAGO-S-CTA-DEVOLUCION
                DISPLAY 'CARGADO EN MES: ' PREPAGO-S-CARGADO-MES
                        '  MAXIMO MES ' PREPAGO-S-LIMITE-MES
                        '  SALDO MAXIMO ' PREPAGO-S-LIMITE-SALDO
                IF   PREPAGO-S-REF NOT = ZERO
                THEN DISPLAY 'MOVIMIENTO    : ' PREPAGO-S-REF
                             '  IMPORTE ' PREPAGO-S-IMPORTE
                END-IF
                IF   ENT-PPG-CADUCAR
                     AND PREPAGO-S-DESTINO = 'T'
                THEN DISPLAY 'SOBRANTE EN LA TRANSITORIA, PARTIDA '
                             PREPAGO-S-ID-PARTIDA
                END-IF
           WHEN PREPAGO-STAT-ENC-NO
                DISPLAY 'TARJETA PREPAGO, CLIENTE, EMPRESA O CUENTA '
                        'NO ENCONTRADOS'
           WHEN PREPAGO-STAT-ERR-DATOS
                AND PREPAGO-S-INSTAR-STAT NOT = ZERO
                DISPLAY 'ALTA RECHAZADA, INSTAR-STAT ['
                        PREPAGO-S-INSTAR-STAT ']'
           WHEN PREPAGO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN PREPAGO-STAT-ERR-ESTADO
                DISPLAY 'LA TARJETA O LA CUENTA NO ESTAN EN UN ESTADO '
                        'QUE LO PERMITA'
           WHEN PREPAGO-STAT-ERR-LIMITE
                DISPLAY 'SE SUPERA EL LIMITE DE SALDO, DE CARGA EN EL '
                        'MES O DE REEMBOLSO'
           WHEN PREPAGO-STAT-ERR-SALDO
                DISPLAY 'SALDO INSUFICIENTE EN LA TARJETA'
           WHEN PREPAGO-STAT-ERR-EMPRESA
                DISPLAY 'LA TARJETA O LA CUENTA NO SON DE LA EMPRESA'
           WHEN PREPAGO-STAT-ERR-POSTEO
                DISPLAY 'POSTEO RECHAZADO'
           WHEN OTHER
                DISPLAY 'ERROR EN LA OPERACION CON LA TARJETA PREPAGO'
           END-EVALUATE.

       FIN-GESTIONAR-PREPAGO.
           EXIT.

      * Recaudación del cuaderno 60 (RECAUDA): cobro en ventanilla de
      * un documento con código de barras, con cargo en cuenta o en
      * efectivo, reimpresión del justificante y alta y baja de las
      * emisoras. El envío y la liquidación a los organismos los hace
      * el cierre del día (LIQRECAUDA).
       GESTIONAR-RECAUDACION.
      *----------------------
           DISPLAY '(C)obrar un documento, (R)eimprimir justificante,'.
           DISPLAY '(A)lta o (B)aja de emisora: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-RCD-ACCION.

           INITIALIZE                           AREA-RECAUDA.
           MOVE WK-USUARIO                      TO RECAUDA-E-USUARIO.

           EVALUATE TRUE
           WHEN ENT-RCD-COBRAR
                PERFORM COBRAR-RECAUDACION      THRU
                        FIN-COBRAR-RECAUDACION
           WHEN ENT-RCD-REIMPRIMIR
                DISPLAY 'Numero del cobro: ' WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-ID-COBRO
                SET  RECAUDA-E-ACC-CONSULTAR    TO TRUE
                MOVE WK-ENT-RCD-ID-COBRO        TO RECAUDA-E-ID-COBRO
                CALL "RECAUDA"                  USING AREA-RECAUDA
                PERFORM MOSTRAR-RECAUDACION     THRU
                        FIN-MOSTRAR-RECAUDACION
           WHEN ENT-RCD-ALTA
                DISPLAY 'Codigo de emisora: ' WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-ID-EMISORA
                DISPLAY 'Nombre del organismo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-NOMBRE
                DISPLAY 'NIF del organismo: ' WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-NIF-EMISORA
                DISPLAY 'Tipo (T tributos, R recibos): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-TIPO
                INSPECT WK-ENT-RCD-TIPO CONVERTING 'tr' TO 'TR'
                DISPLAY 'Id. de la cuenta restringida de recaudacion: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-ID-CTA-RECAUDA
                DISPLAY 'IBAN de liquidacion del organismo: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-IBAN
                SET  RECAUDA-E-ACC-ALTA-EMISORA TO TRUE
                MOVE WK-ENT-RCD-ID-EMISORA      TO
                     RECAUDA-E-ID-EMISORA
                MOVE WK-ENT-RCD-NOMBRE          TO RECAUDA-E-NOMBRE
                MOVE WK-ENT-RCD-NIF-EMISORA     TO RECAUDA-E-NIF
                MOVE WK-ENT-RCD-TIPO            TO RECAUDA-E-TIPO
                MOVE WK-ENT-RCD-ID-CTA-RECAUDA  TO
                     RECAUDA-E-ID-CTA-RECAUDA
                MOVE WK-ENT-RCD-IBAN            TO RECAUDA-E-IBAN
                CALL "RECAUDA"                  USING AREA-RECAUDA
                PERFORM MOSTRAR-RECAUDACION     THRU
                        FIN-MOSTRAR-RECAUDACION
           WHEN ENT-RCD-BAJA
                DISPLAY 'Codigo de emisora: ' WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-ID-EMISORA
                SET  RECAUDA-E-ACC-BAJA-EMISORA TO TRUE
                MOVE WK-ENT-RCD-ID-EMISORA      TO
                     RECAUDA-E-ID-EMISORA
                CALL "RECAUDA"                  USING AREA-RECAUDA
                PERFORM MOSTRAR-RECAUDACION     THRU
                        FIN-MOSTRAR-RECAUDACION
           WHEN OTHER
                DISPLAY 'ACCION NO VALIDA'
           END-EVALUATE.

       FIN-GESTIONAR-RECAUDACION.
           EXIT.

      * Se lee el código de barras y se enseña el documento antes de
      * cobrarlo; confirmado, se cobra con cargo en cuenta (con las
      * mismas comprobaciones de poderes y firmas que una orden del
      * cliente) o en efectivo en el cajón abierto del cajero.
       COBRAR-RECAUDACION.
      *-------------------
           DISPLAY 'Codigo de barras: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-RCD-CODIGO.

           SET  RECAUDA-E-ACC-VALIDAR           TO TRUE.
           MOVE WK-ENT-RCD-CODIGO               TO
                RECAUDA-E-CODIGO-BARRAS.

           CALL "RECAUDA"                       USING AREA-RECAUDA.

           IF   NOT RECAUDA-STAT-OK
           THEN PERFORM MOSTRAR-RECAUDACION     THRU
                        FIN-MOSTRAR-RECAUDACION
                GO TO FIN-COBRAR-RECAUDACION
           END-IF.

           DISPLAY 'EMISORA        : ' RECAUDA-S-ID-EMISORA
                   ' ' RECAUDA-S-NOMBRE-EMISORA.
           DISPLAY 'MODALIDAD      : ' RECAUDA-S-MODALIDAD
                   '  REFERENCIA ' RECAUDA-S-REFERENCIA.
           DISPLAY 'IDENTIFICACION : ' RECAUDA-S-IDENTIFICACION.
           DISPLAY 'IMPORTE        : ' RECAUDA-S-IMPORTE.
           DISPLAY 'Cobrar el documento (S/N): ' WITH NO ADVANCING.
           ACCEPT WK-ENT-RCD-CONFIRMA.

           IF   NOT ENT-RCD-CONFIRMA-SI
           THEN DISPLAY 'COBRO CANCELADO'
                GO TO FIN-COBRAR-RECAUDACION
           END-IF.

           DISPLAY '(C)argo en cuenta o (E)fectivo: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-RCD-CANAL.
           INSPECT WK-ENT-RCD-CANAL CONVERTING 'ce' TO 'CE'.

           SET  RECAUDA-E-ACC-COBRAR            TO TRUE.
           MOVE WK-ENT-RCD-CANAL                TO RECAUDA-E-CANAL.

           EVALUATE TRUE
           WHEN RECAUDA-E-CANAL-CUENTA
                DISPLAY 'Id. de la cuenta de cargo: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-ID-CTA
                DISPLAY 'NIF de quien paga: ' WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-NIF
                DISPLAY 'Oficina: ' WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-OFICINA
                MOVE WK-ENT-RCD-ID-CTA          TO RECAUDA-E-ID-CTA
                MOVE WK-ENT-RCD-OFICINA         TO RECAUDA-E-OFICINA
                PERFORM COMPROBAR-FIRMA-RECAUDA THRU
                        FIN-COMPROBAR-FIRMA-RECAUDA
                IF   NOT ENT-RCD-CONFIRMA-SI
                THEN GO TO FIN-COBRAR-RECAUDACION
                END-IF
           WHEN RECAUDA-E-CANAL-EFECTIVO
                DISPLAY 'Id. del cajon: ' WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-ID-CAJA
                MOVE WK-ENT-RCD-ID-CAJA         TO RECAUDA-E-ID-CAJA
           WHEN OTHER
                DISPLAY 'CANAL NO VALIDO'
                GO TO FIN-COBRAR-RECAUDACION
           END-EVALUATE.

           CALL "RECAUDA"                       USING AREA-RECAUDA.

      *    Por encima del umbral el cargo en cuenta espera al código
      *    de un solo uso que se envía al cliente; se vuelve a llamar
      *    con él.
           IF   RECAUDA-STAT-OTP-REQUERIDO
           THEN DISPLAY 'CODIGO DE UN SOLO USO ENVIADO AL CLIENTE ['
                        RECAUDA-S-OTP ']'
                DISPLAY 'Codigo que facilita el cliente: '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-RCD-OTP
                MOVE WK-ENT-RCD-OTP             TO RECAUDA-E-OTP
                CALL "RECAUDA"                  USING AREA-RECAUDA
           END-IF.

           PERFORM MOSTRAR-RECAUDACION          THRU
                   FIN-MOSTRAR-RECAUDACION.

       FIN-COBRAR-RECAUDACION.
           EXIT.

      *    En una cuenta de empresa quien paga tiene que ser apoderado
      *    con poder bastante; lo que necesita una segunda firma no se
      *    cobra con cargo en cuenta desde aquí. Deja 'S' en
      *    WK-ENT-RCD-CONFIRMA si se puede seguir.
       COMPROBAR-FIRMA-RECAUDA.
      *------------------------
           MOVE 'N'                             TO WK-ENT-RCD-CONFIRMA.

           INITIALIZE                           AREA-PODERES.
           SET  PODERES-E-ACC-COMPROBAR         TO TRUE.
           SET  PODERES-E-OPERACION-GENERAL     TO TRUE.
           MOVE WK-ENT-RCD-ID-CTA               TO PODERES-E-ID-CTA.
           MOVE RECAUDA-S-IMPORTE               TO PODERES-E-IMPORTE.
           MOVE WK-ENT-RCD-NIF                  TO
                PODERES-E-NIF-APODERADO.

           CALL "PODERES"                       USING AREA-PODERES.

           EVALUATE TRUE
           WHEN PODERES-STAT-OK
                CONTINUE
           WHEN PODERES-STAT-CONJUNTA
                DISPLAY 'PODER MANCOMUNADO: EL CARGO NECESITA LA '
                        'FIRMA DE LOS APODERADOS'
                GO TO FIN-COMPROBAR-FIRMA-RECAUDA
           WHEN PODERES-STAT-SIN-PODER
           WHEN PODERES-STAT-INSUFICIENTE
                DISPLAY 'CUENTA DE EMPRESA: QUIEN PAGA NO TIENE '
                        'PODER BASTANTE EN VIGOR'
                GO TO FIN-COMPROBAR-FIRMA-RECAUDA
           WHEN OTHER
                DISPLAY 'ERROR AL COMPROBAR LOS PODERES'
                GO TO FIN-COMPROBAR-FIRMA-RECAUDA
           END-EVALUATE.

           INITIALIZE                           AREA-FIRMAMAN.
           SET  FIRMAMAN-E-ACC-COMPROBAR        TO TRUE.
           MOVE WK-ENT-RCD-ID-CTA               TO FIRMAMAN-E-ID-CTA.
           MOVE RECAUDA-S-IMPORTE               TO FIRMAMAN-E-IMPORTE.

           CALL "FIRMAMAN"                      USING AREA-FIRMAMAN.

           IF   NOT FIRMAMAN-STAT-OK
           THEN DISPLAY 'ERROR AL COMPROBAR EL REGIMEN DE FIRMA'
                GO TO FIN-COMPROBAR-FIRMA-RECAUDA
           END-IF.

           IF   FIRMAMAN-S-REQUIERE-SI
           THEN DISPLAY 'CUENTA MANCOMUNADA: EL CARGO NECESITA LA '
                        'FIRMA DE LOS TITULARES'
                GO TO FIN-COMPROBAR-FIRMA-RECAUDA
           END-IF.

           MOVE 'S'                             TO WK-ENT-RCD-CONFIRMA.

       FIN-COMPROBAR-FIRMA-RECAUDA.
           EXIT.

      *    Justificante del cobro (con el NRC si es un tributo) o
      *    motivo del rechazo.
       MOSTRAR-RECAUDACION.
      *--------------------
           EVALUATE TRUE
           WHEN RECAUDA-STAT-OK
                AND RECAUDA-S-ID-COBRO NOT = ZERO
                DISPLAY '---------- JUSTIFICANTE DE PAGO ----------'
                DISPLAY 'COBRO          : ' RECAUDA-S-ID-COBRO
                        '  ' RECAUDA-S-FEC-COBRO
                        ' ' RECAUDA-S-HORA-COBRO
                        '  OFICINA ' RECAUDA-S-OFICINA
                DISPLAY 'EMISORA        : ' RECAUDA-S-ID-EMISORA
                        ' ' RECAUDA-S-NOMBRE-EMISORA
                DISPLAY 'MODALIDAD      : ' RECAUDA-S-MODALIDAD
                        '  REFERENCIA ' RECAUDA-S-REFERENCIA
                DISPLAY 'IDENTIFICACION : ' RECAUDA-S-IDENTIFICACION
                DISPLAY 'IMPORTE        : ' RECAUDA-S-IMPORTE
                IF   RECAUDA-S-CANAL = 'C'
                THEN DISPLAY 'CARGO EN CUENTA: ' RECAUDA-S-ID-CTA
                             '  MOVIMIENTO ' RECAUDA-S-REF-CARGO
                ELSE DISPLAY 'EFECTIVO, CAJON: ' RECAUDA-S-ID-CAJA
                END-IF
                IF   RECAUDA-S-NRC NOT = SPACES
                THEN DISPLAY 'NRC            : ' RECAUDA-S-NRC
                END-IF
                IF   RECAUDA-S-ID-LIQUIDACION NOT = ZERO
                THEN DISPLAY 'LIQUIDADO EN   : '
                             RECAUDA-S-ID-LIQUIDACION
                END-IF
           WHEN RECAUDA-STAT-OK
                DISPLAY 'OPERACION REALIZADA'
           WHEN RECAUDA-STAT-ENC-NO
                DISPLAY 'EMISORA, COBRO O CUENTA NO ENCONTRADOS'
           WHEN RECAUDA-STAT-ERR-CODIGO
                DISPLAY 'CODIGO DE BARRAS NO VALIDO'
           WHEN RECAUDA-STAT-ERR-EMISORA
                DISPLAY 'LA EMISORA ESTA DE BAJA'
           WHEN RECAUDA-STAT-YA-PAGADO
                DISPLAY 'EL DOCUMENTO YA ESTA COBRADO'
           WHEN RECAUDA-STAT-DUPLICADO
                DISPLAY 'LA EMISORA YA EXISTE'
           WHEN RECAUDA-STAT-OTP-REQUERIDO
                DISPLAY 'CODIGO DE UN SOLO USO NO FACILITADO'
           WHEN RECAUDA-STAT-ERR-CARGO
                DISPLAY 'CARGO RECHAZADO, ESTADO ['
                        RECAUDA-S-STAT-CARGO ']'
           WHEN RECAUDA-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LA RECAUDACION'
           END-EVALUATE.

       FIN-MOSTRAR-RECAUDACION.
           EXIT.

      * Talonarios de cheques (TALONARIO): pedido para una cuenta,
      * entrega al cliente, anulación y consulta. CARGACHEQ sólo paga
      * cheques de talonarios entregados; RPTTALON lista los que
      * quedan sin usar en cuentas canceladas para anularlos aquí.
       GESTIONAR-TALONARIOS.
      *---------------------
           DISPLAY '(P)edir, (E)ntregar, (A)nular o (C)onsultar '
                   'talonario: ' WITH NO ADVANCING.
           ACCEPT WK-ENT-TAL-ACCION.

           IF   NOT (ENT-TAL-PEDIR OR ENT-TAL-ENTREGAR
                     OR ENT-TAL-ANULAR OR ENT-TAL-CONSULTAR)
           THEN DISPLAY 'ACCION NO VALIDA'
                GO TO FIN-GESTIONAR-TALONARIOS
           END-IF.

           INITIALIZE                           AREA-TALONARIO.
           MOVE WK-USUARIO                      TO TALONARIO-E-USUARIO.

           IF   ENT-TAL-PEDIR
           THEN DISPLAY 'Id. de la cuenta: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TAL-ID-CTA
                DISPLAY 'Numero de cheques (0 = 25): '
                        WITH NO ADVANCING
                ACCEPT WK-ENT-TAL-NUM-CHEQUES
                DISPLAY 'Oficina de entrega: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TAL-OFICINA
                SET  TALONARIO-E-ACC-PEDIR      TO TRUE
                MOVE WK-ENT-TAL-ID-CTA          TO TALONARIO-E-ID-CTA
                MOVE WK-ENT-TAL-NUM-CHEQUES     TO
                     TALONARIO-E-NUM-CHEQUES
                MOVE WK-ENT-TAL-OFICINA         TO TALONARIO-E-OFICINA
           ELSE DISPLAY 'Id. del talonario: ' WITH NO ADVANCING
                ACCEPT WK-ENT-TAL-ID-TALONARIO
                MOVE WK-ENT-TAL-ID-TALONARIO    TO
                     TALONARIO-E-ID-TALONARIO
           END-IF.

           EVALUATE TRUE
           WHEN ENT-TAL-ENTREGAR
                SET  TALONARIO-E-ACC-ENTREGAR   TO TRUE
           WHEN ENT-TAL-ANULAR
                SET  TALONARIO-E-ACC-ANULAR     TO TRUE
           WHEN ENT-TAL-CONSULTAR
                SET  TALONARIO-E-ACC-CONSULTAR  TO TRUE
           END-EVALUATE.

           CALL "TALONARIO"                     USING AREA-TALONARIO.

           EVALUATE TRUE
           WHEN TALONARIO-STAT-OK
                DISPLAY 'TALONARIO     : ' TALONARIO-S-ID-TALONARIO
                        '  ESTADO ' TALONARIO-S-ESTADO
                DISPLAY 'CUENTA        : ' TALONARIO-S-NUM-CUENTA
                        '  OFICINA ' TALONARIO-S-OFICINA
                DISPLAY 'CHEQUES       : ' TALONARIO-S-CHEQUE-DESDE
                        ' A ' TALONARIO-S-CHEQUE-HASTA
                        '  PAGADOS ' TALONARIO-S-NUM-PAGADOS
                DISPLAY 'EMITIDO       : ' TALONARIO-S-FEC-EMISION
                        '  ENTREGADO ' TALONARIO-S-FEC-ENTREGA
           WHEN TALONARIO-STAT-ENC-NO
                DISPLAY 'CUENTA O TALONARIO NO ENCONTRADOS'
           WHEN TALONARIO-STAT-ERR-ESTADO
                DISPLAY 'LA CUENTA O EL TALONARIO NO ESTAN EN UN '
                        'ESTADO QUE LO PERMITA'
           WHEN TALONARIO-STAT-ERR-DATOS
                DISPLAY 'DATOS NO VALIDOS'
           WHEN OTHER
                DISPLAY 'ERROR EN LA OPERACION CON EL TALONARIO'
           END-EVALUATE.

       FIN-GESTIONAR-TALONARIOS.
           EXIT.
