       01  WK-PRESTAMO-PLAZO-MESES           PIC 9(03).
       01  WK-PRESTAMO-CUOTAS-PAGADAS        PIC 9(03).
       01  WK-PRESTAMO-FEC-PROX              PIC X(08).
      * Carencia pendiente de un préstamo reestructurado: meses y
      * tipo (I sólo intereses, T sin cuota).
       01  WK-PRESTAMO-MESES-CARENCIA        PIC 9(03).
       01  WK-PRESTAMO-TIPO-CARENCIA         PIC X(01).

      * Filtro de la ejecución: un préstamo concreto o todos los
      * abiertos con cero.
           COPY 'conexmdb.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
                                             LEADING SEPARATE.
       01  WK-NUM-CUOTA                      PIC 9(03).
       01  WK-M                              PIC 9(03).
      * Meses que se saltan antes de la primera línea del tramo en
      * curso: cero en la carencia y sus meses en las cuotas.
       01  WK-MESES-DESPLAZA                 PIC 9(03).

       01  WK-FILTRO-ENV                     PIC X(10).

           END-IF.

           PERFORM CERRAR-FICHERO              THRU FIN-CERRAR-FICHERO.
           IF   STAT-OK
           THEN PERFORM REGISTRAR-INFORME       THRU
                        FIN-REGISTRAR-INFORME
           END-IF.

           IF   WK-BATLOG-ID-EJEC NOT = 0
           THEN PERFORM REGISTRAR-FIN-BATCH     THRU
                        FIN-REGISTRAR-FIN-BATCH
       FIN-REGISTRAR-FIN-BATCH.
           EXIT.

      *    Da de alta en el catálogo de informes (RPTCATAL) el
      *    fichero de salida de la ejecución, para que DISTINFORM
      *    lo reparta a sus destinatarios y lo purgue al vencer.
       REGISTRAR-INFORME.
      *------------------
           INITIALIZE                           AREA-RPTCATAL-ENTRADA.

           SET  RPTCATAL-E-ACC-REGISTRAR        TO TRUE.
           MOVE 'CUADROPRES'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHCUADRO-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** CUADROPRES REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHCUADRO-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      * un moroso también tiene derecho a su cuadro) o sólo el
      * pedido por CUADROPRES_PRESTAMO. El desglose usa la misma
      * matemática francesa que AMORTPRES: interés del mes sobre el
      * capital vivo y el resto de la cuota amortiza capital. Si
      * queda carencia de una reestructuración, sus meses van antes
      * de las cuotas, que empiezan al acabar la carencia.
       GENERAR-CUADROS.
      *------------------
           EXEC SQL
                       cuota_mensual_prestamo, plazo_meses_prestamo,
                       cuotas_pagadas_prestamo,
                       DATE_FORMAT(fecha_proxima_cuota_prestamo,
                                   '%Y%m%d'),
                       COALESCE(meses_carencia_prestamo, 0),
                       COALESCE(tipo_carencia_prestamo, ' ')
                FROM   banco.prestamo
                WHERE  estado_prestamo IN ('A', 'M')
                AND    (:WK-FILTRO-ID = 0
                      :WK-PRESTAMO-TASA, :WK-PRESTAMO-CUOTA,
                      :WK-PRESTAMO-PLAZO-MESES,
                      :WK-PRESTAMO-CUOTAS-PAGADAS,
                      :WK-PRESTAMO-FEC-PROX,
                      :WK-PRESTAMO-MESES-CARENCIA,
                      :WK-PRESTAMO-TIPO-CARENCIA
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
                        / (WK-INTERES-MENSUAL * WK-FACTOR-CAPITAL)
           END-IF.

      *    En la carencia total los intereses del periodo se suman al
      *    capital, así que hoy se debe el que, capitalizado durante
      *    los meses que faltan, da el que amortizan las cuotas.
           IF   WK-PRESTAMO-MESES-CARENCIA > ZERO
                AND WK-PRESTAMO-TIPO-CARENCIA = 'T'
                AND WK-PRESTAMO-TASA NOT = ZERO
           THEN COMPUTE WK-FACTOR-CAPITAL ROUNDED =
                        (1 + WK-INTERES-MENSUAL)
                        ** WK-PRESTAMO-MESES-CARENCIA
                COMPUTE WK-CAPITAL-VIVO ROUNDED =
                        WK-CAPITAL-VIVO / WK-FACTOR-CAPITAL
           END-IF.

           MOVE ZERO                             TO WK-TOTAL-INTERESES.

           PERFORM ESCRIBIR-CABECERA             THRU
                   FIN-ESCRIBIR-CABECERA.

           MOVE ZERO                             TO WK-MESES-DESPLAZA.
           PERFORM ESCRIBIR-UN-MES-CARENCIA      THRU
                   FIN-ESCRIBIR-UN-MES-CARENCIA
           VARYING WK-M FROM 1 BY 1
           UNTIL   WK-M > WK-PRESTAMO-MESES-CARENCIA
           OR      NOT STAT-OK.

           MOVE WK-PRESTAMO-MESES-CARENCIA       TO WK-MESES-DESPLAZA.
           PERFORM ESCRIBIR-UNA-CUOTA            THRU
                   FIN-ESCRIBIR-UNA-CUOTA
           VARYING WK-M FROM 1 BY 1
                  DELIMITED BY SIZE         INTO REG-FICHCUADRO.
           WRITE REG-FICHCUADRO.

           IF   WK-PRESTAMO-MESES-CARENCIA > ZERO
           THEN MOVE SPACES                      TO REG-FICHCUADRO
                STRING 'MESES DE CARENCIA ['
                       WK-PRESTAMO-MESES-CARENCIA '] TIPO ['
                       WK-PRESTAMO-TIPO-CARENCIA ']'
                       DELIMITED BY SIZE    INTO REG-FICHCUADRO
                WRITE REG-FICHCUADRO
           END-IF.

       FIN-ESCRIBIR-CABECERA.
           EXIT.

      * Un mes de carencia no amortiza: con sólo intereses se pagan
      * los del mes, y con carencia total no se paga nada y los
      * intereses se suman al capital pendiente.
       ESCRIBIR-UN-MES-CARENCIA.
      *-------------------------
           COMPUTE WK-INTERES-MES ROUNDED =
                   WK-CAPITAL-VIVO * WK-INTERES-MENSUAL.

           IF   WK-PRESTAMO-TIPO-CARENCIA = 'T'
           THEN MOVE ZERO                        TO WK-CUOTA-LINEA
                COMPUTE WK-AMORT-MES = 0 - WK-INTERES-MES
           ELSE MOVE WK-INTERES-MES              TO WK-CUOTA-LINEA
                MOVE ZERO                        TO WK-AMORT-MES
           END-IF.

           SUBTRACT WK-AMORT-MES                 FROM WK-CAPITAL-VIVO.
           ADD  WK-INTERES-MES                   TO WK-TOTAL-INTERESES.

           PERFORM RESOLVER-FECHA-CUOTA          THRU
                   FIN-RESOLVER-FECHA-CUOTA.

           IF   NOT STAT-OK
           THEN GO TO FIN-ESCRIBIR-UN-MES-CARENCIA
           END-IF.

           MOVE SPACES                           TO REG-FICHCUADRO.
           STRING 'CARENCIA [' WK-M '] FECHA [' WK-FECHA-CUOTA
                  '] IMPORTE [' WK-CUOTA-LINEA '] INTERES ['
                  WK-INTERES-MES '] AMORTIZACION [' WK-AMORT-MES
                  '] PENDIENTE [' WK-CAPITAL-VIVO ']'
                  DELIMITED BY SIZE         INTO REG-FICHCUADRO.
           WRITE REG-FICHCUADRO.

           ADD  1                                TO WK-CONTADOR-LINEAS.

       FIN-ESCRIBIR-UN-MES-CARENCIA.
           EXIT.

      * Cada línea desglosa una cuota futura; la última absorbe el
      * pico de redondeo amortizando exactamente el capital restante.
       ESCRIBIR-UNA-CUOTA.
      * meses cortos y años bisiestos.
       RESOLVER-FECHA-CUOTA.
      *------------------------
           COMPUTE WK-MESES-SUMAR = WK-MESES-DESPLAZA + WK-M - 1.

           EXEC SQL
                SELECT DATE_FORMAT(
