       FILE-CONTROL.
      *    Fichero de salida del informe: un registro por cada tarjeta
      *    a la que se le ha devengado cuota y/o interés en esta
      *    ejecución, agrupadas por producto del catálogo con un
      *    registro de total detrás de cada producto. Su nombre lleva
      *    la fecha de la ejecución para no pisar el de ejecuciones
      *    anteriores.
           SELECT FICHDEVTAR ASSIGN TO WK-FICHDEVTAR-NOMBRE
                          ORGANIZATION IS LINE SEQUENTIAL
                          ACCESS MODE  IS SEQUENTIAL
      ******************************************************************
       FILE SECTION.
      *-------------
      * Un registro por cada tarjeta liquidada y uno por producto.
       FD FICHDEVTAR RECORD CONTAINS 160 CHARACTERS
                  LABEL RECORD IS STANDARD.
       01  REG-FICHDEVTAR                   PIC X(160).
      *------------------------
           EXEC SQL BEGIN DECLARE SECTION    END-EXEC.

      * Tarjeta activa que se va liquidando y su producto.
       01  WK-TAR-ID                        PIC 9(10).
       01  WK-TAR-CRED                      PIC S9(08)V99
                                            LEADING SEPARATE.
       01  WK-TAR-PRODUCTO                  PIC X(06).

      * Fecha de la ejecución, para localizar la tarifa vigente, y la
      * cuota/interés que resulten de esa tarifa.
           COPY 'insmov.cpy'.
           COPY 'logerr.cpy'.
           COPY 'batlog.cpy'.
           COPY 'rptcatal.cpy'.

      * Identificador de la fila de banco.batch_log de esta
      * ejecucion, devuelto por BATLOG al arrancar y reutilizado
       01  WK-CONTADOR-CON-INTERES           PIC 9(06) VALUE 0.
       01  WK-CONTADOR-CON-EFECTIVO          PIC 9(06) VALUE 0.

      * Ruptura por producto: el producto del grupo en curso, lo
      * cargado a sus tarjetas y cuántos productos llevamos cerrados.
       01  WK-PRODUCTO-ANTERIOR              PIC X(06) VALUE SPACES.
       01  WK-PRD-TARJETAS                   PIC 9(06) VALUE 0.
       01  WK-PRD-CUOTA                      PIC S9(10)V99
                                             LEADING SEPARATE
                                             VALUE 0.
       01  WK-PRD-INTERES                    PIC S9(10)V99
                                             LEADING SEPARATE
                                             VALUE 0.
       01  WK-PRD-COMISION-EFE               PIC S9(10)V99
                                             LEADING SEPARATE
                                             VALUE 0.
       01  WK-CONTADOR-PRODUCTOS             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM INICIALIZAR                 THRU FIN-INICIALIZAR.
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
           MOVE 'DEVENGOTAR'                    TO RPTCATAL-E-PROGRAMA.
           MOVE WK-BATLOG-ID-EJEC               TO RPTCATAL-E-ID-EJEC.
           MOVE WK-FICHDEVTAR-NOMBRE            TO RPTCATAL-E-FICHERO.
           MOVE 2                               TO RPTCATAL-E-NIVEL.

           CALL "RPTCATAL"                      USING AREA-RPTCATAL.

           IF   NOT RPTCATAL-STAT-OK
           THEN DISPLAY '*** AVISO *** DEVENGOTAR REGISTRAR-INFORME'
                DISPLAY 'NO SE PUDO CATALOGAR ['
                        WK-FICHDEVTAR-NOMBRE ']'
           END-IF.

       FIN-REGISTRAR-INFORME.
           EXIT.

       DESCONECTAR-BD.
      *---------------
           INITIALIZE                           AREA-CONEXMDB-ENTRADA.
      * El cursor recorre todas las tarjetas activas (de baja no se
      * cobra nada). A cada una se le aplica la cuota mensual fija y,
      * si su saldo (cred_tarjeta) está en descubierto, además un
      * interés proporcional a ese descubierto. Van ordenadas por
      * producto del catálogo para totalizar cada uno; las tarjetas
      * anteriores al catálogo salen juntas bajo SINPRD.
       LIQUIDAR-TARJETAS.
      *------------------
           EXEC SQL
                DECLARE CUR-DEVTAR CURSOR FOR
                SELECT T.id_medio, T.cred_tarjeta,
                       COALESCE(T.cod_producto, 'SINPRD')
                FROM   banco.tarjeta T
                WHERE  T.estado_tarjeta = 'A'
      *         Las prepago no tienen crédito: ni cuota ni interés.
                AND    NOT EXISTS
                      (SELECT 1
                       FROM   banco.tarjeta_prepago P
                       WHERE  P.id_medio = T.id_medio)
                ORDER BY 3, T.id_medio
           END-EXEC.

           EXEC SQL OPEN CUR-DEVTAR END-EXEC.

           EXEC SQL CLOSE CUR-DEVTAR END-EXEC.

           IF   STAT-OK
                AND WK-PRODUCTO-ANTERIOR NOT = SPACES
           THEN PERFORM ESCRIBIR-TOTAL-PRODUCTO  THRU
                        FIN-ESCRIBIR-TOTAL-PRODUCTO
           END-IF.

       FIN-LIQUIDAR-TARJETAS.
           EXIT.

      *----------------------
           EXEC SQL
                FETCH CUR-DEVTAR
                INTO  :WK-TAR-ID, :WK-TAR-CRED, :WK-TAR-PRODUCTO
           END-EXEC.

           MOVE SQLCODE                          TO WK-SQLCODE.
       FIN-APLICAR-SALDO-TARJETA.
           EXIT.

      * Ruptura por producto: al llegar la primera tarjeta de un
      * producto se escribe el total del anterior.
       ESCRIBIR-DEVENGO.
      *-------------------
           IF   WK-TAR-PRODUCTO NOT = WK-PRODUCTO-ANTERIOR
           THEN IF   WK-PRODUCTO-ANTERIOR NOT = SPACES
                THEN PERFORM ESCRIBIR-TOTAL-PRODUCTO THRU
                             FIN-ESCRIBIR-TOTAL-PRODUCTO
                END-IF
                MOVE WK-TAR-PRODUCTO              TO
                     WK-PRODUCTO-ANTERIOR
           END-IF.

           MOVE SPACES                            TO REG-FICHDEVTAR.
           STRING 'TARJETA [' WK-TAR-ID '] PRODUCTO ['
                  WK-TAR-PRODUCTO '] CUOTA ['
                  WK-IMPORTE-CUOTA '] INTERES ['
                  WK-IMPORTE-INTERES '] EFECTIVO ['
                  WK-TRAMO-EFECTIVO '] COMISION EFE ['
           WRITE REG-FICHDEVTAR.

           ADD  1                            TO WK-CONTADOR-TARJETAS.
           ADD  1                            TO WK-PRD-TARJETAS.
           ADD  WK-IMPORTE-CUOTA             TO WK-PRD-CUOTA.
           ADD  WK-IMPORTE-INTERES           TO WK-PRD-INTERES.
           ADD  WK-IMPORTE-COMISION-EFE      TO WK-PRD-COMISION-EFE.

       FIN-ESCRIBIR-DEVENGO.
           EXIT.

      * Total de lo cargado a las tarjetas de un producto; deja los
      * acumulados a cero para el siguiente.
       ESCRIBIR-TOTAL-PRODUCTO.
      *------------------------
           MOVE SPACES                            TO REG-FICHDEVTAR.
           STRING 'TOTAL PRODUCTO [' WK-PRODUCTO-ANTERIOR
                  '] TARJETAS [' WK-PRD-TARJETAS '] CUOTA ['
                  WK-PRD-CUOTA '] INTERES [' WK-PRD-INTERES
                  '] COMISION EFE [' WK-PRD-COMISION-EFE ']'
                  DELIMITED BY SIZE           INTO REG-FICHDEVTAR.

           WRITE REG-FICHDEVTAR.

           ADD  1                            TO WK-CONTADOR-PRODUCTOS.
           MOVE ZERO                         TO WK-PRD-TARJETAS
                                                WK-PRD-CUOTA
                                                WK-PRD-INTERES
                                                WK-PRD-COMISION-EFE.

       FIN-ESCRIBIR-TOTAL-PRODUCTO.
           EXIT.

       MOSTRAR-ESTADO.
      *---------------
           DISPLAY '-----------------------------------------------'.
                  ']'.
           DISPLAY 'CON EFECTIVO DISPUESTO ['
                   WK-CONTADOR-CON-EFECTIVO ']'.
           DISPLAY 'PRODUCTOS TOTALIZADOS  ['
                   WK-CONTADOR-PRODUCTOS ']'.
           DISPLAY '-----------------------------------------------'.

       FIN-MOSTRAR-ESTADO.
