       FIN-COMPROBAR-TRANSICION.
           EXIT.

      *    La revocación queda fechada: el cierre a baja no toca la
      *    fecha, que sigue siendo la del día en que se revocó.
       CAMBIAR-ESTADO.
      *---------------
           EXEC SQL
                UPDATE banco.mandato
                SET    estado_mandato     = :WK-ESTADO-NUEVO,
                       fec_revoca_mandato =
                       CASE WHEN :WK-ESTADO-NUEVO = 'R'
                            THEN CURDATE()
                            ELSE fec_revoca_mandato
                       END
                WHERE  id_medio           = :WK-ID-MEDIO
           END-EXEC.

           MOVE SQLCODE                      TO REVOCAMAN-S-SQLCODE.
