                   id_cliente,
                   num_tarjeta,
                   cred_tarjeta,
                   date_format(fec_tarjeta, '%d%m%y')
             INTO 
                   :TARJETA-ID-TAR       :TARJETA-ID-TAR-NULL,
                   :TARJETA-ID-CTA       :TARJETA-ID-CTA-NULL,
                   :TARJETA-ID-CLI       :TARJETA-ID-CLI-NULL,
                   :TARJETA-NUM          :TARJETA-NUM-NULL,
                   :TARJETA-CRED         :TARJETA-CRED-NULL,
                   :TARJETA-FEC          :TARJETA-FEC-NULL
             FROM  banco.tarjeta
             WHERE id_medio =            :TARJETA-ID-TAR
           END-EXEC.
                MOVE TARJETA-ID-CLI      TO BUSQTAR-S-ID-CLI
                MOVE TARJETA-NUM         TO BUSQTAR-S-NUM
                MOVE TARJETA-CRED        TO BUSQTAR-S-CRED   

                MOVE TARJETA-FEC         TO WK-FEC-AUX
                MOVE WK-FEC-AUX-MES-ANO  TO BUSQTAR-S-FEC
                   id_cliente,
                   num_tarjeta,
                   cred_tarjeta,
                   date_format(fec_tarjeta, '%d%m%y')
             INTO 
                   :TARJETA-ID-TAR       :TARJETA-ID-TAR-NULL,
                   :TARJETA-ID-CTA       :TARJETA-ID-CTA-NULL,
                   :TARJETA-ID-CLI       :TARJETA-ID-CLI-NULL,
                   :TARJETA-NUM          :TARJETA-NUM-NULL,
                   :TARJETA-CRED         :TARJETA-CRED-NULL,
                   :TARJETA-FEC          :TARJETA-FEC-NULL
             FROM  banco.tarjeta
             WHERE num_tarjeta =         :TARJETA-NUM
           END-EXEC.
                MOVE TARJETA-ID-CLI      TO BUSQTAR-S-ID-CLI
                MOVE TARJETA-NUM         TO BUSQTAR-S-NUM
                MOVE TARJETA-CRED        TO BUSQTAR-S-CRED   

                MOVE TARJETA-FEC         TO WK-FEC-AUX
                MOVE WK-FEC-AUX-MES-ANO  TO BUSQTAR-S-FEC
                   id_cliente,
                   num_tarjeta,
                   cred_tarjeta,
                   date_format(fec_tarjeta, '%d%m%y')
             INTO 
                   :TARJETA-ID-TAR       :TARJETA-ID-TAR-NULL,
                   :TARJETA-ID-CTA       :TARJETA-ID-CTA-NULL,
                   :TARJETA-ID-CLI       :TARJETA-ID-CLI-NULL,
                   :TARJETA-NUM          :TARJETA-NUM-NULL,
                   :TARJETA-CRED         :TARJETA-CRED-NULL,
                   :TARJETA-FEC          :TARJETA-FEC-NULL
             FROM  banco.tarjeta
             WHERE id_medio_cta =        :TARJETA-ID-CTA
             AND   id_cliente   =        :TARJETA-ID-CLI
                MOVE TARJETA-ID-CLI      TO BUSQTAR-S-ID-CLI
                MOVE TARJETA-NUM         TO BUSQTAR-S-NUM
                MOVE TARJETA-CRED        TO BUSQTAR-S-CRED   

                MOVE TARJETA-FEC         TO WK-FEC-AUX
                MOVE WK-FEC-AUX-MES-ANO  TO BUSQTAR-S-FEC
                   id_cliente,
                   num_tarjeta,
                   cred_tarjeta,
                   date_format(fec_tarjeta, '%d%m%y')
             INTO
                   :TARJETA-ID-TAR       :TARJETA-ID-TAR-NULL,
                   :TARJETA-ID-CTA       :TARJETA-ID-CTA-NULL,
                   :TARJETA-ID-CLI       :TARJETA-ID-CLI-NULL,
                   :TARJETA-NUM          :TARJETA-NUM-NULL,
                   :TARJETA-CRED         :TARJETA-CRED-NULL,
                   :TARJETA-FEC          :TARJETA-FEC-NULL
             FROM  banco.tarjeta
             WHERE date_format(fec_tarjeta, '%Y%m') BETWEEN
                   :WK-FEC-DESDE AND :WK-FEC-HASTA
                MOVE TARJETA-ID-CLI      TO BUSQTAR-S-ID-CLI
                MOVE TARJETA-NUM         TO BUSQTAR-S-NUM
                MOVE TARJETA-CRED        TO BUSQTAR-S-CRED

                MOVE TARJETA-FEC         TO WK-FEC-AUX
                MOVE WK-FEC-AUX-MES-ANO  TO BUSQTAR-S-FEC
