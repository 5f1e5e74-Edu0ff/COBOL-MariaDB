                   15  BUSQTAR-S-CRED            PIC S9(08)V99 
                                                 LEADING SEPARATE.
                   15  BUSQTAR-S-FEC             PIC 9(04).
               10  BUSQTAR-SQLCODE               PIC S9(09) COMP-5.
               10  BUSQTAR-STAT                  PIC S9(01) VALUE 0.
                   88  BUSQTAR-STAT-OK           VALUE 0.
