      *la structure d'une ligne de train-possessions.dat : une
      *fermeture de voie pour travaux sur le tronçon entre deux gares,
      *le jour de la fermeture (AAAAMMJJ) et sa fenêtre horaire de
      *début et de fin (HHMM). Une fin plus tôt que le début veut
      *dire une fermeture de nuit qui se termine le lendemain
       01 POSS-RECORD.
           05 POSS-GARE-A              PIC X(18).
           05 POSS-GARE-B              PIC X(18).
           05 POSS-DATE                PIC X(08).
           05 POSS-DEBUT               PIC X(04).
           05 POSS-DEBUT-R REDEFINES POSS-DEBUT.
               10 POSS-DEBUT-HH        PIC 9(02).
               10 POSS-DEBUT-MM        PIC 9(02).
           05 POSS-FIN                 PIC X(04).
           05 POSS-FIN-R REDEFINES POSS-FIN.
               10 POSS-FIN-HH          PIC 9(02).
               10 POSS-FIN-MM          PIC 9(02).
