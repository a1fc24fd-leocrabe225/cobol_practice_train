      *intermédiaire d'un train (numéro de train, rang dans la
      *desserte, gare, type d'arrêt H/S/F, heure de passage HHMM).
      *le nombre et les types des lignes d'un train doivent
      *correspondre au dessin des arrêts porté par train.dat.
      *STOP-PLANNING-DEBUT rattache la ligne à la version du train
      *qui commence à cette date (TRAIN-PLANNING-VALID-DEBUT) ; à
      *blanc, elle appartient à la version sans date de début, ce
      *qui est le cas de tous les trains tant qu'ils n'ont qu'une
      *seule version
       01 STOP-PLANNING.
           05 STOP-PLANNING-NUMERO     PIC 9(04).
           05 STOP-PLANNING-SEQ        PIC 9(02).
           05 STOP-PLANNING-HEURE.
               10 STOP-PLANNING-HEURE-HH PIC 9(02).
               10 STOP-PLANNING-HEURE-MM PIC 9(02).
           05 STOP-PLANNING-DEBUT      PIC X(08).
