      *la structure d'une ligne de train-reservations.dat, déposé
      *chaque jour par la gestion des recettes : le nombre de places
      *vendues pour un train (TRAIN-PLANNING-NUMERO) à une date de
      *service (AAAAMMJJ). Le couple numéro et date est la clé : une
      *seule ligne par train et par jour
       01 RES-RECORD.
           05 RES-NUMERO               PIC X(04).
           05 RES-NUMERO-R REDEFINES RES-NUMERO PIC 9(04).
           05 RES-DATE                 PIC X(08).
           05 RES-PLACES               PIC X(05).
           05 RES-PLACES-R REDEFINES RES-PLACES PIC 9(05).
