      *lundi au dimanche : 'Y' si le train circule ce jour-là
           05 TRAIN-PLANNING-JOURS.
               10 TRAIN-PLANNING-JOUR PIC X OCCURS 7 TIMES.
      *période de validité de cette version du train, en AAAAMMJJ,
      *début et fin incluses ; à blanc, la version n'est pas bornée
      *de ce côté. Un même numéro peut porter plusieurs versions,
      *une par période de service (hiver, été), dont les périodes ne
      *se chevauchent pas : c'est la version en vigueur à la date de
      *service qui circule
           05 TRAIN-PLANNING-VALID-DEBUT   PIC X(08).
           05 TRAIN-PLANNING-VALID-FIN     PIC X(08).
