      *la structure d'une ligne de train-crew.dat : un agent de
      *conduite (D) ou d'accompagnement (G), sa gare d'attache où il
      *prend et finit son service, les types de train (TGV/COR/TER)
      *sur lesquels il est habilité, cadrés à gauche, et sa durée
      *maximale de service en heures et minutes (HHMM)
       01 CREW-RECORD.
           05 CREW-ID                  PIC X(06).
           05 CREW-NOM                 PIC X(20).
           05 CREW-ROLE                PIC X(01).
           05 CREW-GARE                PIC X(18).
           05 CREW-QUALIF              PIC X(03) OCCURS 3 TIMES.
           05 CREW-DUREE-MAX           PIC X(04).
           05 CREW-DUREE-MAX-R REDEFINES CREW-DUREE-MAX.
               10 CREW-DUREE-MAX-HH    PIC 9(02).
               10 CREW-DUREE-MAX-MM    PIC 9(02).
