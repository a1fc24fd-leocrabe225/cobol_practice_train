      *la structure d'une ligne de train-capacity.dat : le nombre de
      *places offertes par type de train (TGV/COR/TER) et par
      *composition de la rame, US pour une unité simple, UM pour une
      *unité multiple (deux rames accouplées). Une ligne qui porte un
      *numéro de train est une dérogation pour ce train seul : elle
      *donne sa composition (à blanc, US) et, si elles sont
      *renseignées, ses places, qui remplacent alors celles du type
       01 CAP-RECORD.
           05 CAP-TYPE                 PIC X(03).
           05 CAP-FORMATION            PIC X(02).
               88 CAP-UNITE-SIMPLE     VALUE 'US'.
               88 CAP-UNITE-MULTIPLE   VALUE 'UM'.
           05 CAP-NUMERO               PIC X(04).
           05 CAP-NUMERO-R REDEFINES CAP-NUMERO PIC 9(04).
           05 CAP-PLACES               PIC X(04).
           05 CAP-PLACES-R REDEFINES CAP-PLACES PIC 9(04).
