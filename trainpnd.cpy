      *la structure d'une ligne de trainmnt-pending.dat : un
      *changement du planning proposé par un planificateur et qui
      *attend la décision d'un autre opérateur approbateur. On y
      *garde qui l'a proposé et quand, l'action (ADD/MOD/DEL, ou NXT
      *pour la préparation de la période suivante), la date de
      *début de la version visée par un MOD ou un DEL, puis l'image
      *du train au dessin exact de traincpy telle qu'elle sera
      *écrite (numéro à zéro sur un ADD : il est attribué à
      *l'acceptation ; sur un NXT, seule la date de début de la
      *nouvelle période est renseignée)
       01 PEND-RECORD.
           05 PEND-ID                  PIC 9(06).
           05 PEND-PROPOSE-PAR         PIC X(10).
           05 PEND-PROPOSE-LE          PIC X(19).
           05 PEND-ACTION              PIC X(03).
           05 PEND-VERSION-DEBUT       PIC X(08).
           05 PEND-TRAIN.
               10 PEND-NUMERO          PIC 9(04).
               10 PEND-TYPE            PIC X(03).
               10 PEND-GARE-DEPART     PIC X(18).
               10 PEND-GARE-DEST       PIC X(18).
               10 PEND-HEURE-DEPART    PIC X(04).
               10 PEND-DUREE-TRAJET    PIC X(04).
               10 PEND-NOMBRE-TRAJET   PIC X(10).
               10 PEND-JOURS           PIC X(07).
               10 PEND-VALID-DEBUT     PIC X(08).
               10 PEND-VALID-FIN       PIC X(08).
      *Y : les points d'arrêt ci-dessous, saisis à l'écran dans
      *l'ordre du dessin des arrêts, remplacent ceux de la version ;
      *N : la version garde son détail d'arrêts
           05 PEND-STOPS-FLAG          PIC X(01).
           05 PEND-STOP OCCURS 10 TIMES.
               10 PEND-STOP-GARE       PIC X(18).
               10 PEND-STOP-HEURE      PIC X(04).
      *la première ligne du fichier est une ligne de contrôle, de
      *numéro 000000, qui garde le dernier numéro de changement
      *attribué : un numéro ne resert jamais, même quand les
      *changements décidés sont sortis du fichier
       01 PEND-CONTROLE.
           05 PEND-CTL-ID              PIC 9(06).
           05 PEND-CTL-DERNIER-ID      PIC 9(06).
           05 FILLER                   PIC X(339).
