               ASSIGN TO "train-rundone.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *l'indicateur GO / NO-GO laissé par le contrôle d'intégrité
      *des fichiers d'entrée (trainchk), relu avant de démarrer : un
      *NO-GO arrête l'exécution avant qu'elle ne touche aux sorties
           SELECT OPTIONAL TRAIN-GONOGO
               ASSIGN TO "train-gonogo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GONOGO-STATUS.

      *journal des exécutions du programme (date, nombre de lignes,
      *train demandé au bonus)
           SELECT TRAIN-AUDIT-OUTPUT ASSIGN TO "train-audit.dat"
           SELECT TRAIN-CONFLICTS ASSIGN TO "train-conflicts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *le rapport des conflits en ligne : deux trains partis de la
      *même gare vers le même prochain point d'arrêt, dont l'un
      *rattrape l'autre ou le suit de trop près
           SELECT TRAIN-LINE-CONFLICTS
               ASSIGN TO "train-line-conflicts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *le rapport de trafic par gare demandé par la direction
      *régionale : départs, arrivées et répartition par type pour
      *chaque gare rencontrée
               ASSIGN TO "train-diagrams.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *les agents de conduite et d'accompagnement déposés par le
      *bureau du personnel : une ligne par agent avec sa gare
      *d'attache, ses habilitations par type de train et sa durée
      *maximale de service ; sa présence déclenche le roulement des
      *équipes sur les trains du jour
           SELECT OPTIONAL TRAIN-CREW
               ASSIGN TO "train-crew.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREW-STATUS.

      *les feuilles de service : une par agent, de la prise à la fin
      *de service à sa gare d'attache, avec les trains assurés. Le
      *bureau du personnel les bâtissait à la main depuis
      *train-diagrams.dat
           SELECT TRAIN-ROSTER
               ASSIGN TO "train-roster.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *les trains du jour restés sans conducteur ou sans contrôleur
           SELECT TRAIN-UNCOVERED
               ASSIGN TO "train-uncovered.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *le pointage du soir déposé par le poste d'aiguillage : une
      *ligne par départ réellement constaté (numéro de train, heure
      *réelle HHMM, ou le marqueur CANC pour un train supprimé) ; sa
               ASSIGN TO "train-punctuality.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *le rapport des correspondances manquées : les correspondances
      *à un changement du planificateur d'itinéraire que le pointage
      *du soir a cassées, groupées par gare de correspondance
           SELECT TRAIN-MISSED
               ASSIGN TO "train-missed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *les affiches horaires de gare : un fichier par gare du
      *référentiel, son nom est construit avec celui de la gare
           SELECT TRAIN-POSTER
               ASSIGN USING WS-POSTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *les fermetures de voie pour travaux déposées par le bureau de
      *la maintenance : une ligne par fermeture avec le tronçon, le
      *jour et la fenêtre horaire ; sa présence déclenche la
      *recherche des trains touchés
           SELECT OPTIONAL TRAIN-POSSESSIONS
               ASSIGN TO "train-possessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSS-STATUS.

      *le rapport des trains touchés par les fermetures de voie
           SELECT TRAIN-POSS-IMPACT
               ASSIGN TO "train-possessions-impact.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *les exceptions proposées pour les trains touchés, au dessin
      *exact de train-except.dat : le bureau de la planification les
      *relit et les reporte dans son calendrier des exceptions
           SELECT TRAIN-EXCEPT-PROPOSED
               ASSIGN TO "train-except-proposed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *la table des places offertes par type de train et composition
      *de rame, avec les dérogations par train, tenue par la gestion
      *des recettes
           SELECT OPTIONAL TRAIN-CAPACITY
               ASSIGN TO "train-capacity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

      *les places vendues du jour, par train et date de service
           SELECT OPTIONAL TRAIN-RESERVATIONS
               ASSIGN TO "train-reservations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

      *fichier paramètre optionnel : le seuil de remplissage en
      *pourcentage sous lequel un train est signalé (30 par défaut)
           SELECT OPTIONAL TRAIN-LOAD-PARM
               ASSIGN TO "train-load.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-PARM-STATUS.

      *le rapport de remplissage par train à la date de service
           SELECT TRAIN-LOAD
               ASSIGN TO "train-load.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *les distances entre gares voisines, tenues par le bureau des
      *redevances : leur présence déclenche le relevé mensuel de la
      *redevance d'accès au réseau
           SELECT OPTIONAL TRAIN-DISTANCES
               ASSIGN TO "train-distances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

      *les tarifs au train-kilomètre par type et tranche horaire
           SELECT OPTIONAL TRAIN-RATES
               ASSIGN TO "train-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      *fichier paramètre optionnel : le mois du relevé (AAAAMM), le
      *mois de la date de référence sans ce fichier
           SELECT OPTIONAL TRAIN-MONTH-PARM
               ASSIGN TO "train-month.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

      *le relevé mensuel de la redevance, à rapprocher ligne à ligne
      *de la facture du gestionnaire d'infrastructure
           SELECT TRAIN-CHARGES
               ASSIGN TO "train-charges.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *fichier maître indexé par numéro de train, reconstruit à
      *chaque exécution à partir de train.dat : permet de retrouver
      *un train par sa clé permanente au lieu de sa position de ligne
       01 LIGNE-RUNDONE.
           05 LIGNE-RUNDONE-CONTENU PIC X(80).

      *la structure de TRAIN-GONOGO est définie dans traingng.cpy
       FD TRAIN-GONOGO.
       COPY traingng.

       FD TRAIN2-TGV.
       01 LIGNE-TRAIN2-TGV.
           05 LIGNE-TRAIN2-TGV-CONTENU PIC X(276).
      *le planning de la veille est lu en image brute : pendant la
      *bascule des durées vers HHMM il peut encore être au vieux
      *dessin en heures entières (66 positions), puis il devient le
      *train.dat du jour précédent au nouveau dessin (68 positions,
      *84 avec la période de validité de la version).
      *le dessin est reconnu ligne par ligne dans le chargement
       FD TRAIN-PREV.
       01 PREV-PLANNING.
           05 PREV-IMAGE           PIC X(84).

       FD TRAIN-CHANGES.
       01 LIGNE-CHANGE.

       FD TRAIN-REJECTS.
       01 LIGNE-REJET.
           05 LIGNE-REJET-CONTENU  PIC X(170).

       FD TRAIN-CONFLICTS.
       01 LIGNE-CONFLIT.
           05 LIGNE-CONFLIT-CONTENU PIC X(120).

       FD TRAIN-LINE-CONFLICTS.
       01 LIGNE-SILLON.
           05 LIGNE-SILLON-CONTENU PIC X(150).

       FD STATION-TRAFFIC.
       01 LIGNE-TRAFIC.
           05 LIGNE-TRAFIC-CONTENU PIC X(120).
       01 LIGNE-DIAG.
           05 LIGNE-DIAG-CONTENU   PIC X(120).

      *la structure de TRAIN-CREW est définie dans traincrw.cpy
       FD TRAIN-CREW.
       COPY traincrw.

       FD TRAIN-ROSTER.
       01 LIGNE-ROSTER.
           05 LIGNE-ROSTER-CONTENU PIC X(120).

       FD TRAIN-UNCOVERED.
       01 LIGNE-UNCOVERED.
           05 LIGNE-UNCOVERED-CONTENU PIC X(120).

       FD TRAIN-WEEK-PARM.
       01 TRAIN-WEEK-PARM-RECORD.
           05 TRAIN-WEEK-PARM-LINE PIC X(08).
       01 LIGNE-PONCT.
           05 LIGNE-PONCT-CONTENU  PIC X(120).

       FD TRAIN-MISSED.
       01 LIGNE-MISSED.
           05 LIGNE-MISSED-CONTENU PIC X(120).

       FD TRAIN-POSTER.
       01 LIGNE-POSTER.
           05 LIGNE-POSTER-CONTENU PIC X(250).

      *la structure de TRAIN-POSSESSIONS est définie dans trainpos.cpy
       FD TRAIN-POSSESSIONS.
       COPY trainpos.

       FD TRAIN-POSS-IMPACT.
       01 LIGNE-POSS-IMPACT.
           05 LIGNE-POSS-IMPACT-CONTENU PIC X(150).

      *une exception proposée : même dessin, champ pour champ, que
      *EXCEPT-RECORD
       FD TRAIN-EXCEPT-PROPOSED.
       01 PROPOSED-RECORD.
           05 PROPOSED-NUMERO      PIC X(04).
           05 PROPOSED-DATE        PIC X(08).
           05 PROPOSED-ACTION      PIC X(06).
           05 PROPOSED-HEURE       PIC X(04).

      *la structure de TRAIN-CAPACITY est définie dans traincap.cpy
       FD TRAIN-CAPACITY.
       COPY traincap.

      *la structure de TRAIN-RESERVATIONS est définie dans
      *trainres.cpy
       FD TRAIN-RESERVATIONS.
       COPY trainres.

       FD TRAIN-LOAD-PARM.
       01 TRAIN-LOAD-PARM-RECORD.
           05 TRAIN-LOAD-PARM-LINE PIC X(03).

       FD TRAIN-LOAD.
       01 LIGNE-LOAD.
           05 LIGNE-LOAD-CONTENU   PIC X(150).

      *la structure de TRAIN-DISTANCES est définie dans traindst.cpy
       FD TRAIN-DISTANCES.
       COPY traindst.

      *la structure de TRAIN-RATES est définie dans trainrat.cpy
       FD TRAIN-RATES.
       COPY trainrat.

       FD TRAIN-MONTH-PARM.
       01 TRAIN-MONTH-PARM-RECORD.
           05 TRAIN-MONTH-PARM-LINE PIC X(06).

       FD TRAIN-CHARGES.
       01 LIGNE-CHARGE.
           05 LIGNE-CHARGE-CONTENU PIC X(200).

      *la structure de TRAIN-STOPS est définie dans trainstp.cpy
       FD TRAIN-STOPS.
       COPY trainstp.
           05 MASTER-DUREE-TRAJET          PIC X(04).
           05 MASTER-NOMBRE-TRAJET         PIC X OCCURS 10 TIMES.
           05 MASTER-JOURS                 PIC X(07).
           05 MASTER-VALID-DEBUT           PIC X(08).
           05 MASTER-VALID-FIN             PIC X(08).


       WORKING-STORAGE SECTION.
              10 WS-JOURS-TRAIN.
                 15 WS-JOUR-TRAIN PIC X OCCURS 7 TIMES.
                     88 WS-JOUR-CIRCULE  VALUE 'Y'.
      *période de validité de la version : même contrainte, ces deux
      *champs suivent les jours comme dans traincpy
              10 WS-VALID-DEBUT       PIC X(08).
              10 WS-VALID-FIN         PIC X(08).
              10 WS-TRAIN-STOPS       PIC 9(2).
      *répartition du nombre d'arrêt par type d'arrêt
              10 WS-TRAIN-STOPS-H     PIC 9(2).
              10 WS-SAME-STATION-FLAG PIC X(1).
                  88 WS-SAME-STATION      VALUE 'Y'.
                  88 WS-DIFFERENT-STATION VALUE 'N'.
      *indique si la version est celle en vigueur à la date de
      *référence (la date de service, ou la date du jour sans
      *train-date.parm) : une version hors période ne circule pas et
      *ne va ni dans les sorties ni dans le maître
              10 WS-PERIODE-FLAG      PIC X(1).
                  88 WS-EN-VIGUEUR        VALUE 'Y'.
                  88 WS-HORS-PERIODE      VALUE 'N'.
      *indique si le train circule à la date de service demandée
      *(toujours 'Y' quand aucune date n'a été déposée)
              10 WS-RUN-TODAY-FLAG    PIC X(1).
              10 WS-ACTUAL-SEEN-FLAG  PIC X(1).
                  88 WS-ACTUAL-SEEN       VALUE 'Y'.
                  88 WS-ACTUAL-NOT-SEEN   VALUE 'N'.
      *ce que le pointage a rendu pour ce train : parti, avec son
      *retard en minutes (négatif = parti en avance), ou annulé en
      *ligne ; le rapport des correspondances manquées s'en sert
              10 WS-ACTUAL-ETAT-FLAG  PIC X(1).
                  88 WS-ACTUAL-PARTI      VALUE 'D'.
                  88 WS-ACTUAL-ANNULE     VALUE 'C'.
                  88 WS-ACTUAL-SANS-ETAT  VALUE ' '.
              10 WS-ACTUAL-RETARD     PIC S9(4).
      *l'horaire du planning de base, gardé avant l'application des
      *exceptions datées : un RETIME ne vaut que pour la date de
      *service couverte, le mode semaine reste sur ces champs-ci
              10 WS-STOP-GARE       PIC X(18).
              10 WS-STOP-TYPE       PIC X(1).
              10 WS-STOP-HEURE      PIC X(4).
              10 WS-STOP-DEBUT      PIC X(8).
       01 WS-NB-STOPS           PIC 9(3) VALUE 0.
       01 WS-TBL-STOPS-SIZE     PIC 9(3) VALUE 900.
       01 WS-IDX-STOP           PIC 9(3).
      *trains chargés mais qui ne circulent pas à la date de service
      *demandée : traitées = chargées - hors service
           05 WS-COUNT-HORS-SERVICE PIC 9(03) VALUE 0.
      *versions chargées mais hors de leur période de validité à la
      *date de référence : comptées à part des trains qui ne
      *circulent pas ce jour-là
           05 WS-COUNT-HORS-PERIODE PIC 9(03) VALUE 0.
      *trains effectivement retenus pour la date de service
           05 WS-COUNT-ACTIFS       PIC 9(03) VALUE 0.
      *les cumuls de durée sont tenus en minutes depuis le passage
      *l'image brute d'une ligne de la veille, vue sous ses deux
      *dessins possibles : l'ancien en heures entières (66
      *positions, les deux dernières restent blanches) et le
      *nouveau en HHMM (68 positions, suivies de la période de
      *validité, blanche pour une ligne d'avant les périodes)
       01 WS-PREV-BUFFER        PIC X(84).
       01 WS-PREV-ANCIEN REDEFINES WS-PREV-BUFFER.
           05 WS-PREV-A-NUMERO     PIC 9(04).
           05 WS-PREV-A-TYPE       PIC X(03).
           05 WS-PREV-N-DUREE      PIC X(04).
           05 WS-PREV-N-ARRETS     PIC X(10).
           05 WS-PREV-N-JOURS      PIC X(07).
           05 WS-PREV-N-VALID-DEBUT PIC X(08).
           05 WS-PREV-N-VALID-FIN  PIC X(08).
      *la veille de la date de référence : seule la version en
      *vigueur ce jour-là est comparée au planning du jour
       01 WS-DATE-VEILLE        PIC 9(08).
      *nombre d'écarts relevés, pour le message de fin
       01 WS-NB-ECARTS          PIC 9(3).
      *statut du planning de la veille : fichier optionnel, son
      *fonctions calendaires, pour en déduire le jour de la semaine
      *(le jour 1 est un lundi)
       01 WS-DATE-SERVICE-INT   PIC 9(08).
      *la date de référence qui choisit la version en vigueur de
      *chaque train : la date de service déposée, sinon la date du
      *jour de l'exécution
       01 WS-DATE-REFERENCE     PIC 9(08).
      *la date passée au contrôle de période d'une version, et son
      *résultat
       01 WS-DATE-A-TESTER      PIC 9(08).
       01 WS-DATE-A-TESTER-INT  PIC 9(07).
       01 WS-IDX-PERIODE        PIC 9(3).
       01 WS-DANS-PERIODE-FLAG  PIC X(01).
           88 WS-DANS-PERIODE          VALUE 'Y'.
           88 WS-HORS-DE-PERIODE       VALUE 'N'.
      *le numéro d'une version en vigueur déjà chargée, pour écarter
      *une seconde version du même train dont la période chevauche
       01 WS-IDX-DOUBLON        PIC 9(3).
       01 WS-DATE-SUPPLIED-FLAG PIC X(01) VALUE 'N'.
           88 WS-DATE-SUPPLIED         VALUE 'Y'.
           88 WS-DATE-NOT-SUPPLIED     VALUE 'N'.
       01 WS-WEEK-DAY-RANG      PIC 9(01).
       01 WS-WEEK-DAY-NOM       PIC X(03).
       01 WS-IDX-WEEK           PIC 9(1).
      *rang dans la semaine du premier jour développé, et la date
      *d'une colonne de la grille : les colonnes vont du lundi au
      *dimanche, la date de chacune sert au choix de la version
       01 WS-WEEK-RANG-DEBUT    PIC 9(1).
       01 WS-GRID-DATE-INT      PIC 9(08).
      *une version n'a sa ligne dans la grille que si elle est en
      *vigueur au moins un des sept jours
       01 WS-GRID-VERSION-FLAG  PIC X(01).
           88 WS-GRID-VERSION-VUE      VALUE 'Y'.
           88 WS-GRID-VERSION-ABSENTE  VALUE 'N'.
      *le nom du fichier du jour, construit avec sa date
       01 WS-BOARD-DAY-FILENAME PIC X(30).
      *tableau d'ordre du mode semaine, trié sur l'heure de départ
       01 WS-EXCEPT-STATUS      PIC X(02).
           88 WS-EXCEPT-STATUS-OK       VALUE '00'.
           88 WS-EXCEPT-STATUS-NOTFOUND VALUE '05'.
      *indique si le calendrier des exceptions a déjà été chargé :
      *les passes qui en ont besoin sans date de service le chargent
      *une seule fois
       01 WS-EXCEPT-CHARGE-FLAG PIC X(01) VALUE 'N'.
           88 WS-EXCEPT-CHARGE         VALUE 'Y'.
           88 WS-EXCEPT-NON-CHARGE     VALUE 'N'.

      *nombre de lignes lues dans train.dat, rejets compris : c'est
      *le numéro de ligne cité dans le fichier des rejets
           05 WS-MOTIF-HH           PIC X(09).
           05 WS-MOTIF-MM           PIC X(09).
           05 WS-MOTIF-DUR          PIC X(11).
           05 WS-MOTIF-PERIODE      PIC X(10).

      *les mouvements du plan d'occupation des quais : un départ et
      *une arrivée par train du jour, triés ensuite par gare puis
       01 WS-UNITES-TER         PIC 9(3) VALUE 0.
       01 WS-UNITES-AUTRE       PIC 9(3) VALUE 0.

      *le roulement des équipes : les agents chargés depuis
      *train-crew.dat, avec leur durée maximale ramenée en minutes
       01 WS-CREW-STATUS        PIC X(02).
           88 WS-CREW-STATUS-OK       VALUE '00'.
           88 WS-CREW-STATUS-NOTFOUND VALUE '05'.
       01 WS-TBL-CREW.
           05 WS-CREW-LIGNE OCCURS 200 TIMES.
              10 WS-CREW-ID         PIC X(06).
              10 WS-CREW-NOM        PIC X(20).
              10 WS-CREW-ROLE       PIC X(01).
                  88 WS-CREW-CONDUCTEUR VALUE 'D'.
                  88 WS-CREW-CONTROLEUR VALUE 'G'.
              10 WS-CREW-GARE       PIC X(18).
              10 WS-CREW-QUALIF     PIC X(03) OCCURS 3 TIMES.
              10 WS-CREW-MAX-HHMM   PIC X(04).
              10 WS-CREW-MAX-MIN    PIC 9(04).
       01 WS-NB-CREW            PIC 9(3) VALUE 0.
       01 WS-TBL-CREW-SIZE      PIC 9(3) VALUE 200.
       01 WS-IDX-CREW           PIC 9(3).
       01 WS-IDX-QUALIF         PIC 9(1).
      *la couverture de chaque train du jour : l'entrée de l'agent
      *retenu comme conducteur et comme contrôleur (0 = personne)
       01 WS-TBL-COUV.
           05 WS-COUV-LIGNE OCCURS 300 TIMES.
              10 WS-COUV-CONDUCTEUR PIC 9(3).
              10 WS-COUV-CONTROLEUR PIC 9(3).
      *la journée en cours de construction pour un agent : les
      *entrées des trains assurés, dans l'ordre
       01 WS-TBL-SERVICE.
           05 WS-SERVICE-TRAIN OCCURS 20 TIMES PIC 9(3).
       01 WS-TBL-SERVICE-SIZE   PIC 9(2) VALUE 20.
       01 WS-NB-LEGS            PIC 9(2).
       01 WS-IDX-LEG            PIC 9(2).
      *le dernier tronçon de la journée qui ramène l'agent à sa gare
      *d'attache : les tronçons suivants lui sont repris, un agent
      *finit toujours son service là où il l'a pris
       01 WS-NB-LEGS-RETOUR     PIC 9(2).
      *la position de l'agent pendant la construction : sa gare, la
      *minute à partir de laquelle il peut repartir, sa prise de
      *service et son arrivée au dernier retour chez lui
       01 WS-SERVICE-GARE       PIC X(18).
       01 WS-SERVICE-DISPO      PIC 9(4).
       01 WS-SERVICE-PRISE      PIC 9(4).
       01 WS-SERVICE-RETOUR     PIC 9(4).
       01 WS-SERVICE-FIN        PIC 9(4).
       01 WS-SERVICE-DUREE      PIC 9(4).
       01 WS-SERVICE-FLAG       PIC X(1).
           88 WS-SERVICE-OUVERT       VALUE 'Y'.
           88 WS-SERVICE-CLOS         VALUE 'N'.
      *la pause minimale entre deux trains, et le temps de prise et
      *de fin de service compté avant le premier départ et après la
      *dernière arrivée, en minutes
       01 WS-CREW-PAUSE-MIN     PIC 9(3) VALUE 20.
       01 WS-CREW-PRISE-MIN     PIC 9(3) VALUE 15.
      *le train candidat et les variables de son test
       01 WS-CREW-CAND          PIC 9(3).
       01 WS-IDX-ROSTER         PIC 9(3).
       01 WS-IDX-ORDRE-CREW     PIC 9(3).
       01 WS-CREW-DEP-MIN       PIC 9(4).
       01 WS-CREW-ARR-MIN       PIC 9(4).
       01 WS-CREW-PRISE-TEST    PIC 9(4).
       01 WS-CREW-LEG-FLAG      PIC X(1).
           88 WS-CREW-LEG-VALIDE      VALUE 'Y'.
           88 WS-CREW-LEG-REFUSE      VALUE 'N'.
       01 WS-CREW-QUALIF-FLAG   PIC X(1).
           88 WS-CREW-QUALIFIE        VALUE 'Y'.
           88 WS-CREW-NON-QUALIFIE    VALUE 'N'.
       01 WS-CREW-ROLE-NOM      PIC X(06).
      *une heure en minutes depuis minuit ramenée en HH:MM pour les
      *rapports, marquée (+1) quand elle tombe le lendemain
       01 WS-MIN-A-AFFICHER     PIC 9(4).
       01 WS-AFF-CALCUL         PIC 9(4).
       01 WS-AFF-HH             PIC 9(2).
       01 WS-AFF-MM             PIC 9(2).
       01 WS-AFF-TAG            PIC X(05).
      *les compteurs du roulement : agents de service et de réserve,
      *trains du jour, trains complets et postes restés vides
       01 WS-NB-SERVICES        PIC 9(3) VALUE 0.
       01 WS-NB-RESERVE         PIC 9(3) VALUE 0.
       01 WS-CREW-NB-TRAINS     PIC 9(3) VALUE 0.
       01 WS-CREW-NB-COMPLETS   PIC 9(3) VALUE 0.
       01 WS-NB-SANS-CONDUCTEUR PIC 9(3) VALUE 0.
       01 WS-NB-SANS-CONTROLEUR PIC 9(3) VALUE 0.
       01 WS-CREW-NB-INCOMPLETS PIC 9(3) VALUE 0.
      *le poste manquant d'un train et la durée d'une journée en
      *HH:MM pour les feuilles
       01 WS-CREW-MANQUE        PIC X(20).
       01 WS-DUREE-AFF-HH       PIC 9(2).
       01 WS-DUREE-AFF-MM       PIC 9(2).

      *le mode ponctualité : compteurs et cumuls du rapprochement du
      *pointage du soir contre le planning
       01 WS-ACTUAL-STATUS      PIC X(02).
      *avance)
       01 WS-DELAY-MIN          PIC S9(4).
       01 WS-DELAY-DISP         PIC +9(4).
      *indique si le pointage du soir a été lu : le rapport des
      *correspondances manquées n'a de sens qu'après lui
       01 WS-ACTUALS-LUS-FLAG   PIC X(1) VALUE 'N'.
           88 WS-ACTUALS-LUS          VALUE 'Y'.

      *les correspondances manquées : une correspondance prévue
      *suit la règle du planificateur d'itinéraire (arrivée du train
      *d'apport le jour même, avant le départ du train de
      *correspondance depuis sa gare d'arrivée), dans la fenêtre de
      *correspondance ci-dessous, en minutes
       01 WS-CORRESP-MAX-MIN    PIC 9(3) VALUE 120.
       01 WS-TBL-MANQUEES.
           05 WS-MANQ-LIGNE OCCURS 300 TIMES.
              10 WS-MANQ-GARE       PIC X(18).
              10 WS-MANQ-APPORT     PIC 9(3).
              10 WS-MANQ-SUITE      PIC 9(3).
              10 WS-MANQ-SUITE-MIN  PIC 9(4).
              10 WS-MANQ-EST-MIN    PIC 9(4).
              10 WS-MANQ-REEL-MIN   PIC 9(4).
              10 WS-MANQ-ECART      PIC 9(4).
              10 WS-MANQ-CAUSE-FLAG PIC X(1).
                  88 WS-MANQ-APPORT-ANNULE VALUE 'C'.
                  88 WS-MANQ-APPORT-RETARD VALUE 'L'.
       01 WS-NB-MANQUEES        PIC 9(3) VALUE 0.
       01 WS-TBL-MANQ-SIZE      PIC 9(3) VALUE 300.
      *tableau d'ordre des correspondances manquées triées par gare
      *puis par départ de la correspondance
       01 WS-TBL-MANQ-ORDRE.
           05 WS-MANQ-ORDRE OCCURS 300 TIMES PIC 9(3).
       01 WS-IDX-MANQ           PIC 9(3).
       01 WS-IDX-MANQ-2         PIC 9(3).
       01 WS-MANQ-TRI-MIN       PIC 9(3).
       01 WS-MANQ-TRI-TEMP      PIC 9(3).
       01 WS-IDX-APPORT         PIC 9(3).
       01 WS-IDX-SUITE          PIC 9(3).
      *les heures de la correspondance ramenées en minutes : arrivée
      *prévue et estimée de l'apport, départ prévu et réel de la
      *suite
       01 WS-APPORT-ARR-MIN     PIC 9(4).
       01 WS-APPORT-EST-MIN     PIC S9(5).
       01 WS-SUITE-DEP-MIN      PIC 9(4).
       01 WS-SUITE-REEL-MIN     PIC S9(5).
       01 WS-MANQ-GARE-COURANTE PIC X(18).
       01 WS-MANQ-NB-GARE       PIC 9(3).
       01 WS-MANQ-NB-GARES      PIC 9(3).
       01 WS-MANQ-ECART-DISP    PIC ZZZ9.
       01 WS-MANQ-TRONQUE-FLAG  PIC X(1) VALUE 'N'.
           88 WS-MANQ-TRONQUE         VALUE 'Y'.
       01 WS-NB-CORRESP         PIC 9(4).
      *les heures de la ligne du rapport, déjà mises en HH:MM
       01 WS-MANQ-ARR-AFF       PIC X(05).
       01 WS-MANQ-EST-AFF       PIC X(05).
       01 WS-MANQ-DEP-AFF       PIC X(05).
       01 WS-MANQ-REEL-AFF      PIC X(05).

      *les affiches horaires de gare : le nom du fichier de la gare
      *en cours, et les passages de la section en cours (départs ou
      *arrivées) avec le train, l'heure affichée et le rang de
      *l'arrêt intermédiaire (0 au départ de l'origine, 99 à
      *l'arrivée au terminus)
       01 WS-POSTER-FILENAME    PIC X(40).
       01 WS-TBL-AFFICHE.
           05 WS-AFFICHE-LIGNE OCCURS 600 TIMES.
              10 WS-AFFICHE-TRAIN   PIC 9(3).
              10 WS-AFFICHE-HEURE   PIC X(4).
              10 WS-AFFICHE-RANG    PIC 9(2).
       01 WS-NB-AFFICHE         PIC 9(3).
       01 WS-TBL-AFFICHE-SIZE   PIC 9(3) VALUE 600.
       01 WS-TBL-AFFICHE-ORDRE.
           05 WS-AFFICHE-ORDRE OCCURS 600 TIMES PIC 9(3).
       01 WS-IDX-AFFICHE        PIC 9(3).
       01 WS-IDX-AFFICHE-2      PIC 9(3).
       01 WS-AFFICHE-TRI-MIN    PIC 9(3).
       01 WS-AFFICHE-TRI-TEMP   PIC 9(3).
       01 WS-IDX-POSTER-TRAIN   PIC 9(3).
      *la section en cours : 'D' les départs, 'A' les arrivées
       01 WS-POSTER-SENS-FLAG   PIC X(1).
           88 WS-POSTER-DEPARTS       VALUE 'D'.
           88 WS-POSTER-ARRIVEES      VALUE 'A'.
      *la gare de l'affiche et le point d'arrêt trouvé pour un rang
       01 WS-POSTER-GARE        PIC X(18).
       01 WS-POSTER-STOP        PIC 9(3).
       01 WS-POSTER-RANG        PIC 9(2).
       01 WS-AFFICHE-HEURE-LUE  PIC X(4).
      *la desserte affichée : les points d'arrêt voyageurs qui
      *restent après la gare pour un départ, ceux déjà desservis
      *depuis l'origine pour une arrivée
       01 WS-AFFICHE-DESSERTE   PIC X(160).
       01 WS-AFFICHE-PTR        PIC 9(3).
      *les jours de circulation en lettres, un tiret les jours où le
      *train ne circule pas
       01 WS-JOURS-INITIALES    PIC X(07) VALUE "MTWTFSS".
       01 WS-AFFICHE-JOURS      PIC X(07).
       01 WS-IDX-JOUR-AFF       PIC 9(1).
       01 WS-AFFICHE-TRONQUE-FLAG PIC X(1) VALUE 'N'.
           88 WS-AFFICHE-TRONQUE      VALUE 'Y'.
       01 WS-NB-POSTERS         PIC 9(3).

      *les fermetures de voie chargées depuis train-possessions.dat :
      *le tronçon, le jour, et la fenêtre ramenée en minutes depuis
      *minuit du jour de la fermeture (une fin au lendemain dépasse
      *1440)
       01 WS-TBL-POSS.
           05 WS-POSS-LIGNE OCCURS 50 TIMES.
              10 WS-POSS-GARE-A     PIC X(18).
              10 WS-POSS-GARE-B     PIC X(18).
              10 WS-POSS-DATE       PIC 9(8).
              10 WS-POSS-DATE-INT   PIC 9(7).
              10 WS-POSS-DEBUT      PIC X(4).
              10 WS-POSS-FIN        PIC X(4).
              10 WS-POSS-DEBUT-MIN  PIC 9(4).
              10 WS-POSS-FIN-MIN    PIC 9(4).
       01 WS-NB-POSS            PIC 9(3) VALUE 0.
       01 WS-TBL-POSS-SIZE      PIC 9(3) VALUE 50.
       01 WS-IDX-POSS           PIC 9(3).
       01 WS-POSS-STATUS        PIC X(02).
           88 WS-POSS-STATUS-OK       VALUE '00'.
           88 WS-POSS-STATUS-NOTFOUND VALUE '05'.
      *le parcours du train examiné : l'origine, les dix rangs de
      *train-stops.dat puis le terminus, chaque passage en minutes
      *depuis minuit du jour de départ du train (un passage après
      *minuit dépasse 1440) ; un rang sans détail reste à blanc
       01 WS-TBL-PARCOURS.
           05 WS-PARCOURS-POINT OCCURS 12 TIMES.
              10 WS-PARCOURS-GARE   PIC X(18).
              10 WS-PARCOURS-MIN    PIC 9(4).
       01 WS-IDX-PARCOURS       PIC 9(2).
       01 WS-PARCOURS-PRECEDENT PIC 9(4).
       01 WS-PARCOURS-RANG-A    PIC 9(2).
       01 WS-PARCOURS-RANG-B    PIC 9(2).
       01 WS-IDX-POSS-TRAIN     PIC 9(3).
      *le tronçon fermé tel que le train le parcourt : heure
      *d'entrée et de sortie sur le planning de base
       01 WS-POSS-TRONCON-DEBUT PIC 9(4).
       01 WS-POSS-TRONCON-FIN   PIC 9(4).
      *le jour de départ examiné par rapport au jour de la
      *fermeture : la veille (train de nuit), le jour même, ou le
      *lendemain (fermeture de nuit qui déborde sur le matin)
       01 WS-POSS-DECALAGE-JOUR PIC S9(1).
       01 WS-POSS-JOUR-INT      PIC 9(7).
       01 WS-POSS-JOUR-DATE     PIC 9(8).
       01 WS-POSS-JOUR-RANG     PIC 9(1).
       01 WS-POSS-CIRCULE-FLAG  PIC X(1).
           88 WS-POSS-CIRCULE          VALUE 'Y'.
           88 WS-POSS-NE-CIRCULE-PAS   VALUE 'N'.
      *l'heure de départ de base et celle du jour examiné (un RETIME
      *déjà au calendrier la déplace), en minutes depuis minuit
       01 WS-POSS-DEPART-BASE   PIC 9(4).
       01 WS-POSS-DEPART-JOUR   PIC 9(4).
      *l'entrée et la sortie du tronçon ramenées au minuit du jour
      *de la fermeture, puis le décalage qui libère la fenêtre
       01 WS-POSS-ENTREE        PIC S9(5).
       01 WS-POSS-SORTIE        PIC S9(5).
       01 WS-POSS-RETARD        PIC S9(5).
       01 WS-POSS-AVANCE        PIC S9(5).
      *au-delà de ce décalage en minutes, on propose une suppression
      *plutôt qu'un nouvel horaire
       01 WS-POSS-DECALAGE-MAX  PIC 9(3) VALUE 60.
       01 WS-POSS-NOUVEAU-DEPART PIC S9(5).
       01 WS-POSS-DECALAGE-AFF  PIC +++9.
       01 WS-POSS-ACTION        PIC X(6).
       01 WS-POSS-HEURE-PROP.
           05 WS-POSS-HEURE-PROP-HH PIC 9(2).
           05 WS-POSS-HEURE-PROP-MM PIC 9(2).
      *une heure HHMM relue depuis le détail ou le calendrier
       01 WS-POSS-HEURE-LUE.
           05 WS-POSS-HEURE-LUE-HH PIC 9(2).
           05 WS-POSS-HEURE-LUE-MM PIC 9(2).
       01 WS-POSS-ENTREE-AFF    PIC X(11).
       01 WS-POSS-SORTIE-AFF    PIC X(11).
       01 WS-POSS-TRONCON-AFF   PIC X(24).
       01 WS-POSS-PROP-AFF      PIC X(30).
       01 WS-POSS-REMARQUE      PIC X(60).
      *les exceptions proposées, une par train et par jour de départ :
      *un même départ touché par deux fermetures passe en CANCEL
       01 WS-TBL-PROPOSE.
           05 WS-PROP-LIGNE OCCURS 200 TIMES.
              10 WS-PROP-NUMERO     PIC 9(4).
              10 WS-PROP-DATE       PIC 9(8).
              10 WS-PROP-ACTION     PIC X(6).
              10 WS-PROP-HEURE      PIC X(4).
       01 WS-NB-PROPOSE         PIC 9(3) VALUE 0.
       01 WS-TBL-PROPOSE-SIZE   PIC 9(3) VALUE 200.
       01 WS-IDX-PROPOSE        PIC 9(3).
       01 WS-PROP-TROUVEE       PIC 9(3).
       01 WS-PROPOSE-TRONQUE-FLAG PIC X(1) VALUE 'N'.
           88 WS-PROPOSE-TRONQUE      VALUE 'Y'.
       01 WS-NB-IMPACTS-POSS    PIC 9(3).
       01 WS-NB-IMPACTS         PIC 9(4) VALUE 0.
       01 WS-NB-PROP-RETIME     PIC 9(3) VALUE 0.
       01 WS-NB-PROP-CANCEL     PIC 9(3) VALUE 0.

      *la table des places offertes chargée depuis
      *train-capacity.dat : une entrée par type et composition
      *(numéro à zéro), ou par train en dérogation (numéro du train,
      *places à zéro quand la dérogation ne donne que la composition)
       01 WS-TBL-CAP.
           05 WS-CAP-LIGNE OCCURS 100 TIMES.
              10 WS-CAP-TYPE        PIC X(3).
              10 WS-CAP-FORMATION   PIC X(2).
              10 WS-CAP-NUMERO      PIC 9(4).
              10 WS-CAP-PLACES      PIC 9(4).
       01 WS-NB-CAP             PIC 9(3) VALUE 0.
       01 WS-TBL-CAP-SIZE       PIC 9(3) VALUE 100.
       01 WS-IDX-CAP            PIC 9(3).
       01 WS-CAP-TROUVE         PIC 9(3).
       01 WS-CAP-STATUS         PIC X(02).
           88 WS-CAP-STATUS-OK       VALUE '00'.
           88 WS-CAP-STATUS-NOTFOUND VALUE '05'.
      *les places vendues à la date de service, chargées depuis
      *train-reservations.dat ; les lignes des autres dates sont
      *seulement comptées
       01 WS-TBL-RES.
           05 WS-RES-LIGNE OCCURS 300 TIMES.
              10 WS-RES-NUMERO      PIC 9(4).
              10 WS-RES-PLACES      PIC 9(5).
      *indique si la réservation a trouvé son train du jour : les
      *autres sont listées en fin de rapport pour la réconciliation
              10 WS-RES-UTILISE-FLAG PIC X(1).
                  88 WS-RES-UTILISE      VALUE 'Y'.
                  88 WS-RES-NON-UTILISE  VALUE 'N'.
       01 WS-NB-RES             PIC 9(3) VALUE 0.
       01 WS-TBL-RES-SIZE       PIC 9(3) VALUE 300.
       01 WS-IDX-RES            PIC 9(3).
       01 WS-RES-TROUVE         PIC 9(3).
       01 WS-NB-RES-AUTRE-DATE  PIC 9(4) VALUE 0.
       01 WS-RES-STATUS         PIC X(02).
           88 WS-RES-STATUS-OK       VALUE '00'.
           88 WS-RES-STATUS-NOTFOUND VALUE '05'.
      *le seuil de remplissage en pourcentage, lu dans
      *train-load.parm et cadré à droite comme train.parm
       01 WS-LOAD-PARM-STATUS   PIC X(02).
           88 WS-LOAD-PARM-STATUS-OK       VALUE '00'.
           88 WS-LOAD-PARM-STATUS-NOTFOUND VALUE '05'.
       01 WS-LOAD-SEUIL-SAISI   PIC X(03) JUSTIFIED RIGHT.
       01 WS-LOAD-SEUIL         PIC 9(3) VALUE 30.
      *la date de référence en jour du calendrier et en rang dans
      *la semaine, et si la version examinée circule ce jour-là
       01 WS-LOAD-JOUR-INT      PIC 9(7).
       01 WS-LOAD-JOUR-RANG     PIC 9(1).
       01 WS-LOAD-CIRCULE-FLAG  PIC X(1).
           88 WS-LOAD-CIRCULE         VALUE 'Y'.
           88 WS-LOAD-NE-CIRCULE-PAS  VALUE 'N'.
      *le train examiné : sa composition, ses places offertes et
      *vendues, son taux et ce qu'on en signale
       01 WS-LOAD-FORMATION     PIC X(02).
       01 WS-LOAD-OFFERTES      PIC 9(7).
       01 WS-LOAD-VENDUES       PIC 9(7).
       01 WS-LOAD-TAUX          PIC 9(7).
       01 WS-LOAD-TAUX-AFF      PIC X(04).
       01 WS-LOAD-TAUX-DISP     PIC ZZZ9.
       01 WS-LOAD-ETAT-FLAG     PIC X(1).
           88 WS-LOAD-NORMAL          VALUE ' '.
           88 WS-LOAD-SURRESERVE      VALUE 'O'.
           88 WS-LOAD-SOUS-SEUIL      VALUE 'U'.
           88 WS-LOAD-SANS-CAPACITE   VALUE 'X'.
       01 WS-LOAD-ETAT-LIB      PIC X(16).
      *cumuls par type de train : 1 = TGV, 2 = Corail, 3 = TER,
      *4 = type non reconnu, pour que la somme des lignes retombe
      *sur le total
       01 WS-LOAD-TYPES.
           05 WS-LOAD-TYPE-LIGNE OCCURS 4 TIMES.
              10 WS-LOAD-TYPE-NB         PIC 9(3).
              10 WS-LOAD-TYPE-OFFERTES   PIC 9(7).
              10 WS-LOAD-TYPE-VENDUES    PIC 9(7).
              10 WS-LOAD-TYPE-SURRES     PIC 9(3).
              10 WS-LOAD-TYPE-SOUS-SEUIL PIC 9(3).
       01 WS-IDX-LOAD-TYPE      PIC 9(1).
       01 WS-LOAD-TYPE-NOM      PIC X(06).
      *cumuls par gare d'origine, une entrée par gare de départ vue
       01 WS-TBL-LOAD-GARE.
           05 WS-LOAD-GARE-LIGNE OCCURS 200 TIMES.
              10 WS-LOAD-GARE-NOM       PIC X(18).
              10 WS-LOAD-GARE-NB        PIC 9(3).
              10 WS-LOAD-GARE-OFFERTES  PIC 9(7).
              10 WS-LOAD-GARE-VENDUES   PIC 9(7).
       01 WS-NB-LOAD-GARE       PIC 9(3) VALUE 0.
       01 WS-TBL-LOAD-GARE-SIZE PIC 9(3) VALUE 200.
       01 WS-IDX-LOAD-GARE      PIC 9(3).
       01 WS-LOAD-GARE-TROUVE   PIC 9(3).
      *totaux de pied du rapport de remplissage : les places vendues
      *du fichier pour la date retombent sur celles des trains du
      *jour plus celles des trains qui ne circulent pas
       01 WS-LOAD-TOTAUX.
           05 WS-LOAD-TOT-NB         PIC 9(3).
           05 WS-LOAD-TOT-OFFERTES   PIC 9(7).
           05 WS-LOAD-TOT-VENDUES    PIC 9(7).
           05 WS-LOAD-TOT-SURRES     PIC 9(3).
           05 WS-LOAD-TOT-SOUS-SEUIL PIC 9(3).
           05 WS-LOAD-TOT-SANS-CAP   PIC 9(3).
           05 WS-LOAD-TOT-FICHIER    PIC 9(7).
           05 WS-LOAD-TOT-HORS-JOUR  PIC 9(7).
           05 WS-LOAD-NB-HORS-JOUR   PIC 9(3).

      *les distances entre gares voisines chargées depuis
      *train-distances.dat, une entrée par tronçon, valable dans les
      *deux sens
       01 WS-TBL-DIST.
           05 WS-DIST-LIGNE OCCURS 200 TIMES.
              10 WS-DIST-GARE-A     PIC X(18).
              10 WS-DIST-GARE-B     PIC X(18).
              10 WS-DIST-KM         PIC 9(4)V9.
       01 WS-NB-DIST            PIC 9(3) VALUE 0.
       01 WS-TBL-DIST-SIZE      PIC 9(3) VALUE 200.
       01 WS-IDX-DIST           PIC 9(3).
       01 WS-DIST-TROUVE        PIC 9(3).
      *les deux gares du tronçon passé à la recherche
       01 WS-DIST-CHERCHE-A     PIC X(18).
       01 WS-DIST-CHERCHE-B     PIC X(18).
       01 WS-DIST-STATUS        PIC X(02).
           88 WS-DIST-STATUS-OK       VALUE '00'.
           88 WS-DIST-STATUS-NOTFOUND VALUE '05'.
      *les tarifs chargés depuis train-rates.dat, une entrée par
      *type de train et tranche horaire
       01 WS-TBL-RATE.
           05 WS-RATE-LIGNE OCCURS 20 TIMES.
              10 WS-RATE-TYPE       PIC X(3).
              10 WS-RATE-TRANCHE    PIC X(1).
              10 WS-RATE-EUR-KM     PIC 9(3)V9(3).
       01 WS-NB-RATE            PIC 9(2) VALUE 0.
       01 WS-TBL-RATE-SIZE      PIC 9(2) VALUE 20.
       01 WS-IDX-RATE           PIC 9(2).
       01 WS-RATE-TROUVE        PIC 9(2).
       01 WS-RATE-STATUS        PIC X(02).
           88 WS-RATE-STATUS-OK       VALUE '00'.
           88 WS-RATE-STATUS-NOTFOUND VALUE '05'.
      *le mois du relevé, lu dans train-month.parm ou pris sur la
      *date de référence, et ses bornes en jours du calendrier des
      *fonctions intrinsèques
       01 WS-MONTH-PARM-STATUS  PIC X(02).
           88 WS-MONTH-PARM-STATUS-OK       VALUE '00'.
           88 WS-MONTH-PARM-STATUS-NOTFOUND VALUE '05'.
       01 WS-CHG-MOIS-SAISI     PIC X(06).
       01 WS-CHG-MOIS           PIC 9(6).
       01 WS-CHG-MOIS-R REDEFINES WS-CHG-MOIS.
           05 WS-CHG-MOIS-AAAA  PIC 9(4).
           05 WS-CHG-MOIS-MM    PIC 9(2).
       01 WS-CHG-DATE-CALC      PIC 9(8).
       01 WS-CHG-PREMIER-INT    PIC 9(7).
       01 WS-CHG-SUIVANT-INT    PIC 9(7).
       01 WS-CHG-JOUR-INT       PIC 9(7).
       01 WS-CHG-JOUR-DATE      PIC 9(8).
       01 WS-CHG-JOUR-RANG      PIC 9(1).
      *les heures de pointe : un départ entre le début et la fin
      *incluses d'une des deux plages paie le tarif de pointe, tout
      *autre départ le tarif d'heure creuse
       01 WS-POINTE-VALEURS.
           05 FILLER            PIC X(08) VALUE "07000959".
           05 FILLER            PIC X(08) VALUE "17001959".
       01 WS-TBL-POINTE REDEFINES WS-POINTE-VALEURS.
           05 WS-POINTE OCCURS 2 TIMES.
              10 WS-POINTE-DEBUT    PIC X(4).
              10 WS-POINTE-FIN      PIC X(4).
       01 WS-IDX-POINTE         PIC 9(1).
      *le train examiné : ses kilomètres par circulation, le premier
      *tronçon sans distance connue, et le départ du jour examiné
       01 WS-CHG-KM             PIC 9(4)V9.
       01 WS-CHG-KM-FLAG        PIC X(1).
           88 WS-CHG-KM-COMPLET       VALUE 'Y'.
           88 WS-CHG-KM-INCOMPLET     VALUE 'N'.
       01 WS-CHG-MANQUE-A       PIC X(18).
       01 WS-CHG-MANQUE-B       PIC X(18).
       01 WS-CHG-GARE-PREC      PIC X(18).
       01 WS-CHG-CIRCULE-FLAG   PIC X(1).
           88 WS-CHG-CIRCULE          VALUE 'Y'.
           88 WS-CHG-NE-CIRCULE-PAS   VALUE 'N'.
       01 WS-CHG-DEPART         PIC X(04).
       01 WS-CHG-TRANCHE        PIC X(01).
           88 WS-CHG-POINTE           VALUE 'P'.
           88 WS-CHG-CREUSE           VALUE 'C'.
       01 WS-CHG-TARIF          PIC 9(3)V9(3).
       01 WS-CHG-MONTANT        PIC 9(7)V99.
      *cumuls du train examiné sur le mois
       01 WS-CHG-TRAIN-CUMULS.
           05 WS-CHG-TRAIN-RUNS     PIC 9(3).
           05 WS-CHG-TRAIN-POINTE   PIC 9(3).
           05 WS-CHG-TRAIN-CREUSE   PIC 9(3).
           05 WS-CHG-TRAIN-KM       PIC 9(7)V9.
           05 WS-CHG-TRAIN-MONTANT  PIC 9(9)V99.
      *cumuls par type de train : 1 = TGV, 2 = Corail, 3 = TER,
      *4 = type non reconnu
       01 WS-CHG-TYPES.
           05 WS-CHG-TYPE-LIGNE OCCURS 4 TIMES.
              10 WS-CHG-TYPE-TRAINS     PIC 9(3).
              10 WS-CHG-TYPE-RUNS       PIC 9(5).
              10 WS-CHG-TYPE-KM         PIC 9(7)V9.
              10 WS-CHG-TYPE-MONTANT    PIC 9(9)V99.
       01 WS-IDX-CHG-TYPE       PIC 9(1).
       01 WS-CHG-TYPE-NOM       PIC X(06).
      *totaux du relevé : le total général est la somme des lignes
      *de circulation ; celui des lignes par type doit y retomber
       01 WS-CHG-TOTAUX.
           05 WS-CHG-TOT-TRAINS     PIC 9(3).
           05 WS-CHG-TOT-RUNS       PIC 9(5).
           05 WS-CHG-TOT-KM         PIC 9(7)V9.
           05 WS-CHG-TOT-MONTANT    PIC 9(9)V99.
           05 WS-CHG-TOT-TYPES      PIC 9(9)V99.
           05 WS-CHG-TOT-SANS-TARIF PIC 9(5).
           05 WS-CHG-TOT-INCOMPLETS PIC 9(3).
      *zones d'édition du relevé
       01 WS-CHG-KM-AFF         PIC ZZZ9.9.
       01 WS-CHG-KM-TOT-AFF     PIC ZZZZZZ9.9.
       01 WS-CHG-TARIF-AFF      PIC ZZ9.999.
       01 WS-CHG-MONTANT-AFF    PIC ZZZZZZZZ9.99.
       01 WS-CHG-TOTAL-AFF      PIC ZZZZZZZZ9.99.
       01 WS-CHG-REMARQUE       PIC X(60).
      *cumuls par type de train : 1 = TGV, 2 = Corail, 3 = TER
       01 WS-PONCT-TYPES.
           05 WS-PONCT-TYPE-LIGNE OCCURS 3 TIMES.
       01 WS-IDX-CONF-2         PIC 9(3).
       01 WS-NB-CONFLITS        PIC 9(3) VALUE 0.

      *l'espacement minimal en minutes entre deux trains qui se
      *suivent sur le même tronçon, par type de train ; pour une
      *paire, c'est le plus grand des deux qui s'applique, et un type
      *non reconnu prend WS-ESPACEMENT-DEFAUT
       01 WS-ESPACEMENT-VALEURS.
           05 FILLER            PIC X(05) VALUE "TGV05".
           05 FILLER            PIC X(05) VALUE "COR04".
           05 FILLER            PIC X(05) VALUE "TER03".
       01 WS-TBL-ESPACEMENT REDEFINES WS-ESPACEMENT-VALEURS.
           05 WS-ESPACEMENT OCCURS 3 TIMES.
              10 WS-ESPACEMENT-TYPE PIC X(3).
              10 WS-ESPACEMENT-MIN  PIC 9(2).
       01 WS-ESPACEMENT-DEFAUT  PIC 9(2) VALUE 5.
       01 WS-IDX-ESPACEMENT     PIC 9(1).
      *le sillon d'un train jusqu'à son prochain point d'arrêt : le
      *train examiné, son départ du jour et son passage au prochain
      *point (premier arrêt de train-stops.dat, sinon le terminus),
      *en minutes depuis minuit du jour de départ
       01 WS-SILLON-IDX         PIC 9(3).
       01 WS-SILLON-DEPART      PIC 9(4).
       01 WS-SILLON-DEPART-BASE PIC 9(4).
       01 WS-SILLON-POINT       PIC X(18).
       01 WS-SILLON-PASSAGE     PIC 9(4).
       01 WS-SILLON-RANG        PIC 9(2).
       01 WS-SILLON-HEURE-LUE.
           05 WS-SILLON-HEURE-LUE-HH PIC 9(2).
           05 WS-SILLON-HEURE-LUE-MM PIC 9(2).
       01 WS-SILLON-ESPACEMENT  PIC 9(2).
      *les deux sillons comparés : 1 pour le premier parti, 2 pour
      *celui qui le suit
       01 WS-TBL-SILLON-PAIRE.
           05 WS-SILLON-PAIRE OCCURS 2 TIMES.
              10 WS-PAIRE-IDX       PIC 9(3).
              10 WS-PAIRE-POINT     PIC X(18).
              10 WS-PAIRE-DEPART    PIC 9(4).
              10 WS-PAIRE-PASSAGE   PIC 9(4).
              10 WS-PAIRE-ESPACEMENT PIC 9(2).
       01 WS-SILLON-ECART-DEP   PIC 9(4).
       01 WS-SILLON-ECART-ARR   PIC 9(4).
       01 WS-SILLON-ECART       PIC 9(4).
       01 WS-SILLON-HEURES-AFF.
           05 WS-SILLON-HH-AFF  PIC 9(2).
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-SILLON-MM-AFF  PIC 9(2).
       01 WS-SILLON-AFF-1       PIC X(05).
       01 WS-SILLON-AFF-2       PIC X(05).
       01 WS-SILLON-AFF-3       PIC X(05).
       01 WS-SILLON-AFF-4       PIC X(05).
       01 WS-SILLON-MOTIF       PIC X(40).
       01 WS-NB-CONFLITS-LIGNE  PIC 9(3) VALUE 0.

      *cumuls de trafic par gare : une entrée par gare distincte vue
      *en départ ou en destination, avec ses compteurs de mouvements.
      *200 entrées suffisent largement pour 300 trains
       01 WS-RESTART-FLAG       PIC X(01) VALUE 'N'.
           88 WS-RESTART-MODE          VALUE 'Y'.
           88 WS-NORMAL-RUN            VALUE 'N'.
      *le statut de l'indicateur du contrôle d'intégrité et la
      *décision qu'on en tire
       01 WS-GONOGO-STATUS      PIC X(02).
           88 WS-GONOGO-STATUS-OK       VALUE '00'.
           88 WS-GONOGO-STATUS-NOTFOUND VALUE '05'.
       01 WS-GONOGO-FLAG        PIC X(01) VALUE 'N'.
           88 WS-GONOGO-ARRET          VALUE 'Y'.
           88 WS-GONOGO-DEPART         VALUE 'N'.
      *une marque par grande étape : en reprise, une étape déjà
      *consignée DONE garde sa sortie de l'exécution tombée et
      *n'est pas réécrite
      *par le bonus
           PERFORM 0050-CAPTURE-RUN-TIMESTAMP-BEGIN
              THRU 0050-CAPTURE-RUN-TIMESTAMP-END.
      *avant tout, on relit l'indicateur du contrôle d'intégrité :
      *sur un NO-GO, un indicateur illisible ou périmé on s'arrête
      *tout de suite, sans toucher au journal de contrôle, au
      *marqueur de fin ni aux sorties de la veille, avec un code
      *retour pour l'ordonnanceur
           PERFORM 0030-CHECK-GO-NO-GO-BEGIN
              THRU 0030-CHECK-GO-NO-GO-END.
           IF WS-GONOGO-ARRET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *on arme le contrôle d'exécution : en reprise, les étapes déjà
      *consignées DONE par l'exécution tombée ne seront pas
      *réécrites, et le marqueur de fin passe en RUN IN PROGRESS
                           TO WS-HEURE-ARRIVEE-BASE(WS-IDX)
                       MOVE WS-NEXT-DAY-FLAG(WS-IDX)
                           TO WS-NEXT-DAY-BASE-FLAG(WS-IDX)
      *seule la version en vigueur à la date de référence circule ;
      *les autres restent chargées pour le mode semaine, qui peut
      *changer de version en cours de semaine
                       MOVE WS-IDX TO WS-IDX-PERIODE
                       MOVE WS-DATE-REFERENCE TO WS-DATE-A-TESTER
                       PERFORM 0077-CHECK-PERIOD-BEGIN
                          THRU 0077-CHECK-PERIOD-END
                       IF WS-DANS-PERIODE
                           SET WS-EN-VIGUEUR(WS-IDX) TO TRUE
                           PERFORM 0079-CHECK-OVERLAP-BEGIN
                              THRU 0079-CHECK-OVERLAP-END
                       ELSE
                           SET WS-HORS-PERIODE(WS-IDX) TO TRUE
                       END-IF
                       IF WS-HORS-PERIODE(WS-IDX)
                           SET WS-NOT-TODAY(WS-IDX) TO TRUE
                       END-IF
      *les exceptions datées passent après le test des jours de
      *circulation : elles peuvent annuler, ajouter ou re-horairer
      *le train pour la date de service couverte, dans sa version
      *en vigueur seulement
                       IF WS-DATE-SUPPLIED
                       AND WS-NB-EXCEPT > 0
                       AND WS-EN-VIGUEUR(WS-IDX)
                           PERFORM 0078-APPLY-EXCEPTION-BEGIN
                              THRU 0078-APPLY-EXCEPTION-END
                       END-IF
      *aucun pointage du soir n'a encore été vu pour ce train
                       SET WS-ACTUAL-NOT-SEEN(WS-IDX) TO TRUE
                       SET WS-ACTUAL-SANS-ETAT(WS-IDX) TO TRUE
                       MOVE 0 TO WS-ACTUAL-RETARD(WS-IDX)
                       END-IF
                       END-IF
               END-READ
           END-IF.

      *on contrôle les conflits de départ (même gare, même heure)
      *puis les conflits en ligne (dépassement, espacement) avant de
      *publier quoi que ce soit
           IF NOT WS-CONFLICTS-DEJA-FAIT
               PERFORM 0090-CHECK-CONFLICTS-BEGIN
                  THRU 0090-CHECK-CONFLICTS-END
               PERFORM 0095-CHECK-LINE-CONFLICTS-BEGIN
                  THRU 0095-CHECK-LINE-CONFLICTS-END
               MOVE "CONFLICTS" TO WS-STEP-NAME
               PERFORM 0045-WRITE-CHECKPOINT-BEGIN
                  THRU 0045-WRITE-CHECKPOINT-END
      *un train qui ne circule pas à la date de service demandée ne
      *va ni à l'écran ni dans train2.dat ni dans les fichiers de
      *répartition, mais il reste compté pour la réconciliation
               IF WS-HORS-PERIODE(WS-IDX)
                   ADD 1 TO WS-COUNT-HORS-PERIODE
               ELSE
               IF WS-NOT-TODAY(WS-IDX)
                   ADD 1 TO WS-COUNT-HORS-SERVICE
               ELSE
               ADD WS-DUREE-MINUTES TO WS-TOTAL-DUREE
               ADD WS-TRAIN-STOPS(WS-IDX) TO WS-TOTAL-STOPS
               END-IF
               END-IF
           END-PERFORM.

      *après avoir écrit toutes les information concernant les trains,
           PERFORM 1200-TRAINSET-DIAGRAMS-BEGIN
              THRU 1200-TRAINSET-DIAGRAMS-END.

      *si le bureau du personnel a déposé ses agents, on bâtit les
      *journées de service des conducteurs et des contrôleurs sur les
      *trains du jour et on liste les trains restés sans équipe
           PERFORM 1400-CREW-ROSTER-BEGIN
              THRU 1400-CREW-ROSTER-END.

      *on écrit le rapport de desserte par train, avec le contrôle
      *de cohérence entre le détail des arrêts et le dessin H/S/F
           PERFORM 0900-WRITE-ITINERARY-BEGIN
              THRU 0900-WRITE-ITINERARY-END.

      *on écrit l'affiche horaire de chaque gare du référentiel,
      *départs et arrivées avec les points d'arrêt intermédiaires
           PERFORM 1600-STATION-POSTERS-BEGIN
              THRU 1600-STATION-POSTERS-END.

      *si la maintenance a déposé ses fermetures de voie, on cherche
      *les trains qui passent sur un tronçon fermé pendant la
      *fenêtre et on propose les exceptions qui les en écartent
           PERFORM 1700-POSSESSIONS-BEGIN
              THRU 1700-POSSESSIONS-END.

      *si la gestion des recettes a déposé sa table des places, on
      *écrit le remplissage de chaque train du jour d'après les
      *réservations
           PERFORM 1800-LOAD-FACTOR-BEGIN
              THRU 1800-LOAD-FACTOR-END.

      *si le bureau des redevances a déposé ses distances, on écrit
      *le relevé mensuel de la redevance d'accès au réseau
           PERFORM 1900-TRACK-CHARGES-BEGIN
              THRU 1900-TRACK-CHARGES-END.

      *si une demande d'itinéraire a été déposée, on cherche les
      *trajets directs et avec une correspondance pour les agents
      *de gare
           PERFORM 1000-PUNCTUALITY-BEGIN
              THRU 1000-PUNCTUALITY-END.

      *une fois le pointage rapproché, on cherche les correspondances
      *prévues que les retards et les annulations ont cassées
           IF WS-ACTUALS-LUS
               PERFORM 1500-MISSED-CONNECTIONS-BEGIN
                  THRU 1500-MISSED-CONNECTIONS-END
           END-IF.

      *on appelle le paragraphe du bonus
           PERFORM 0400-INDEX-SEARCH-BONUS-BEGIN
              THRU 0400-INDEX-SEARCH-BONUS-END.
           END-STRING.
       0050-CAPTURE-RUN-TIMESTAMP-END.

      *paragraphe qui relit train-gonogo.dat, déposé par trainchk.
      *Sans indicateur (contrôle pas encore passé au planning de la
      *nuit), l'exécution part avec un avertissement, comme pour les
      *autres fichiers optionnels. Un NO-GO, un indicateur présent
      *mais impossible à ouvrir ou à lire, ou un indicateur d'un
      *autre jour que celui du run arrêtent l'exécution : un GO
      *périmé ne couvre pas les données modifiées depuis
       0030-CHECK-GO-NO-GO-BEGIN.
           SET WS-GONOGO-DEPART TO TRUE.
           OPEN INPUT TRAIN-GONOGO.
           IF NOT WS-GONOGO-STATUS-OK
           AND NOT WS-GONOGO-STATUS-NOTFOUND
               SET WS-GONOGO-ARRET TO TRUE
               DISPLAY "*** ERROR: COULD NOT OPEN train-gonogo.dat - "
                   "FILE STATUS " WS-GONOGO-STATUS " - RERUN "
                   "trainchk - RUN STOPPED ***"
           ELSE
           IF WS-GONOGO-STATUS-NOTFOUND
               CLOSE TRAIN-GONOGO
               DISPLAY "*** WARNING: NO train-gonogo.dat - RUN "
                   "trainchk BEFORE THE NIGHTLY RUN - INTEGRITY "
                   "CHECK NOT ENFORCED ***"
           ELSE
               READ TRAIN-GONOGO
                   AT END
                       MOVE SPACES TO GONOGO-RECORD
               END-READ
               CLOSE TRAIN-GONOGO
               IF GONOGO-NO-GO
                   SET WS-GONOGO-ARRET TO TRUE
                   DISPLAY "*** ERROR: INTEGRITY CHECK OF "
                       GONOGO-TS " IS NO-GO - " GONOGO-NB-ERREURS
                       " ERROR(S) - SEE train-integrity.dat - RUN "
                       "STOPPED ***"
               ELSE
               IF NOT GONOGO-GO
                   SET WS-GONOGO-ARRET TO TRUE
                   DISPLAY "*** ERROR: train-gonogo.dat IS NOT "
                       "READABLE - RERUN trainchk - RUN STOPPED ***"
               ELSE
      *un GO d'une autre nuit ne dit rien des données modifiées
      *depuis : il faut repasser le contrôle
               IF GONOGO-DATE NOT = WS-RUN-DATETIME-RAW(1:8)
                   SET WS-GONOGO-ARRET TO TRUE
                   DISPLAY "*** ERROR: train-gonogo.dat IS FROM "
                       GONOGO-DATE " - NOT FROM TODAY - RERUN "
                       "trainchk - RUN STOPPED ***"
               ELSE
                   DISPLAY "INTEGRITY CHECK OF " GONOGO-TS " IS GO ("
                       GONOGO-NB-ALERTES " WARNING(S))."
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
       0030-CHECK-GO-NO-GO-END.

      *paragraphe qui arme le contrôle d'exécution. La présence de
      *train-restart.parm demande la reprise : le journal de
      *contrôle de l'exécution tombée est relu et chaque étape déjà
               END-READ
               CLOSE TRAIN-DATE-PARM
           END-IF.
           IF WS-DATE-SUPPLIED
               MOVE WS-DATE-SERVICE-NUM TO WS-DATE-REFERENCE
           ELSE
               MOVE WS-RUN-DATETIME-RAW(1:8) TO WS-DATE-REFERENCE
           END-IF.
       0055-READ-SERVICE-DATE-END.

      *paragraphe qui charge le calendrier des exceptions datées
      *mieux vaut un avertissement qu'une exception appliquée de
      *travers la veille d'une fête
       0057-LOAD-EXCEPTIONS-BEGIN.
           SET WS-EXCEPT-CHARGE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-EXCEPT.
           IF NOT WS-EXCEPT-STATUS-OK
           SET WS-EOF-FALSE TO TRUE.
       0057-LOAD-EXCEPTIONS-END.

      *paragraphe qui dit si la version WS-IDX-PERIODE est dans sa
      *période de validité à la date WS-DATE-A-TESTER : une borne à
      *blanc ne limite pas, les deux bornes sont incluses
       0077-CHECK-PERIOD-BEGIN.
           SET WS-DANS-PERIODE TO TRUE.
           IF WS-VALID-DEBUT(WS-IDX-PERIODE) NOT = SPACES
           AND WS-VALID-DEBUT(WS-IDX-PERIODE) > WS-DATE-A-TESTER
               SET WS-HORS-DE-PERIODE TO TRUE
           END-IF.
           IF WS-VALID-FIN(WS-IDX-PERIODE) NOT = SPACES
           AND WS-VALID-FIN(WS-IDX-PERIODE) < WS-DATE-A-TESTER
               SET WS-HORS-DE-PERIODE TO TRUE
           END-IF.
       0077-CHECK-PERIOD-END.

      *paragraphe qui vérifie qu'aucune version du même numéro déjà
      *chargée n'est elle aussi en vigueur : deux périodes qui se
      *chevauchent sont une erreur de préparation du service, la
      *première version lue est gardée et la seconde signalée puis
      *mise hors période
       0079-CHECK-OVERLAP-BEGIN.
           PERFORM VARYING WS-IDX-DOUBLON FROM 1 BY 1
               UNTIL WS-IDX-DOUBLON >= WS-IDX
               OR WS-HORS-PERIODE(WS-IDX)
               IF WS-NUMERO-TRAIN(WS-IDX-DOUBLON) =
                  WS-NUMERO-TRAIN(WS-IDX)
               AND WS-EN-VIGUEUR(WS-IDX-DOUBLON)
                   DISPLAY "*** WARNING: RECORD " WS-IDX
                       " IS A SECOND VERSION OF TRAIN "
                       WS-NUMERO-TRAIN(WS-IDX) " IN FORCE ON "
                       WS-DATE-REFERENCE " - OVERLAPPING PERIODS, "
                       "KEEPING RECORD " WS-IDX-DOUBLON " ***"
                   SET WS-HORS-PERIODE(WS-IDX) TO TRUE
               END-IF
           END-PERFORM.
       0079-CHECK-OVERLAP-END.

      *paragraphe qui applique au train WS-IDX les exceptions datées
      *de la date de service couverte : CANCEL le retire du jour,
      *EXTRA l'y ajoute malgré ses jours de circulation, RETIME
                                   TO WS-STOP-TYPE(WS-NB-STOPS)
                               MOVE STOP-PLANNING-HEURE
                                   TO WS-STOP-HEURE(WS-NB-STOPS)
                               MOVE STOP-PLANNING-DEBUT
                                   TO WS-STOP-DEBUT(WS-NB-STOPS)
      *une gare de passage mal saisie se propagerait dans le rapport
      *de desserte comme une gare à part entière : on la signale
                               IF WS-NB-GARES > 0
                   MOVE "DUR-MM" TO WS-MOTIF-DUR
               END-IF
           END-IF.
      *les bornes de la période de validité sont à blanc ou des
      *dates du calendrier, et la fin ne précède pas le début : une
      *période illisible rendrait la version introuvable en silence
           IF TRAIN-PLANNING-VALID-DEBUT NOT = SPACES
               IF TRAIN-PLANNING-VALID-DEBUT IS NOT NUMERIC
                   MOVE "PER-DATE" TO WS-MOTIF-PERIODE
               ELSE
                   MOVE TRAIN-PLANNING-VALID-DEBUT TO WS-DATE-A-TESTER
                   COMPUTE WS-DATE-A-TESTER-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-A-TESTER)
                   IF WS-DATE-A-TESTER-INT = 0
                       MOVE "PER-DATE" TO WS-MOTIF-PERIODE
                   END-IF
               END-IF
           END-IF.
           IF TRAIN-PLANNING-VALID-FIN NOT = SPACES
               IF TRAIN-PLANNING-VALID-FIN IS NOT NUMERIC
                   MOVE "PER-DATE" TO WS-MOTIF-PERIODE
               ELSE
                   MOVE TRAIN-PLANNING-VALID-FIN TO WS-DATE-A-TESTER
                   COMPUTE WS-DATE-A-TESTER-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-A-TESTER)
                   IF WS-DATE-A-TESTER-INT = 0
                       MOVE "PER-DATE" TO WS-MOTIF-PERIODE
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIF-PERIODE = SPACES
           AND TRAIN-PLANNING-VALID-DEBUT NOT = SPACES
           AND TRAIN-PLANNING-VALID-FIN NOT = SPACES
           AND TRAIN-PLANNING-VALID-FIN < TRAIN-PLANNING-VALID-DEBUT
               MOVE "PER-RANGE" TO WS-MOTIF-PERIODE
           END-IF.
           IF WS-REJET-MOTIFS NOT = SPACES
               SET WS-REJET TO TRUE
               ADD 1 TO WS-COUNT-REJETS
                   " - FILE STATUS " WS-MASTER-STATUS " - KEYED "
                   "READS WILL USE THE IN-MEMORY TABLE ***"
           ELSE
      *le maître ne porte que la version en vigueur de chaque
      *train : le numéro reste une clé unique
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TBL-SIZE
                   IF WS-EN-VIGUEUR(WS-IDX)
                   MOVE WS-NUMERO-TRAIN(WS-IDX)   TO MASTER-NUMERO
                   MOVE WS-TYPE-TRAIN(WS-IDX)     TO MASTER-TYPE
                   MOVE WS-GARE-DEPART(WS-IDX)
                       ADD 1 TO WS-IDX-2
                   END-PERFORM
                   MOVE WS-JOURS-TRAIN(WS-IDX) TO MASTER-JOURS
                   MOVE WS-VALID-DEBUT(WS-IDX) TO MASTER-VALID-DEBUT
                   MOVE WS-VALID-FIN(WS-IDX) TO MASTER-VALID-FIN
                   WRITE MASTER-PLANNING
      *un WRITE refusé (numéro de train en double par exemple) doit
      *être signalé : deux trains ne peuvent pas partager une clé
                               WS-NUMERO-TRAIN(WS-IDX) " - NOT ADDED "
                               "TO MASTER ***"
                   END-WRITE
                   END-IF
               END-PERFORM
               CLOSE TRAIN-MASTER
               SET WS-MASTER-DISPO TO TRUE
           CLOSE TRAIN-CONFLICTS.
       0090-CHECK-CONFLICTS-END.

      *paragraphe qui compare chaque paire de trains du jour partis
      *de la même gare vers le même prochain point d'arrêt (premier
      *arrêt de train-stops.dat, sinon le terminus) : sans point de
      *dépassement entre les deux, le train parti le second ne peut
      *pas arriver le premier, et les deux doivent rester espacés
      *d'au moins l'espacement minimal de leur type au départ comme
      *à l'arrivée. Comme pour les conflits de départ, chaque cas est
      *signalé en console et consigné dans train-line-conflicts.dat ;
      *le traitement continue, mais le planning doit être corrigé
      *avant publication
       0095-CHECK-LINE-CONFLICTS-BEGIN.
           OPEN OUTPUT TRAIN-LINE-CONFLICTS.
           PERFORM VARYING WS-IDX-CONF-1 FROM 1 BY 1
               UNTIL WS-IDX-CONF-1 >= WS-TBL-SIZE
               PERFORM VARYING WS-IDX-CONF-2 FROM WS-IDX-CONF-1 BY 1
                   UNTIL WS-IDX-CONF-2 > WS-TBL-SIZE
                   IF WS-IDX-CONF-2 > WS-IDX-CONF-1
                   AND WS-RUN-TODAY(WS-IDX-CONF-1)
                   AND WS-RUN-TODAY(WS-IDX-CONF-2)
                   AND WS-GARE-DEPART(WS-IDX-CONF-1) =
                       WS-GARE-DEPART(WS-IDX-CONF-2)
                       PERFORM 0097-COMPARE-PATHS-BEGIN
                          THRU 0097-COMPARE-PATHS-END
                   END-IF
               END-PERFORM
           END-PERFORM.
      *un planning sans conflit laisse une trace explicite plutôt
      *qu'un fichier vide ambigu
           IF WS-NB-CONFLITS-LIGNE = 0
               MOVE "NO LINE CONFLICTS" TO LIGNE-SILLON
               WRITE LIGNE-SILLON
           ELSE
               DISPLAY "*** " WS-NB-CONFLITS-LIGNE " LINE CONFLICT(S) "
                   "DETECTED - SEE train-line-conflicts.dat - FIX THE "
                   "SCHEDULE BEFORE PUBLISHING train2.dat ***"
           END-IF.
           CLOSE TRAIN-LINE-CONFLICTS.
       0095-CHECK-LINE-CONFLICTS-END.

      *paragraphe qui établit le sillon du train WS-SILLON-IDX
      *jusqu'à son prochain point d'arrêt. Les heures de passage de
      *train-stops.dat sont celles du planning de base : elles
      *suivent le décalage d'un RETIME du jour. Un passage plus tôt
      *que le départ a lieu après minuit
       0096-BUILD-PATH-BEGIN.
           COMPUTE WS-SILLON-DEPART =
               WS-HEURE-DEPART-HH(WS-SILLON-IDX) * 60 +
               WS-HEURE-DEPART-MM(WS-SILLON-IDX).
           COMPUTE WS-SILLON-DEPART-BASE =
               WS-HEURE-DEPART-BASE-HH(WS-SILLON-IDX) * 60 +
               WS-HEURE-DEPART-BASE-MM(WS-SILLON-IDX).
           MOVE SPACES TO WS-SILLON-POINT.
           MOVE 99 TO WS-SILLON-RANG.
           PERFORM VARYING WS-IDX-STOP FROM 1 BY 1
               UNTIL WS-IDX-STOP > WS-NB-STOPS
               IF WS-STOP-NUMERO(WS-IDX-STOP) =
                  WS-NUMERO-TRAIN(WS-SILLON-IDX)
               AND WS-STOP-DEBUT(WS-IDX-STOP) =
                   WS-VALID-DEBUT(WS-SILLON-IDX)
               AND WS-STOP-SEQ(WS-IDX-STOP) >= 1
               AND WS-STOP-SEQ(WS-IDX-STOP) < WS-SILLON-RANG
               AND WS-STOP-HEURE(WS-IDX-STOP) IS NUMERIC
                   MOVE WS-STOP-SEQ(WS-IDX-STOP) TO WS-SILLON-RANG
                   MOVE WS-STOP-GARE(WS-IDX-STOP) TO WS-SILLON-POINT
                   MOVE WS-STOP-HEURE(WS-IDX-STOP)
                       TO WS-SILLON-HEURE-LUE
               END-IF
           END-PERFORM.
           IF WS-SILLON-POINT = SPACES
               MOVE WS-GARE-DESTINATION(WS-SILLON-IDX)
                   TO WS-SILLON-POINT
               COMPUTE WS-SILLON-PASSAGE =
                   WS-TRAIN-END-TIME-HH(WS-SILLON-IDX) * 60 +
                   WS-TRAIN-END-TIME-MM(WS-SILLON-IDX)
           ELSE
               COMPUTE WS-SILLON-PASSAGE =
                   WS-SILLON-HEURE-LUE-HH * 60 + WS-SILLON-HEURE-LUE-MM
                   + 1440 + WS-SILLON-DEPART - WS-SILLON-DEPART-BASE
               IF WS-SILLON-PASSAGE >= 1440
                   SUBTRACT 1440 FROM WS-SILLON-PASSAGE
               END-IF
           END-IF.
           IF WS-SILLON-PASSAGE < WS-SILLON-DEPART
               ADD 1440 TO WS-SILLON-PASSAGE
           END-IF.
           MOVE WS-ESPACEMENT-DEFAUT TO WS-SILLON-ESPACEMENT.
           PERFORM VARYING WS-IDX-ESPACEMENT FROM 1 BY 1
               UNTIL WS-IDX-ESPACEMENT > 3
               IF WS-ESPACEMENT-TYPE(WS-IDX-ESPACEMENT) =
                  WS-TYPE-TRAIN(WS-SILLON-IDX)
                   MOVE WS-ESPACEMENT-MIN(WS-IDX-ESPACEMENT)
                       TO WS-SILLON-ESPACEMENT
               END-IF
           END-PERFORM.
       0096-BUILD-PATH-END.

      *paragraphe qui compare les sillons des trains WS-IDX-CONF-1
      *et WS-IDX-CONF-2 : rangés par heure de départ, le second
      *parti ne doit ni passer le premier au prochain point
      *(dépassement) ni le suivre de moins que l'espacement
       0097-COMPARE-PATHS-BEGIN.
           MOVE WS-IDX-CONF-1 TO WS-SILLON-IDX.
           PERFORM 0096-BUILD-PATH-BEGIN
              THRU 0096-BUILD-PATH-END.
           MOVE WS-IDX-CONF-1 TO WS-PAIRE-IDX(1).
           MOVE WS-SILLON-POINT TO WS-PAIRE-POINT(1).
           MOVE WS-SILLON-DEPART TO WS-PAIRE-DEPART(1).
           MOVE WS-SILLON-PASSAGE TO WS-PAIRE-PASSAGE(1).
           MOVE WS-SILLON-ESPACEMENT TO WS-PAIRE-ESPACEMENT(1).
           MOVE WS-IDX-CONF-2 TO WS-SILLON-IDX.
           PERFORM 0096-BUILD-PATH-BEGIN
              THRU 0096-BUILD-PATH-END.
      *le premier parti passe en tête de la paire
           IF WS-SILLON-DEPART < WS-PAIRE-DEPART(1)
               MOVE WS-SILLON-PAIRE(1) TO WS-SILLON-PAIRE(2)
               MOVE WS-IDX-CONF-2 TO WS-PAIRE-IDX(1)
               MOVE WS-SILLON-POINT TO WS-PAIRE-POINT(1)
               MOVE WS-SILLON-DEPART TO WS-PAIRE-DEPART(1)
               MOVE WS-SILLON-PASSAGE TO WS-PAIRE-PASSAGE(1)
               MOVE WS-SILLON-ESPACEMENT TO WS-PAIRE-ESPACEMENT(1)
           ELSE
               MOVE WS-IDX-CONF-2 TO WS-PAIRE-IDX(2)
               MOVE WS-SILLON-POINT TO WS-PAIRE-POINT(2)
               MOVE WS-SILLON-DEPART TO WS-PAIRE-DEPART(2)
               MOVE WS-SILLON-PASSAGE TO WS-PAIRE-PASSAGE(2)
               MOVE WS-SILLON-ESPACEMENT TO WS-PAIRE-ESPACEMENT(2)
           END-IF.
           IF WS-PAIRE-POINT(1) = WS-PAIRE-POINT(2)
               MOVE SPACES TO WS-SILLON-MOTIF
               MOVE WS-PAIRE-ESPACEMENT(1) TO WS-SILLON-ESPACEMENT
               IF WS-PAIRE-ESPACEMENT(2) > WS-SILLON-ESPACEMENT
                   MOVE WS-PAIRE-ESPACEMENT(2) TO WS-SILLON-ESPACEMENT
               END-IF
               COMPUTE WS-SILLON-ECART-DEP =
                   WS-PAIRE-DEPART(2) - WS-PAIRE-DEPART(1)
               IF WS-PAIRE-PASSAGE(2) < WS-PAIRE-PASSAGE(1)
                   MOVE "OVERTAKE - NO PASSING POINT" TO WS-SILLON-MOTIF
                   DISPLAY "*** WARNING: TRAIN "
                       WS-NUMERO-TRAIN(WS-PAIRE-IDX(2)) " OVERTAKES "
                       "TRAIN " WS-NUMERO-TRAIN(WS-PAIRE-IDX(1))
                       " BETWEEN '"
                       FUNCTION TRIM(WS-GARE-DEPART(WS-PAIRE-IDX(1)))
                       "' AND '" FUNCTION TRIM(WS-PAIRE-POINT(1))
                       "' ***"
               ELSE
                   COMPUTE WS-SILLON-ECART-ARR =
                       WS-PAIRE-PASSAGE(2) - WS-PAIRE-PASSAGE(1)
                   MOVE WS-SILLON-ECART-DEP TO WS-SILLON-ECART
                   IF WS-SILLON-ECART-ARR < WS-SILLON-ECART
                       MOVE WS-SILLON-ECART-ARR TO WS-SILLON-ECART
                   END-IF
                   IF WS-SILLON-ECART < WS-SILLON-ESPACEMENT
                       STRING "HEADWAY " WS-SILLON-ECART(3:2)
                           " MIN < " WS-SILLON-ESPACEMENT " MIN"
                           DELIMITED BY SIZE INTO WS-SILLON-MOTIF
                       END-STRING
                       DISPLAY "*** WARNING: TRAINS "
                           WS-NUMERO-TRAIN(WS-PAIRE-IDX(1)) " AND "
                           WS-NUMERO-TRAIN(WS-PAIRE-IDX(2)) " RUN "
                           WS-SILLON-ECART " MIN APART BETWEEN '"
                           FUNCTION TRIM(
                           WS-GARE-DEPART(WS-PAIRE-IDX(1)))
                           "' AND '" FUNCTION TRIM(WS-PAIRE-POINT(1))
                           "' - MINIMUM " WS-SILLON-ESPACEMENT " ***"
                   END-IF
               END-IF
               IF WS-SILLON-MOTIF NOT = SPACES
                   ADD 1 TO WS-NB-CONFLITS-LIGNE
                   PERFORM 0098-WRITE-LINE-CONFLICT-BEGIN
                      THRU 0098-WRITE-LINE-CONFLICT-END
               END-IF
           END-IF.
       0097-COMPARE-PATHS-END.

      *paragraphe qui écrit la ligne d'un conflit en ligne : les
      *deux trains dans l'ordre de départ, le tronçon, leurs heures
      *de départ et de passage au prochain point, et le motif
       0098-WRITE-LINE-CONFLICT-BEGIN.
           MOVE WS-PAIRE-DEPART(1) TO WS-SILLON-ECART.
           PERFORM 0099-FORMAT-MINUTES-BEGIN
              THRU 0099-FORMAT-MINUTES-END.
           MOVE WS-SILLON-HEURES-AFF TO WS-SILLON-AFF-1.
           MOVE WS-PAIRE-DEPART(2) TO WS-SILLON-ECART.
           PERFORM 0099-FORMAT-MINUTES-BEGIN
              THRU 0099-FORMAT-MINUTES-END.
           MOVE WS-SILLON-HEURES-AFF TO WS-SILLON-AFF-2.
           MOVE WS-PAIRE-PASSAGE(1) TO WS-SILLON-ECART.
           PERFORM 0099-FORMAT-MINUTES-BEGIN
              THRU 0099-FORMAT-MINUTES-END.
           MOVE WS-SILLON-HEURES-AFF TO WS-SILLON-AFF-3.
           MOVE WS-PAIRE-PASSAGE(2) TO WS-SILLON-ECART.
           PERFORM 0099-FORMAT-MINUTES-BEGIN
              THRU 0099-FORMAT-MINUTES-END.
           MOVE WS-SILLON-HEURES-AFF TO WS-SILLON-AFF-4.
           MOVE SPACES TO LIGNE-SILLON.
           STRING "RECORDS " WS-PAIRE-IDX(1) " AND " WS-PAIRE-IDX(2)
               " (TRAINS " WS-NUMERO-TRAIN(WS-PAIRE-IDX(1)) "/"
               WS-NUMERO-TRAIN(WS-PAIRE-IDX(2)) ") | '"
               FUNCTION TRIM(WS-GARE-DEPART(WS-PAIRE-IDX(1)))
               "' -> '" FUNCTION TRIM(WS-PAIRE-POINT(1))
               "' | DEPARTURE " WS-SILLON-AFF-1 "/" WS-SILLON-AFF-2
               " | AT NEXT POINT " WS-SILLON-AFF-3 "/" WS-SILLON-AFF-4
               " | " WS-SILLON-MOTIF
               DELIMITED BY SIZE INTO LIGNE-SILLON
           END-STRING.
           WRITE LIGNE-SILLON.
       0098-WRITE-LINE-CONFLICT-END.

      *paragraphe qui met les minutes WS-SILLON-ECART au format
      *HH:MM dans WS-SILLON-HEURES-AFF, ramenées sur 24 heures
       0099-FORMAT-MINUTES-BEGIN.
           COMPUTE WS-SILLON-ECART = FUNCTION MOD(WS-SILLON-ECART 1440).
           DIVIDE WS-SILLON-ECART BY 60
               GIVING WS-SILLON-HH-AFF
               REMAINDER WS-SILLON-MM-AFF.
       0099-FORMAT-MINUTES-END.

      *paragraphe pour affichage dans le termnal
       0100-MOVE-TO-OUTPUT-BEGIN.
      *on commence par le numéro de train permanent
               END-STRING
           END-IF.
           WRITE LIGNE-TRAIN2.
      *les versions d'une autre période de service que celle de la
      *date de référence
           MOVE SPACES TO LIGNE-TRAIN2.
           STRING "Timetable in force on: " WS-DATE-REFERENCE
               " | Versions out of period: " WS-COUNT-HORS-PERIODE
               DELIMITED BY SIZE INTO LIGNE-TRAIN2
           END-STRING.
           WRITE LIGNE-TRAIN2.
      *les exceptions datées de la date de service couverte, pour
      *que le tableau du jour reste auditable contre le planning de
      *base : les appliquées une à une, et celles restées sans train
           WRITE LIGNE-ITINERAIRE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TBL-SIZE
      *la desserte publiée est celle des versions en vigueur
               IF WS-EN-VIGUEUR(WS-IDX)
               MOVE SPACES TO LIGNE-ITINERAIRE
               STRING "TRAIN " WS-NUMERO-TRAIN(WS-IDX) " "
                   WS-TYPE-TRAIN(WS-IDX) " | "
                       UNTIL WS-IDX-STOP > WS-NB-STOPS
                       IF WS-STOP-NUMERO(WS-IDX-STOP) =
                          WS-NUMERO-TRAIN(WS-IDX)
                       AND WS-STOP-DEBUT(WS-IDX-STOP) =
                           WS-VALID-DEBUT(WS-IDX)
                       AND WS-STOP-SEQ(WS-IDX-STOP) = WS-RANG-STOP
                           ADD 1 TO WS-DET-COUNT
                           EVALUATE WS-STOP-TYPE(WS-IDX-STOP)
                       "NOT MATCH ITS STOP PATTERN - SEE "
                       "train-itinerary.dat ***"
               END-IF
               END-IF
           END-PERFORM.
      *une desserte entièrement réconciliée laisse une trace
      *explicite plutôt qu'une absence d'avertissement ambiguë
                   " - FILE STATUS " WS-ACTUAL-STATUS
                   " - PUNCTUALITY REPORT SKIPPED ***"
           ELSE
               SET WS-ACTUALS-LUS TO TRUE
               OPEN OUTPUT TRAIN-PUNCTUALITY
               MOVE SPACES TO LIGNE-PONCT
               STRING "=== PUNCTUALITY (ON-TIME = DELAY OF 5 MIN "
                   UNTIL WS-IDX > WS-TBL-SIZE
                   OR WS-ACT-TROUVE > 0
                   IF WS-NUMERO-TRAIN(WS-IDX) = WS-ACT-NUMERO
                   AND WS-EN-VIGUEUR(WS-IDX)
                       MOVE WS-IDX TO WS-ACT-TROUVE
                   END-IF
               END-PERFORM
                   SET WS-ACTUAL-SEEN(WS-ACT-TROUVE) TO TRUE
                   IF ACTUAL-HEURE = "CANC"
                       ADD 1 TO WS-ACT-ANNULES
                       SET WS-ACTUAL-ANNULE(WS-ACT-TROUVE) TO TRUE
                       MOVE SPACES TO LIGNE-PONCT
                       STRING "CANCELLED | TRAIN " WS-ACT-NUMERO
                           " " WS-TYPE-TRAIN(WS-ACT-TROUVE)
                           (ACTUAL-HEURE-HH * 60 + ACTUAL-HEURE-MM)
                           - (WS-HEURE-DEPART-HH(WS-ACT-TROUVE) * 60
                           + WS-HEURE-DEPART-MM(WS-ACT-TROUVE))
                       SET WS-ACTUAL-PARTI(WS-ACT-TROUVE) TO TRUE
                       MOVE WS-DELAY-MIN
                           TO WS-ACTUAL-RETARD(WS-ACT-TROUVE)
                       EVALUATE TRUE
                           WHEN WS-TGV(WS-ACT-TROUVE)
                               MOVE 1 TO WS-IDX-PONCT
           END-IF.
       1020-WRITE-TYPE-STATS-END.

      *paragraphe du rapport des correspondances manquées : chaque
      *correspondance prévue à un changement (la règle du
      *planificateur d'itinéraire, dans la fenêtre de correspondance)
      *est confrontée au pointage du soir. Elle est cassée quand le
      *train d'apport est annulé en ligne, ou quand son arrivée
      *estimée (arrivée prévue plus le retard pointé au départ)
      *n'est plus avant le départ réel de la correspondance. Une
      *correspondance annulée elle-même n'est pas une correspondance
      *manquée, et un apport sans pointage est réputé à l'heure
       1500-MISSED-CONNECTIONS-BEGIN.
           MOVE 0 TO WS-NB-MANQUEES.
           MOVE 0 TO WS-NB-CORRESP.
           MOVE 0 TO WS-MANQ-NB-GARES.
           PERFORM VARYING WS-IDX-APPORT FROM 1 BY 1
               UNTIL WS-IDX-APPORT > WS-TBL-SIZE
               IF WS-RUN-TODAY(WS-IDX-APPORT)
               AND WS-ARRIVES-SAME-DAY(WS-IDX-APPORT)
                   PERFORM VARYING WS-IDX-SUITE FROM 1 BY 1
                       UNTIL WS-IDX-SUITE > WS-TBL-SIZE
                       IF WS-IDX-SUITE NOT = WS-IDX-APPORT
                       AND WS-RUN-TODAY(WS-IDX-SUITE)
                       AND WS-GARE-DEPART(WS-IDX-SUITE) =
                           WS-GARE-DESTINATION(WS-IDX-APPORT)
                       AND WS-GARE-DESTINATION(WS-IDX-SUITE) NOT =
                           WS-GARE-DESTINATION(WS-IDX-APPORT)
                       AND WS-HEURE-ARRIVEE(WS-IDX-APPORT) <
                           WS-HEURE-DEPART(WS-IDX-SUITE)
                       AND NOT WS-ACTUAL-ANNULE(WS-IDX-SUITE)
                           PERFORM 1510-TEST-CONNECTION-BEGIN
                              THRU 1510-TEST-CONNECTION-END
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *on trie les correspondances manquées par gare puis par départ
      *de la correspondance
           PERFORM VARYING WS-IDX-MANQ FROM 1 BY 1
               UNTIL WS-IDX-MANQ > WS-NB-MANQUEES
               MOVE WS-IDX-MANQ TO WS-MANQ-ORDRE(WS-IDX-MANQ)
           END-PERFORM.
           PERFORM VARYING WS-IDX-MANQ FROM 1 BY 1
               UNTIL WS-IDX-MANQ >= WS-NB-MANQUEES
               MOVE WS-IDX-MANQ TO WS-MANQ-TRI-MIN
               PERFORM VARYING WS-IDX-MANQ-2 FROM WS-IDX-MANQ BY 1
                   UNTIL WS-IDX-MANQ-2 > WS-NB-MANQUEES
                   IF WS-MANQ-GARE(WS-MANQ-ORDRE(WS-IDX-MANQ-2)) <
                      WS-MANQ-GARE(WS-MANQ-ORDRE(WS-MANQ-TRI-MIN))
                   OR (WS-MANQ-GARE(WS-MANQ-ORDRE(WS-IDX-MANQ-2)) =
                       WS-MANQ-GARE(WS-MANQ-ORDRE(WS-MANQ-TRI-MIN))
                   AND WS-MANQ-SUITE-MIN(WS-MANQ-ORDRE(WS-IDX-MANQ-2))
                     < WS-MANQ-SUITE-MIN(
                       WS-MANQ-ORDRE(WS-MANQ-TRI-MIN)))
                       MOVE WS-IDX-MANQ-2 TO WS-MANQ-TRI-MIN
                   END-IF
               END-PERFORM
               IF WS-MANQ-TRI-MIN NOT = WS-IDX-MANQ
                   MOVE WS-MANQ-ORDRE(WS-IDX-MANQ) TO WS-MANQ-TRI-TEMP
                   MOVE WS-MANQ-ORDRE(WS-MANQ-TRI-MIN)
                       TO WS-MANQ-ORDRE(WS-IDX-MANQ)
                   MOVE WS-MANQ-TRI-TEMP
                       TO WS-MANQ-ORDRE(WS-MANQ-TRI-MIN)
               END-IF
           END-PERFORM.
      *puis on écrit le rapport, une rupture par gare de
      *correspondance avec son compte
           OPEN OUTPUT TRAIN-MISSED.
           MOVE SPACES TO LIGNE-MISSED.
           IF WS-DATE-SUPPLIED
               STRING "=== MISSED CONNECTIONS FOR " WS-DATE-SERVICE
                   " (MAX CONNECTION " WS-CORRESP-MAX-MIN " MIN) ==="
                   DELIMITED BY SIZE INTO LIGNE-MISSED
               END-STRING
           ELSE
               STRING "=== MISSED CONNECTIONS (MAX CONNECTION "
                   WS-CORRESP-MAX-MIN " MIN) ==="
                   DELIMITED BY SIZE INTO LIGNE-MISSED
               END-STRING
           END-IF.
           WRITE LIGNE-MISSED.
           MOVE SPACES TO WS-MANQ-GARE-COURANTE.
           MOVE 0 TO WS-MANQ-NB-GARE.
           PERFORM VARYING WS-IDX-MANQ FROM 1 BY 1
               UNTIL WS-IDX-MANQ > WS-NB-MANQUEES
               MOVE WS-MANQ-ORDRE(WS-IDX-MANQ) TO WS-IDX-MANQ-2
               IF WS-MANQ-GARE(WS-IDX-MANQ-2) NOT =
                  WS-MANQ-GARE-COURANTE
                   IF WS-MANQ-NB-GARE > 0
                       PERFORM 1530-WRITE-GARE-COUNT-BEGIN
                          THRU 1530-WRITE-GARE-COUNT-END
                   END-IF
                   MOVE WS-MANQ-GARE(WS-IDX-MANQ-2)
                       TO WS-MANQ-GARE-COURANTE
                   MOVE 0 TO WS-MANQ-NB-GARE
                   ADD 1 TO WS-MANQ-NB-GARES
                   MOVE SPACES TO LIGNE-MISSED
                   STRING "GARE " WS-MANQ-GARE-COURANTE
                       DELIMITED BY SIZE INTO LIGNE-MISSED
                   END-STRING
                   WRITE LIGNE-MISSED
               END-IF
               ADD 1 TO WS-MANQ-NB-GARE
               PERFORM 1540-WRITE-MISSED-LINE-BEGIN
                  THRU 1540-WRITE-MISSED-LINE-END
           END-PERFORM.
           IF WS-MANQ-NB-GARE > 0
               PERFORM 1530-WRITE-GARE-COUNT-BEGIN
                  THRU 1530-WRITE-GARE-COUNT-END
           END-IF.
           IF WS-NB-MANQUEES = 0
               MOVE SPACES TO LIGNE-MISSED
               STRING "NO MISSED CONNECTIONS"
                   DELIMITED BY SIZE INTO LIGNE-MISSED
               END-STRING
               WRITE LIGNE-MISSED
           END-IF.
           MOVE SPACES TO LIGNE-MISSED.
           STRING "PLANNED CONNECTIONS: " WS-NB-CORRESP
               " | MISSED " WS-NB-MANQUEES
               " | GARES AFFECTED " WS-MANQ-NB-GARES
               DELIMITED BY SIZE INTO LIGNE-MISSED
           END-STRING.
           WRITE LIGNE-MISSED.
           CLOSE TRAIN-MISSED.
           IF WS-NB-MANQUEES > 0
               DISPLAY "*** WARNING: " WS-NB-MANQUEES
                   " MISSED CONNECTION(S) - SEE train-missed.dat ***"
           END-IF.
       1500-MISSED-CONNECTIONS-END.

      *paragraphe qui confronte au pointage la correspondance prévue
      *de l'apport WS-IDX-APPORT vers la suite WS-IDX-SUITE, si elle
      *tient dans la fenêtre de correspondance
       1510-TEST-CONNECTION-BEGIN.
           COMPUTE WS-APPORT-ARR-MIN =
               WS-TRAIN-END-TIME-HH(WS-IDX-APPORT) * 60 +
               WS-TRAIN-END-TIME-MM(WS-IDX-APPORT).
           COMPUTE WS-SUITE-DEP-MIN =
               WS-HEURE-DEPART-HH(WS-IDX-SUITE) * 60 +
               WS-HEURE-DEPART-MM(WS-IDX-SUITE).
           IF WS-SUITE-DEP-MIN - WS-APPORT-ARR-MIN <=
              WS-CORRESP-MAX-MIN
               ADD 1 TO WS-NB-CORRESP
               MOVE WS-APPORT-ARR-MIN TO WS-APPORT-EST-MIN
               MOVE WS-SUITE-DEP-MIN TO WS-SUITE-REEL-MIN
               IF WS-ACTUAL-PARTI(WS-IDX-APPORT)
                   ADD WS-ACTUAL-RETARD(WS-IDX-APPORT)
                       TO WS-APPORT-EST-MIN
               END-IF
               IF WS-ACTUAL-PARTI(WS-IDX-SUITE)
                   ADD WS-ACTUAL-RETARD(WS-IDX-SUITE)
                       TO WS-SUITE-REEL-MIN
               END-IF
               IF WS-SUITE-REEL-MIN < 0
                   MOVE 0 TO WS-SUITE-REEL-MIN
               END-IF
               IF WS-ACTUAL-ANNULE(WS-IDX-APPORT)
               OR WS-APPORT-EST-MIN >= WS-SUITE-REEL-MIN
                   PERFORM 1520-ADD-MISSED-BEGIN
                      THRU 1520-ADD-MISSED-END
               END-IF
           END-IF.
       1510-TEST-CONNECTION-END.

      *paragraphe qui range la correspondance manquée courante dans
      *WS-TBL-MANQUEES
       1520-ADD-MISSED-BEGIN.
           IF WS-NB-MANQUEES >= WS-TBL-MANQ-SIZE
               IF NOT WS-MANQ-TRONQUE
                   SET WS-MANQ-TRONQUE TO TRUE
                   DISPLAY "*** WARNING: TRUNCATED AT "
                       WS-TBL-MANQ-SIZE " MISSED CONNECTIONS - "
                       "WS-TBL-MANQUEES CANNOT HOLD MORE ***"
               END-IF
           ELSE
               ADD 1 TO WS-NB-MANQUEES
               MOVE WS-GARE-DESTINATION(WS-IDX-APPORT)
                   TO WS-MANQ-GARE(WS-NB-MANQUEES)
               MOVE WS-IDX-APPORT TO WS-MANQ-APPORT(WS-NB-MANQUEES)
               MOVE WS-IDX-SUITE TO WS-MANQ-SUITE(WS-NB-MANQUEES)
               MOVE WS-SUITE-DEP-MIN
                   TO WS-MANQ-SUITE-MIN(WS-NB-MANQUEES)
               MOVE WS-SUITE-REEL-MIN
                   TO WS-MANQ-REEL-MIN(WS-NB-MANQUEES)
               IF WS-ACTUAL-ANNULE(WS-IDX-APPORT)
                   SET WS-MANQ-APPORT-ANNULE(WS-NB-MANQUEES) TO TRUE
                   MOVE 0 TO WS-MANQ-EST-MIN(WS-NB-MANQUEES)
                   MOVE 0 TO WS-MANQ-ECART(WS-NB-MANQUEES)
               ELSE
                   SET WS-MANQ-APPORT-RETARD(WS-NB-MANQUEES) TO TRUE
                   MOVE WS-APPORT-EST-MIN
                       TO WS-MANQ-EST-MIN(WS-NB-MANQUEES)
                   COMPUTE WS-MANQ-ECART(WS-NB-MANQUEES) =
                       WS-APPORT-EST-MIN - WS-SUITE-REEL-MIN
               END-IF
           END-IF.
       1520-ADD-MISSED-END.

      *paragraphe qui écrit le compte de la gare de correspondance
      *qui se termine
       1530-WRITE-GARE-COUNT-BEGIN.
           MOVE SPACES TO LIGNE-MISSED.
           STRING "   " WS-MANQ-NB-GARE " MISSED CONNECTION(S) AT "
               WS-MANQ-GARE-COURANTE
               DELIMITED BY SIZE INTO LIGNE-MISSED
           END-STRING.
           WRITE LIGNE-MISSED.
       1530-WRITE-GARE-COUNT-END.

      *paragraphe qui écrit la ligne de la correspondance manquée
      *WS-IDX-MANQ-2 : l'apport avec son arrivée prévue et estimée,
      *la correspondance avec son départ prévu et réel, et les
      *minutes qui ont manqué
       1540-WRITE-MISSED-LINE-BEGIN.
           MOVE WS-MANQ-APPORT(WS-IDX-MANQ-2) TO WS-IDX-APPORT.
           MOVE WS-MANQ-SUITE(WS-IDX-MANQ-2) TO WS-IDX-SUITE.
           MOVE SPACES TO WS-MANQ-ARR-AFF.
           STRING WS-TRAIN-END-TIME-HH(WS-IDX-APPORT) ":"
               WS-TRAIN-END-TIME-MM(WS-IDX-APPORT)
               DELIMITED BY SIZE INTO WS-MANQ-ARR-AFF
           END-STRING.
           MOVE SPACES TO WS-MANQ-DEP-AFF.
           STRING WS-HEURE-DEPART-HH(WS-IDX-SUITE) ":"
               WS-HEURE-DEPART-MM(WS-IDX-SUITE)
               DELIMITED BY SIZE INTO WS-MANQ-DEP-AFF
           END-STRING.
           MOVE WS-MANQ-REEL-MIN(WS-IDX-MANQ-2) TO WS-MIN-A-AFFICHER.
           PERFORM 1490-MINUTES-TO-HHMM-BEGIN
              THRU 1490-MINUTES-TO-HHMM-END.
           MOVE SPACES TO WS-MANQ-REEL-AFF.
           STRING WS-AFF-HH ":" WS-AFF-MM
               DELIMITED BY SIZE INTO WS-MANQ-REEL-AFF
           END-STRING.
           MOVE SPACES TO LIGNE-MISSED.
           IF WS-MANQ-APPORT-ANNULE(WS-IDX-MANQ-2)
               STRING "   FEEDER " WS-NUMERO-TRAIN(WS-IDX-APPORT) " "
                   WS-TYPE-TRAIN(WS-IDX-APPORT) " ARR "
                   WS-MANQ-ARR-AFF " CANCELLED | ONWARD "
                   WS-NUMERO-TRAIN(WS-IDX-SUITE) " "
                   WS-TYPE-TRAIN(WS-IDX-SUITE) " DEP "
                   WS-MANQ-DEP-AFF " ACT " WS-MANQ-REEL-AFF
                   " | FEEDER CANCELLED"
                   DELIMITED BY SIZE INTO LIGNE-MISSED
               END-STRING
           ELSE
               MOVE WS-MANQ-EST-MIN(WS-IDX-MANQ-2)
                   TO WS-MIN-A-AFFICHER
               PERFORM 1490-MINUTES-TO-HHMM-BEGIN
                  THRU 1490-MINUTES-TO-HHMM-END
               MOVE SPACES TO WS-MANQ-EST-AFF
               STRING WS-AFF-HH ":" WS-AFF-MM
                   DELIMITED BY SIZE INTO WS-MANQ-EST-AFF
               END-STRING
               MOVE WS-MANQ-ECART(WS-IDX-MANQ-2) TO WS-MANQ-ECART-DISP
               STRING "   FEEDER " WS-NUMERO-TRAIN(WS-IDX-APPORT) " "
                   WS-TYPE-TRAIN(WS-IDX-APPORT) " ARR "
                   WS-MANQ-ARR-AFF " EST " WS-MANQ-EST-AFF
                   " | ONWARD "
                   WS-NUMERO-TRAIN(WS-IDX-SUITE) " "
                   WS-TYPE-TRAIN(WS-IDX-SUITE) " DEP "
                   WS-MANQ-DEP-AFF " ACT " WS-MANQ-REEL-AFF
                   " | SHORT " WS-MANQ-ECART-DISP " MIN"
                   DELIMITED BY SIZE INTO LIGNE-MISSED
               END-STRING
           END-IF.
           WRITE LIGNE-MISSED.
       1540-WRITE-MISSED-LINE-END.

      *paragraphes des affiches horaires de gare : pour chaque gare
      *de gares.dat, un fichier train-poster-<gare>.dat avec une
      *section des départs et une section des arrivées, triées sur
      *l'heure. Un train y figure à sa gare d'origine, à son terminus
      *et à chaque arrêt voyageurs (H) de train-stops.dat, à l'heure
      *de passage de la ligne de détail. L'affiche est celle du
      *service en vigueur à la date de référence, tous jours
      *confondus (les jours de circulation sont sur chaque ligne) :
      *elle suit l'horaire du planning de base, pas un RETIME ou une
      *annulation qui ne vaut que pour la date de service couverte
       1600-STATION-POSTERS-BEGIN.
           MOVE 0 TO WS-NB-POSTERS.
           PERFORM VARYING WS-IDX-GARE FROM 1 BY 1
               UNTIL WS-IDX-GARE > WS-NB-GARES
               MOVE WS-GARE-REF(WS-IDX-GARE) TO WS-POSTER-GARE
      *le nom du fichier reprend celui de la gare, un blanc dans le
      *nom devenant un souligné
               MOVE SPACES TO WS-POSTER-FILENAME
               STRING "train-poster-"
                   FUNCTION TRIM(WS-POSTER-GARE) ".dat"
                   DELIMITED BY SIZE INTO WS-POSTER-FILENAME
               END-STRING
               INSPECT WS-POSTER-FILENAME REPLACING ALL SPACE BY "_"
                   BEFORE INITIAL ".dat"
               OPEN OUTPUT TRAIN-POSTER
               MOVE SPACES TO LIGNE-POSTER
               STRING "=== " FUNCTION TRIM(WS-POSTER-GARE)
                   " - TIMETABLE IN FORCE ON " WS-DATE-REFERENCE
                   " ==="
                   DELIMITED BY SIZE INTO LIGNE-POSTER
               END-STRING
               WRITE LIGNE-POSTER
               SET WS-POSTER-DEPARTS TO TRUE
               PERFORM 1610-WRITE-POSTER-SECTION-BEGIN
                  THRU 1610-WRITE-POSTER-SECTION-END
               SET WS-POSTER-ARRIVEES TO TRUE
               PERFORM 1610-WRITE-POSTER-SECTION-BEGIN
                  THRU 1610-WRITE-POSTER-SECTION-END
               CLOSE TRAIN-POSTER
               ADD 1 TO WS-NB-POSTERS
           END-PERFORM.
           IF WS-NB-POSTERS = 0
               DISPLAY "*** WARNING: NO GARES LOADED FROM gares.dat - "
                   "NO STATION POSTER WRITTEN ***"
           ELSE
               DISPLAY WS-NB-POSTERS " STATION POSTER(S) WRITTEN - "
                   "SEE train-poster-<gare>.dat"
           END-IF.
       1600-STATION-POSTERS-END.

      *paragraphe qui écrit une section de l'affiche de la gare
      *WS-POSTER-GARE : on relève les passages, on les trie sur
      *l'heure puis on les écrit
       1610-WRITE-POSTER-SECTION-BEGIN.
           MOVE SPACES TO LIGNE-POSTER.
           WRITE LIGNE-POSTER.
           IF WS-POSTER-DEPARTS
               MOVE "DEPARTURES" TO LIGNE-POSTER
               WRITE LIGNE-POSTER
               MOVE "  TIME   NUM   TYP  DESTINATION         DAYS"
                   TO LIGNE-POSTER
           ELSE
               MOVE "ARRIVALS" TO LIGNE-POSTER
               WRITE LIGNE-POSTER
               MOVE "  TIME   NUM   TYP  ORIGIN              DAYS"
                   TO LIGNE-POSTER
           END-IF.
           WRITE LIGNE-POSTER.
           MOVE 0 TO WS-NB-AFFICHE.
           PERFORM VARYING WS-IDX-POSTER-TRAIN FROM 1 BY 1
               UNTIL WS-IDX-POSTER-TRAIN > WS-TBL-SIZE
               IF WS-EN-VIGUEUR(WS-IDX-POSTER-TRAIN)
                   PERFORM 1620-COLLECT-CALLS-BEGIN
                      THRU 1620-COLLECT-CALLS-END
               END-IF
           END-PERFORM.
      *le tri sur l'heure passe par un tableau d'ordre, comme le
      *tableau des départs
           PERFORM VARYING WS-IDX-AFFICHE FROM 1 BY 1
               UNTIL WS-IDX-AFFICHE > WS-NB-AFFICHE
               MOVE WS-IDX-AFFICHE TO WS-AFFICHE-ORDRE(WS-IDX-AFFICHE)
           END-PERFORM.
           PERFORM VARYING WS-IDX-AFFICHE FROM 1 BY 1
               UNTIL WS-IDX-AFFICHE >= WS-NB-AFFICHE
               MOVE WS-IDX-AFFICHE TO WS-AFFICHE-TRI-MIN
               PERFORM VARYING WS-IDX-AFFICHE-2 FROM WS-IDX-AFFICHE
                   BY 1 UNTIL WS-IDX-AFFICHE-2 > WS-NB-AFFICHE
                   IF WS-AFFICHE-HEURE(
                      WS-AFFICHE-ORDRE(WS-IDX-AFFICHE-2)) <
                      WS-AFFICHE-HEURE(
                      WS-AFFICHE-ORDRE(WS-AFFICHE-TRI-MIN))
                       MOVE WS-IDX-AFFICHE-2 TO WS-AFFICHE-TRI-MIN
                   END-IF
               END-PERFORM
               IF WS-AFFICHE-TRI-MIN NOT = WS-IDX-AFFICHE
                   MOVE WS-AFFICHE-ORDRE(WS-IDX-AFFICHE)
                       TO WS-AFFICHE-TRI-TEMP
                   MOVE WS-AFFICHE-ORDRE(WS-AFFICHE-TRI-MIN)
                       TO WS-AFFICHE-ORDRE(WS-IDX-AFFICHE)
                   MOVE WS-AFFICHE-TRI-TEMP
                       TO WS-AFFICHE-ORDRE(WS-AFFICHE-TRI-MIN)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-AFFICHE FROM 1 BY 1
               UNTIL WS-IDX-AFFICHE > WS-NB-AFFICHE
               MOVE WS-AFFICHE-ORDRE(WS-IDX-AFFICHE)
                   TO WS-IDX-AFFICHE-2
               PERFORM 1640-WRITE-POSTER-LINE-BEGIN
                  THRU 1640-WRITE-POSTER-LINE-END
           END-PERFORM.
           IF WS-NB-AFFICHE = 0
               IF WS-POSTER-DEPARTS
                   MOVE "  NO DEPARTURES" TO LIGNE-POSTER
               ELSE
                   MOVE "  NO ARRIVALS" TO LIGNE-POSTER
               END-IF
               WRITE LIGNE-POSTER
           END-IF.
       1610-WRITE-POSTER-SECTION-END.

      *paragraphe qui relève les passages du train
      *WS-IDX-POSTER-TRAIN à la gare de l'affiche pour la section en
      *cours : son origine ou son terminus, puis ses arrêts
      *voyageurs intermédiaires dans cette gare
       1620-COLLECT-CALLS-BEGIN.
           IF WS-POSTER-DEPARTS
           AND WS-GARE-DEPART(WS-IDX-POSTER-TRAIN) = WS-POSTER-GARE
               MOVE 0 TO WS-POSTER-RANG
               MOVE WS-HEURE-DEPART-BASE(WS-IDX-POSTER-TRAIN)
                   TO WS-AFFICHE-HEURE-LUE
               PERFORM 1625-ADD-CALL-BEGIN
                  THRU 1625-ADD-CALL-END
           END-IF.
           IF WS-POSTER-ARRIVEES
           AND WS-GARE-DESTINATION(WS-IDX-POSTER-TRAIN) =
               WS-POSTER-GARE
               MOVE 99 TO WS-POSTER-RANG
               MOVE WS-HEURE-ARRIVEE-BASE(WS-IDX-POSTER-TRAIN)
                   TO WS-AFFICHE-HEURE-LUE
               PERFORM 1625-ADD-CALL-BEGIN
                  THRU 1625-ADD-CALL-END
           END-IF.
           PERFORM VARYING WS-POSTER-RANG FROM 1 BY 1
               UNTIL WS-POSTER-RANG > 10
               PERFORM 1630-FIND-POSTER-STOP-BEGIN
                  THRU 1630-FIND-POSTER-STOP-END
               IF WS-POSTER-STOP > 0
                   IF WS-STOP-GARE(WS-POSTER-STOP) = WS-POSTER-GARE
                       MOVE WS-STOP-HEURE(WS-POSTER-STOP)
                           TO WS-AFFICHE-HEURE-LUE
                       PERFORM 1625-ADD-CALL-BEGIN
                          THRU 1625-ADD-CALL-END
                   END-IF
               END-IF
           END-PERFORM.
       1620-COLLECT-CALLS-END.

      *paragraphe qui range un passage (train, rang, heure HHMM dans
      *WS-AFFICHE-HEURE-LUE) dans la section en cours
       1625-ADD-CALL-BEGIN.
           IF WS-NB-AFFICHE >= WS-TBL-AFFICHE-SIZE
               IF NOT WS-AFFICHE-TRONQUE
                   DISPLAY "*** WARNING: TRUNCATED AT "
                       WS-TBL-AFFICHE-SIZE " CALLS - A STATION POSTER "
                       "HAS MORE LINES THAN WS-TBL-AFFICHE CAN HOLD ***"
                   SET WS-AFFICHE-TRONQUE TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-NB-AFFICHE
               MOVE WS-IDX-POSTER-TRAIN
                   TO WS-AFFICHE-TRAIN(WS-NB-AFFICHE)
               MOVE WS-AFFICHE-HEURE-LUE
                   TO WS-AFFICHE-HEURE(WS-NB-AFFICHE)
               MOVE WS-POSTER-RANG TO WS-AFFICHE-RANG(WS-NB-AFFICHE)
           END-IF.
       1625-ADD-CALL-END.

      *paragraphe qui cherche l'arrêt voyageurs (H) de rang
      *WS-POSTER-RANG du train WS-IDX-POSTER-TRAIN dans le détail de
      *sa version (WS-POSTER-STOP, 0 si absent ou arrêt technique)
       1630-FIND-POSTER-STOP-BEGIN.
           MOVE 0 TO WS-POSTER-STOP.
           PERFORM VARYING WS-IDX-STOP FROM 1 BY 1
               UNTIL WS-IDX-STOP > WS-NB-STOPS
               OR WS-POSTER-STOP > 0
               IF WS-STOP-NUMERO(WS-IDX-STOP) =
                  WS-NUMERO-TRAIN(WS-IDX-POSTER-TRAIN)
               AND WS-STOP-DEBUT(WS-IDX-STOP) =
                   WS-VALID-DEBUT(WS-IDX-POSTER-TRAIN)
               AND WS-STOP-SEQ(WS-IDX-STOP) = WS-POSTER-RANG
               AND WS-STOP-TYPE(WS-IDX-STOP) = "H"
                   MOVE WS-IDX-STOP TO WS-POSTER-STOP
               END-IF
           END-PERFORM.
       1630-FIND-POSTER-STOP-END.

      *paragraphe qui écrit le passage WS-IDX-AFFICHE-2 : heure,
      *numéro, type, destination (départs) ou origine (arrivées),
      *jours de circulation, puis la desserte
       1640-WRITE-POSTER-LINE-BEGIN.
           MOVE WS-AFFICHE-TRAIN(WS-IDX-AFFICHE-2)
               TO WS-IDX-POSTER-TRAIN.
           PERFORM VARYING WS-IDX-JOUR-AFF FROM 1 BY 1
               UNTIL WS-IDX-JOUR-AFF > 7
               IF WS-JOUR-CIRCULE(WS-IDX-POSTER-TRAIN, WS-IDX-JOUR-AFF)
                   MOVE WS-JOURS-INITIALES(WS-IDX-JOUR-AFF:1)
                       TO WS-AFFICHE-JOURS(WS-IDX-JOUR-AFF:1)
               ELSE
                   MOVE "-" TO WS-AFFICHE-JOURS(WS-IDX-JOUR-AFF:1)
               END-IF
           END-PERFORM.
      *la desserte : pour un départ, les arrêts voyageurs après
      *cette gare puis le terminus ; pour une arrivée, l'origine
      *puis les arrêts voyageurs avant cette gare
           MOVE SPACES TO WS-AFFICHE-DESSERTE.
           MOVE 1 TO WS-AFFICHE-PTR.
           IF WS-POSTER-ARRIVEES
               STRING FUNCTION TRIM(
                   WS-GARE-DEPART(WS-IDX-POSTER-TRAIN))
                   DELIMITED BY SIZE INTO WS-AFFICHE-DESSERTE
                   WITH POINTER WS-AFFICHE-PTR
               END-STRING
           END-IF.
           PERFORM VARYING WS-POSTER-RANG FROM 1 BY 1
               UNTIL WS-POSTER-RANG > 10
               IF (WS-POSTER-DEPARTS
                   AND WS-POSTER-RANG >
                       WS-AFFICHE-RANG(WS-IDX-AFFICHE-2))
               OR (WS-POSTER-ARRIVEES
                   AND WS-POSTER-RANG <
                       WS-AFFICHE-RANG(WS-IDX-AFFICHE-2))
                   PERFORM 1630-FIND-POSTER-STOP-BEGIN
                      THRU 1630-FIND-POSTER-STOP-END
                   IF WS-POSTER-STOP > 0
                       IF WS-AFFICHE-PTR > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO WS-AFFICHE-DESSERTE
                               WITH POINTER WS-AFFICHE-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(
                           WS-STOP-GARE(WS-POSTER-STOP))
                           DELIMITED BY SIZE INTO WS-AFFICHE-DESSERTE
                           WITH POINTER WS-AFFICHE-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-POSTER-DEPARTS
               IF WS-AFFICHE-PTR > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-AFFICHE-DESSERTE
                       WITH POINTER WS-AFFICHE-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(
                   WS-GARE-DESTINATION(WS-IDX-POSTER-TRAIN))
                   DELIMITED BY SIZE INTO WS-AFFICHE-DESSERTE
                   WITH POINTER WS-AFFICHE-PTR
               END-STRING
           END-IF.
           MOVE SPACES TO LIGNE-POSTER.
           IF WS-POSTER-DEPARTS
               STRING "  " WS-AFFICHE-HEURE(WS-IDX-AFFICHE-2)(1:2) ":"
                   WS-AFFICHE-HEURE(WS-IDX-AFFICHE-2)(3:2) "  "
                   WS-NUMERO-TRAIN(WS-IDX-POSTER-TRAIN) "  "
                   WS-TYPE-TRAIN(WS-IDX-POSTER-TRAIN) "  "
                   WS-GARE-DESTINATION(WS-IDX-POSTER-TRAIN) "  "
                   WS-AFFICHE-JOURS "  CALLING AT: "
                   WS-AFFICHE-DESSERTE
                   DELIMITED BY SIZE INTO LIGNE-POSTER
               END-STRING
           ELSE
               STRING "  " WS-AFFICHE-HEURE(WS-IDX-AFFICHE-2)(1:2) ":"
                   WS-AFFICHE-HEURE(WS-IDX-AFFICHE-2)(3:2) "  "
                   WS-NUMERO-TRAIN(WS-IDX-POSTER-TRAIN) "  "
                   WS-TYPE-TRAIN(WS-IDX-POSTER-TRAIN) "  "
                   WS-GARE-DEPART(WS-IDX-POSTER-TRAIN) "  "
                   WS-AFFICHE-JOURS "  FROM: "
                   WS-AFFICHE-DESSERTE
                   DELIMITED BY SIZE INTO LIGNE-POSTER
               END-STRING
           END-IF.
           WRITE LIGNE-POSTER.
       1640-WRITE-POSTER-LINE-END.

      *paragraphe des fermetures de voie pour travaux : on charge
      *train-possessions.dat, puis pour chaque fermeture on cherche
      *les trains dont le parcours (gare de départ, points d'arrêt de
      *train-stops.dat, destination) passe par les deux gares du
      *tronçon fermé pendant la fenêtre. Chaque départ touché reçoit
      *une exception proposée : un RETIME qui sort le train de la
      *fenêtre quand le décalage reste dans la limite, un CANCEL
      *sinon. Le calendrier des exceptions déjà tenu est pris en
      *compte : un train supprimé n'est pas touché, un EXTRA circule,
      *un RETIME déplace tous ses passages
       1700-POSSESSIONS-BEGIN.
           MOVE 0 TO WS-NB-POSS.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-POSSESSIONS.
           IF NOT WS-POSS-STATUS-OK
           AND NOT WS-POSS-STATUS-NOTFOUND
               DISPLAY "*** WARNING: COULD NOT OPEN "
                   "train-possessions.dat - FILE STATUS "
                   WS-POSS-STATUS " - POSSESSIONS SKIPPED ***"
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-POSSESSIONS
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 1705-LOAD-POSSESSION-BEGIN
                              THRU 1705-LOAD-POSSESSION-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-POSSESSIONS
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           IF WS-NB-POSS > 0
      *sans date de service, le calendrier des exceptions n'a pas
      *encore été chargé
               IF WS-EXCEPT-NON-CHARGE
                   PERFORM 0057-LOAD-EXCEPTIONS-BEGIN
                      THRU 0057-LOAD-EXCEPTIONS-END
               END-IF
               MOVE 0 TO WS-NB-PROPOSE
               MOVE 0 TO WS-NB-IMPACTS
               OPEN OUTPUT TRAIN-POSS-IMPACT
               MOVE "=== ENGINEERING POSSESSIONS - IMPACTED TRAINS ==="
                   TO LIGNE-POSS-IMPACT
               WRITE LIGNE-POSS-IMPACT
               PERFORM VARYING WS-IDX-POSS FROM 1 BY 1
                   UNTIL WS-IDX-POSS > WS-NB-POSS
                   PERFORM 1710-CHECK-POSSESSION-BEGIN
                      THRU 1710-CHECK-POSSESSION-END
               END-PERFORM
      *les exceptions proposées partent au dessin de train-except.dat
               MOVE 0 TO WS-NB-PROP-RETIME
               MOVE 0 TO WS-NB-PROP-CANCEL
               OPEN OUTPUT TRAIN-EXCEPT-PROPOSED
               PERFORM VARYING WS-IDX-PROPOSE FROM 1 BY 1
                   UNTIL WS-IDX-PROPOSE > WS-NB-PROPOSE
                   MOVE WS-PROP-NUMERO(WS-IDX-PROPOSE)
                       TO PROPOSED-NUMERO
                   MOVE WS-PROP-DATE(WS-IDX-PROPOSE) TO PROPOSED-DATE
                   MOVE WS-PROP-ACTION(WS-IDX-PROPOSE)
                       TO PROPOSED-ACTION
                   MOVE WS-PROP-HEURE(WS-IDX-PROPOSE) TO PROPOSED-HEURE
                   WRITE PROPOSED-RECORD
                   IF WS-PROP-ACTION(WS-IDX-PROPOSE) = "CANCEL"
                       ADD 1 TO WS-NB-PROP-CANCEL
                   ELSE
                       ADD 1 TO WS-NB-PROP-RETIME
                   END-IF
               END-PERFORM
               CLOSE TRAIN-EXCEPT-PROPOSED
               MOVE SPACES TO LIGNE-POSS-IMPACT
               WRITE LIGNE-POSS-IMPACT
               MOVE SPACES TO LIGNE-POSS-IMPACT
               STRING "TOTAL: " WS-NB-POSS " POSSESSION(S), "
                   WS-NB-IMPACTS " IMPACTED RUN(S), "
                   WS-NB-PROP-RETIME " RETIME AND "
                   WS-NB-PROP-CANCEL " CANCEL PROPOSED"
                   DELIMITED BY SIZE INTO LIGNE-POSS-IMPACT
               END-STRING
               WRITE LIGNE-POSS-IMPACT
               CLOSE TRAIN-POSS-IMPACT
               DISPLAY WS-NB-IMPACTS " TRAIN RUN(S) IMPACTED BY "
                   WS-NB-POSS " POSSESSION(S) - SEE "
                   "train-possessions-impact.dat AND "
                   "train-except-proposed.dat"
           END-IF.
       1700-POSSESSIONS-END.

      *paragraphe qui contrôle et range une ligne de
      *train-possessions.dat ; une gare absente du référentiel est
      *signalée mais la fermeture est gardée
       1705-LOAD-POSSESSION-BEGIN.
           IF WS-NB-POSS >= WS-TBL-POSS-SIZE
               DISPLAY "*** WARNING: TRUNCATED AT " WS-TBL-POSS-SIZE
                   " POSSESSIONS - train-possessions.dat HAS MORE "
                   "LINES THAN WS-TBL-POSS CAN HOLD ***"
               SET WS-EOF-TRUE TO TRUE
           ELSE
           IF POSS-GARE-A = SPACES
           OR POSS-GARE-B = SPACES
           OR POSS-GARE-A = POSS-GARE-B
           OR POSS-DATE IS NOT NUMERIC
           OR POSS-DEBUT IS NOT NUMERIC
           OR POSS-FIN IS NOT NUMERIC
               DISPLAY "*** WARNING: POSSESSION '"
                   FUNCTION TRIM(POSS-GARE-A) " - "
                   FUNCTION TRIM(POSS-GARE-B) " " POSS-DATE
                   "' IS NOT READABLE - SKIPPED ***"
           ELSE
           IF POSS-DEBUT-HH > 23 OR POSS-DEBUT-MM > 59
           OR POSS-FIN-HH > 23 OR POSS-FIN-MM > 59
           OR POSS-DEBUT = POSS-FIN
               DISPLAY "*** WARNING: POSSESSION '"
                   FUNCTION TRIM(POSS-GARE-A) " - "
                   FUNCTION TRIM(POSS-GARE-B) " " POSS-DATE
                   "' HAS AN INVALID TIME WINDOW - SKIPPED ***"
           ELSE
               MOVE POSS-DATE TO WS-DATE-A-TESTER
               COMPUTE WS-DATE-A-TESTER-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-A-TESTER)
               IF WS-DATE-A-TESTER-INT = 0
                   DISPLAY "*** WARNING: POSSESSION '"
                       FUNCTION TRIM(POSS-GARE-A) " - "
                       FUNCTION TRIM(POSS-GARE-B) " " POSS-DATE
                       "' IS NOT ON A VALID DATE - SKIPPED ***"
               ELSE
                   ADD 1 TO WS-NB-POSS
                   MOVE POSS-GARE-A TO WS-POSS-GARE-A(WS-NB-POSS)
                   MOVE POSS-GARE-B TO WS-POSS-GARE-B(WS-NB-POSS)
                   MOVE WS-DATE-A-TESTER TO WS-POSS-DATE(WS-NB-POSS)
                   MOVE WS-DATE-A-TESTER-INT
                       TO WS-POSS-DATE-INT(WS-NB-POSS)
                   MOVE POSS-DEBUT TO WS-POSS-DEBUT(WS-NB-POSS)
                   MOVE POSS-FIN TO WS-POSS-FIN(WS-NB-POSS)
                   COMPUTE WS-POSS-DEBUT-MIN(WS-NB-POSS) =
                       POSS-DEBUT-HH * 60 + POSS-DEBUT-MM
                   COMPUTE WS-POSS-FIN-MIN(WS-NB-POSS) =
                       POSS-FIN-HH * 60 + POSS-FIN-MM
      *une fin plus tôt que le début tombe le lendemain
                   IF WS-POSS-FIN-MIN(WS-NB-POSS) <
                      WS-POSS-DEBUT-MIN(WS-NB-POSS)
                       ADD 1440 TO WS-POSS-FIN-MIN(WS-NB-POSS)
                   END-IF
                   IF WS-NB-GARES > 0
                       MOVE POSS-GARE-A TO WS-GARE-A-VERIFIER
                       PERFORM 0070-CHECK-GARE-BEGIN
                          THRU 0070-CHECK-GARE-END
                       IF WS-GARE-INCONNUE
                           DISPLAY "*** WARNING: POSSESSION ON "
                               POSS-DATE " HAS UNKNOWN STATION '"
                               POSS-GARE-A "' ***"
                       END-IF
                       MOVE POSS-GARE-B TO WS-GARE-A-VERIFIER
                       PERFORM 0070-CHECK-GARE-BEGIN
                          THRU 0070-CHECK-GARE-END
                       IF WS-GARE-INCONNUE
                           DISPLAY "*** WARNING: POSSESSION ON "
                               POSS-DATE " HAS UNKNOWN STATION '"
                               POSS-GARE-B "' ***"
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
       1705-LOAD-POSSESSION-END.

      *paragraphe qui écrit la section d'une fermeture : chaque
      *version de train dont le parcours passe par les deux gares du
      *tronçon est examinée pour un départ la veille, le jour même
      *et le lendemain du jour de la fermeture
       1710-CHECK-POSSESSION-BEGIN.
           MOVE SPACES TO LIGNE-POSS-IMPACT.
           WRITE LIGNE-POSS-IMPACT.
           MOVE SPACES TO WS-POSS-REMARQUE.
           IF WS-POSS-FIN-MIN(WS-IDX-POSS) >= 1440
               MOVE " (NEXT DAY)" TO WS-POSS-REMARQUE
           END-IF.
           MOVE SPACES TO LIGNE-POSS-IMPACT.
           STRING "POSSESSION "
               FUNCTION TRIM(WS-POSS-GARE-A(WS-IDX-POSS)) " - "
               FUNCTION TRIM(WS-POSS-GARE-B(WS-IDX-POSS))
               " ON " WS-POSS-DATE(WS-IDX-POSS)
               " FROM " WS-POSS-DEBUT(WS-IDX-POSS)(1:2) ":"
               WS-POSS-DEBUT(WS-IDX-POSS)(3:2)
               " TO " WS-POSS-FIN(WS-IDX-POSS)(1:2) ":"
               WS-POSS-FIN(WS-IDX-POSS)(3:2)
               WS-POSS-REMARQUE
               DELIMITED BY SIZE INTO LIGNE-POSS-IMPACT
           END-STRING.
           WRITE LIGNE-POSS-IMPACT.
           MOVE SPACES TO LIGNE-POSS-IMPACT.
           STRING "  NUM   TYP  RUN OF    FROM                "
               "TO                  ON STRETCH               PROPOSAL"
               DELIMITED BY SIZE INTO LIGNE-POSS-IMPACT
           END-STRING.
           WRITE LIGNE-POSS-IMPACT.
           MOVE 0 TO WS-NB-IMPACTS-POSS.
           PERFORM VARYING WS-IDX-POSS-TRAIN FROM 1 BY 1
               UNTIL WS-IDX-POSS-TRAIN > WS-TBL-SIZE
               PERFORM 1720-BUILD-ROUTE-BEGIN
                  THRU 1720-BUILD-ROUTE-END
               IF WS-PARCOURS-RANG-A > 0
               AND WS-PARCOURS-RANG-B > 0
                   PERFORM VARYING WS-POSS-DECALAGE-JOUR FROM -1 BY 1
                       UNTIL WS-POSS-DECALAGE-JOUR > 1
                       PERFORM 1730-CHECK-RUN-BEGIN
                          THRU 1730-CHECK-RUN-END
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-NB-IMPACTS-POSS = 0
               MOVE "  NO TRAINS IMPACTED" TO LIGNE-POSS-IMPACT
               WRITE LIGNE-POSS-IMPACT
           END-IF.
       1710-CHECK-POSSESSION-END.

      *paragraphe qui monte le parcours de la version
      *WS-IDX-POSS-TRAIN sur son horaire de base : l'origine au rang
      *1, les arrêts de train-stops.dat de tous types aux rangs 2 à
      *11, le terminus au rang 12. Un passage plus tôt que le
      *précédent a lieu après minuit. On y repère les deux gares du
      *tronçon fermé et les heures d'entrée et de sortie du tronçon
       1720-BUILD-ROUTE-BEGIN.
           INITIALIZE WS-TBL-PARCOURS.
           MOVE WS-GARE-DEPART(WS-IDX-POSS-TRAIN)
               TO WS-PARCOURS-GARE(1).
           COMPUTE WS-POSS-DEPART-BASE =
               WS-HEURE-DEPART-BASE-HH(WS-IDX-POSS-TRAIN) * 60 +
               WS-HEURE-DEPART-BASE-MM(WS-IDX-POSS-TRAIN).
           MOVE WS-POSS-DEPART-BASE TO WS-PARCOURS-MIN(1).
           PERFORM VARYING WS-IDX-STOP FROM 1 BY 1
               UNTIL WS-IDX-STOP > WS-NB-STOPS
               IF WS-STOP-NUMERO(WS-IDX-STOP) =
                  WS-NUMERO-TRAIN(WS-IDX-POSS-TRAIN)
               AND WS-STOP-DEBUT(WS-IDX-STOP) =
                   WS-VALID-DEBUT(WS-IDX-POSS-TRAIN)
               AND WS-STOP-SEQ(WS-IDX-STOP) >= 1
               AND WS-STOP-SEQ(WS-IDX-STOP) <= 10
               AND WS-STOP-HEURE(WS-IDX-STOP) IS NUMERIC
                   COMPUTE WS-IDX-PARCOURS =
                       WS-STOP-SEQ(WS-IDX-STOP) + 1
                   MOVE WS-STOP-GARE(WS-IDX-STOP)
                       TO WS-PARCOURS-GARE(WS-IDX-PARCOURS)
                   MOVE WS-STOP-HEURE(WS-IDX-STOP) TO WS-POSS-HEURE-LUE
                   COMPUTE WS-PARCOURS-MIN(WS-IDX-PARCOURS) =
                       WS-POSS-HEURE-LUE-HH * 60 + WS-POSS-HEURE-LUE-MM
               END-IF
           END-PERFORM.
           MOVE WS-GARE-DESTINATION(WS-IDX-POSS-TRAIN)
               TO WS-PARCOURS-GARE(12).
           COMPUTE WS-PARCOURS-MIN(12) =
               WS-ARRIVEE-BASE-HH(WS-IDX-POSS-TRAIN) * 60 +
               WS-ARRIVEE-BASE-MM(WS-IDX-POSS-TRAIN).
           MOVE WS-PARCOURS-MIN(1) TO WS-PARCOURS-PRECEDENT.
           PERFORM VARYING WS-IDX-PARCOURS FROM 2 BY 1
               UNTIL WS-IDX-PARCOURS > 12
               IF WS-PARCOURS-GARE(WS-IDX-PARCOURS) NOT = SPACES
                   PERFORM UNTIL WS-PARCOURS-MIN(WS-IDX-PARCOURS) >=
                                 WS-PARCOURS-PRECEDENT
                       ADD 1440 TO WS-PARCOURS-MIN(WS-IDX-PARCOURS)
                   END-PERFORM
                   MOVE WS-PARCOURS-MIN(WS-IDX-PARCOURS)
                       TO WS-PARCOURS-PRECEDENT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PARCOURS-RANG-A.
           MOVE 0 TO WS-PARCOURS-RANG-B.
           PERFORM VARYING WS-IDX-PARCOURS FROM 1 BY 1
               UNTIL WS-IDX-PARCOURS > 12
               IF WS-PARCOURS-RANG-A = 0
               AND WS-PARCOURS-GARE(WS-IDX-PARCOURS) =
                   WS-POSS-GARE-A(WS-IDX-POSS)
                   MOVE WS-IDX-PARCOURS TO WS-PARCOURS-RANG-A
               END-IF
               IF WS-PARCOURS-RANG-B = 0
               AND WS-PARCOURS-GARE(WS-IDX-PARCOURS) =
                   WS-POSS-GARE-B(WS-IDX-POSS)
                   MOVE WS-IDX-PARCOURS TO WS-PARCOURS-RANG-B
               END-IF
           END-PERFORM.
      *le tronçon se parcourt dans un sens ou dans l'autre
           IF WS-PARCOURS-RANG-A > 0
           AND WS-PARCOURS-RANG-B > 0
               IF WS-PARCOURS-RANG-A < WS-PARCOURS-RANG-B
                   MOVE WS-PARCOURS-MIN(WS-PARCOURS-RANG-A)
                       TO WS-POSS-TRONCON-DEBUT
                   MOVE WS-PARCOURS-MIN(WS-PARCOURS-RANG-B)
                       TO WS-POSS-TRONCON-FIN
               ELSE
                   MOVE WS-PARCOURS-MIN(WS-PARCOURS-RANG-B)
                       TO WS-POSS-TRONCON-DEBUT
                   MOVE WS-PARCOURS-MIN(WS-PARCOURS-RANG-A)
                       TO WS-POSS-TRONCON-FIN
               END-IF
           END-IF.
       1720-BUILD-ROUTE-END.

      *paragraphe qui examine le départ de la version
      *WS-IDX-POSS-TRAIN le jour WS-POSS-DECALAGE-JOUR autour de la
      *fermeture : la version doit être en vigueur et circuler ce
      *jour-là, après le calendrier des exceptions, et son passage
      *sur le tronçon doit croiser la fenêtre
       1730-CHECK-RUN-BEGIN.
           COMPUTE WS-POSS-JOUR-INT =
               WS-POSS-DATE-INT(WS-IDX-POSS) + WS-POSS-DECALAGE-JOUR.
           COMPUTE WS-POSS-JOUR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-POSS-JOUR-INT).
           COMPUTE WS-POSS-JOUR-RANG = FUNCTION MOD(
               WS-POSS-JOUR-INT - 1 7) + 1.
           MOVE WS-POSS-DEPART-BASE TO WS-POSS-DEPART-JOUR.
           MOVE WS-IDX-POSS-TRAIN TO WS-IDX-PERIODE.
           MOVE WS-POSS-JOUR-DATE TO WS-DATE-A-TESTER.
           PERFORM 0077-CHECK-PERIOD-BEGIN
              THRU 0077-CHECK-PERIOD-END.
           IF WS-HORS-DE-PERIODE
               SET WS-POSS-NE-CIRCULE-PAS TO TRUE
           ELSE
               IF WS-JOUR-CIRCULE(WS-IDX-POSS-TRAIN, WS-POSS-JOUR-RANG)
                   SET WS-POSS-CIRCULE TO TRUE
               ELSE
                   SET WS-POSS-NE-CIRCULE-PAS TO TRUE
               END-IF
               PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-NB-EXCEPT
                   IF WS-EXC-NUMERO(WS-IDX-EXC) =
                      WS-NUMERO-TRAIN(WS-IDX-POSS-TRAIN)
                   AND WS-EXC-DATE(WS-IDX-EXC) = WS-POSS-JOUR-DATE
                       EVALUATE WS-EXC-ACTION(WS-IDX-EXC)
                           WHEN "CANCEL"
                               SET WS-POSS-NE-CIRCULE-PAS TO TRUE
                           WHEN "EXTRA"
                               SET WS-POSS-CIRCULE TO TRUE
                           WHEN "RETIME"
                               IF WS-EXC-HEURE(WS-IDX-EXC) IS NUMERIC
                                   MOVE WS-EXC-HEURE(WS-IDX-EXC)
                                       TO WS-POSS-HEURE-LUE
                                   COMPUTE WS-POSS-DEPART-JOUR =
                                       WS-POSS-HEURE-LUE-HH * 60 +
                                       WS-POSS-HEURE-LUE-MM
                               END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-POSS-CIRCULE
      *les passages suivent un RETIME du calendrier, puis sont
      *ramenés au minuit du jour de la fermeture
               COMPUTE WS-POSS-ENTREE = WS-POSS-TRONCON-DEBUT
                   + WS-POSS-DEPART-JOUR - WS-POSS-DEPART-BASE
                   + WS-POSS-DECALAGE-JOUR * 1440
               COMPUTE WS-POSS-SORTIE = WS-POSS-TRONCON-FIN
                   + WS-POSS-DEPART-JOUR - WS-POSS-DEPART-BASE
                   + WS-POSS-DECALAGE-JOUR * 1440
               IF WS-POSS-ENTREE < WS-POSS-FIN-MIN(WS-IDX-POSS)
               AND WS-POSS-SORTIE > WS-POSS-DEBUT-MIN(WS-IDX-POSS)
                   ADD 1 TO WS-NB-IMPACTS-POSS
                   ADD 1 TO WS-NB-IMPACTS
                   PERFORM 1740-PROPOSE-EXCEPTION-BEGIN
                      THRU 1740-PROPOSE-EXCEPTION-END
                   PERFORM 1750-WRITE-IMPACT-LINE-BEGIN
                      THRU 1750-WRITE-IMPACT-LINE-END
               END-IF
           END-IF.
       1730-CHECK-RUN-END.

      *paragraphe qui choisit l'exception à proposer : le retard qui
      *fait entrer le train sur le tronçon à la fin de la fenêtre, ou
      *l'avance qui l'en fait sortir avant le début. On garde le plus
      *petit des deux qui reste dans WS-POSS-DECALAGE-MAX et laisse
      *le départ dans la même journée, sinon on propose un CANCEL
       1740-PROPOSE-EXCEPTION-BEGIN.
           COMPUTE WS-POSS-RETARD =
               WS-POSS-FIN-MIN(WS-IDX-POSS) - WS-POSS-ENTREE.
           COMPUTE WS-POSS-AVANCE =
               WS-POSS-SORTIE - WS-POSS-DEBUT-MIN(WS-IDX-POSS).
           MOVE "CANCEL" TO WS-POSS-ACTION.
           MOVE SPACES TO WS-POSS-HEURE-PROP.
           MOVE SPACES TO WS-POSS-REMARQUE.
           IF WS-POSS-RETARD <= WS-POSS-DECALAGE-MAX
           AND WS-POSS-DEPART-JOUR + WS-POSS-RETARD < 1440
               MOVE "RETIME" TO WS-POSS-ACTION
               COMPUTE WS-POSS-NOUVEAU-DEPART =
                   WS-POSS-DEPART-JOUR + WS-POSS-RETARD
           END-IF.
           IF WS-POSS-AVANCE <= WS-POSS-DECALAGE-MAX
           AND WS-POSS-DEPART-JOUR - WS-POSS-AVANCE >= 0
           AND (WS-POSS-ACTION = "CANCEL"
                OR WS-POSS-AVANCE < WS-POSS-RETARD)
               MOVE "RETIME" TO WS-POSS-ACTION
               COMPUTE WS-POSS-NOUVEAU-DEPART =
                   WS-POSS-DEPART-JOUR - WS-POSS-AVANCE
           END-IF.
           IF WS-POSS-ACTION = "RETIME"
               DIVIDE WS-POSS-NOUVEAU-DEPART BY 60
                   GIVING WS-POSS-HEURE-PROP-HH
                   REMAINDER WS-POSS-HEURE-PROP-MM
           END-IF.
      *un départ déjà touché par une fermeture précédente ne peut pas
      *recevoir deux nouveaux horaires : il passe en CANCEL
           MOVE 0 TO WS-PROP-TROUVEE.
           PERFORM VARYING WS-IDX-PROPOSE FROM 1 BY 1
               UNTIL WS-IDX-PROPOSE > WS-NB-PROPOSE
               OR WS-PROP-TROUVEE > 0
               IF WS-PROP-NUMERO(WS-IDX-PROPOSE) =
                  WS-NUMERO-TRAIN(WS-IDX-POSS-TRAIN)
               AND WS-PROP-DATE(WS-IDX-PROPOSE) = WS-POSS-JOUR-DATE
                   MOVE WS-IDX-PROPOSE TO WS-PROP-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-PROP-TROUVEE > 0
               MOVE "CANCEL" TO WS-POSS-ACTION
               MOVE SPACES TO WS-POSS-HEURE-PROP
               MOVE "CANCEL" TO WS-PROP-ACTION(WS-PROP-TROUVEE)
               MOVE SPACES TO WS-PROP-HEURE(WS-PROP-TROUVEE)
               MOVE " - RUN ALREADY HIT BY AN EARLIER POSSESSION"
                   TO WS-POSS-REMARQUE
           ELSE
               IF WS-NB-PROPOSE >= WS-TBL-PROPOSE-SIZE
                   IF NOT WS-PROPOSE-TRONQUE
                       DISPLAY "*** WARNING: TRUNCATED AT "
                           WS-TBL-PROPOSE-SIZE " PROPOSED EXCEPTIONS "
                           "- MORE IMPACTED RUNS THAN WS-TBL-PROPOSE "
                           "CAN HOLD ***"
                       SET WS-PROPOSE-TRONQUE TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-PROPOSE
                   MOVE WS-NUMERO-TRAIN(WS-IDX-POSS-TRAIN)
                       TO WS-PROP-NUMERO(WS-NB-PROPOSE)
                   MOVE WS-POSS-JOUR-DATE
                       TO WS-PROP-DATE(WS-NB-PROPOSE)
                   MOVE WS-POSS-ACTION TO WS-PROP-ACTION(WS-NB-PROPOSE)
                   MOVE WS-POSS-HEURE-PROP
                       TO WS-PROP-HEURE(WS-NB-PROPOSE)
               END-IF
           END-IF.
       1740-PROPOSE-EXCEPTION-END.

      *paragraphe qui écrit la ligne d'un départ touché : le train,
      *son jour de départ, son parcours, ses heures sur le tronçon
      *(à l'horaire du jour de départ) et l'exception proposée
       1750-WRITE-IMPACT-LINE-BEGIN.
           COMPUTE WS-MIN-A-AFFICHER = WS-POSS-ENTREE
               - WS-POSS-DECALAGE-JOUR * 1440.
           PERFORM 1490-MINUTES-TO-HHMM-BEGIN
              THRU 1490-MINUTES-TO-HHMM-END.
           MOVE SPACES TO WS-POSS-ENTREE-AFF.
           STRING WS-AFF-HH ":" WS-AFF-MM WS-AFF-TAG
               DELIMITED BY SIZE INTO WS-POSS-ENTREE-AFF
           END-STRING.
           COMPUTE WS-MIN-A-AFFICHER = WS-POSS-SORTIE
               - WS-POSS-DECALAGE-JOUR * 1440.
           PERFORM 1490-MINUTES-TO-HHMM-BEGIN
              THRU 1490-MINUTES-TO-HHMM-END.
           MOVE SPACES TO WS-POSS-SORTIE-AFF.
           STRING WS-AFF-HH ":" WS-AFF-MM WS-AFF-TAG
               DELIMITED BY SIZE INTO WS-POSS-SORTIE-AFF
           END-STRING.
           MOVE SPACES TO WS-POSS-TRONCON-AFF.
           STRING FUNCTION TRIM(WS-POSS-ENTREE-AFF) "-"
               FUNCTION TRIM(WS-POSS-SORTIE-AFF)
               DELIMITED BY SIZE INTO WS-POSS-TRONCON-AFF
           END-STRING.
           MOVE SPACES TO WS-POSS-PROP-AFF.
           IF WS-POSS-ACTION = "RETIME"
               COMPUTE WS-POSS-DECALAGE-AFF =
                   WS-POSS-NOUVEAU-DEPART - WS-POSS-DEPART-JOUR
               STRING "RETIME " WS-POSS-HEURE-PROP " ("
                   FUNCTION TRIM(WS-POSS-DECALAGE-AFF) " MIN)"
                   DELIMITED BY SIZE INTO WS-POSS-PROP-AFF
               END-STRING
           ELSE
               MOVE "CANCEL" TO WS-POSS-PROP-AFF
           END-IF.
           MOVE SPACES TO LIGNE-POSS-IMPACT.
           STRING "  " WS-NUMERO-TRAIN(WS-IDX-POSS-TRAIN) "  "
               WS-TYPE-TRAIN(WS-IDX-POSS-TRAIN) "  "
               WS-POSS-JOUR-DATE "  "
               WS-GARE-DEPART(WS-IDX-POSS-TRAIN) "  "
               WS-GARE-DESTINATION(WS-IDX-POSS-TRAIN) "  "
               WS-POSS-TRONCON-AFF " "
               FUNCTION TRIM(WS-POSS-PROP-AFF)
               WS-POSS-REMARQUE
               DELIMITED BY SIZE INTO LIGNE-POSS-IMPACT
           END-STRING.
           WRITE LIGNE-POSS-IMPACT.
       1750-WRITE-IMPACT-LINE-END.

      *paragraphe du remplissage des trains : on charge la table des
      *places offertes de train-capacity.dat, le seuil de
      *train-load.parm et les places vendues à la date de service de
      *train-reservations.dat, puis pour chaque train qui circule ce
      *jour-là on écrit dans train-load.dat ses places offertes et
      *vendues et son taux de remplissage, en signalant les trains
      *surréservés et ceux sous le seuil. Suivent les cumuls par
      *type et par gare d'origine, et les places vendues pour des
      *trains qui ne circulent pas
       1800-LOAD-FACTOR-BEGIN.
           MOVE 0 TO WS-NB-CAP.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-CAPACITY.
           IF NOT WS-CAP-STATUS-OK
           AND NOT WS-CAP-STATUS-NOTFOUND
               DISPLAY "*** WARNING: COULD NOT OPEN "
                   "train-capacity.dat - FILE STATUS "
                   WS-CAP-STATUS " - LOAD FACTOR SKIPPED ***"
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-CAPACITY
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 1805-LOAD-CAPACITY-BEGIN
                              THRU 1805-LOAD-CAPACITY-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-CAPACITY
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
      *sans table des places, il n'y a pas de taux à calculer
           IF WS-NB-CAP > 0
               PERFORM 1802-READ-LOAD-PARM-BEGIN
                  THRU 1802-READ-LOAD-PARM-END
               MOVE 0 TO WS-NB-RES
               MOVE 0 TO WS-NB-RES-AUTRE-DATE
               OPEN INPUT TRAIN-RESERVATIONS
               IF NOT WS-RES-STATUS-OK
               AND NOT WS-RES-STATUS-NOTFOUND
                   DISPLAY "*** WARNING: COULD NOT OPEN "
                       "train-reservations.dat - FILE STATUS "
                       WS-RES-STATUS " - NO SEATS COUNTED AS BOOKED "
                       "***"
               ELSE
                   PERFORM UNTIL WS-EOF-TRUE
                       READ TRAIN-RESERVATIONS
                           AT END
                               SET WS-EOF-TRUE TO TRUE
                           NOT AT END
                               PERFORM 1806-LOAD-RESERVATION-BEGIN
                                  THRU 1806-LOAD-RESERVATION-END
                       END-READ
                   END-PERFORM
                   CLOSE TRAIN-RESERVATIONS
               END-IF
               SET WS-EOF-FALSE TO TRUE
               INITIALIZE WS-LOAD-TYPES
               INITIALIZE WS-LOAD-TOTAUX
               MOVE 0 TO WS-NB-LOAD-GARE
               OPEN OUTPUT TRAIN-LOAD
               MOVE SPACES TO LIGNE-LOAD
               STRING "=== SEAT CAPACITY AND LOAD FACTOR - SERVICE "
                   "DATE " WS-DATE-REFERENCE " ==="
                   DELIMITED BY SIZE INTO LIGNE-LOAD
               END-STRING
               WRITE LIGNE-LOAD
               MOVE SPACES TO LIGNE-LOAD
               STRING "UNDER-THRESHOLD LIMIT: " WS-LOAD-SEUIL " %"
                   DELIMITED BY SIZE INTO LIGNE-LOAD
               END-STRING
               WRITE LIGNE-LOAD
      *sans date de service, les trains sont tous retenus pour le
      *reste du traitement et le calendrier des exceptions n'a pas
      *forcément été chargé : on juge donc ici chaque version sur la
      *date de référence, comme les redevances le font jour par jour
               IF WS-EXCEPT-NON-CHARGE
                   PERFORM 0057-LOAD-EXCEPTIONS-BEGIN
                      THRU 0057-LOAD-EXCEPTIONS-END
               END-IF
               COMPUTE WS-LOAD-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE)
               COMPUTE WS-LOAD-JOUR-RANG = FUNCTION MOD(
                   WS-LOAD-JOUR-INT - 1 7) + 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TBL-SIZE
                   PERFORM 1815-CHECK-RUN-DAY-BEGIN
                      THRU 1815-CHECK-RUN-DAY-END
                   IF WS-LOAD-CIRCULE
                       PERFORM 1810-TRAIN-LOAD-BEGIN
                          THRU 1810-TRAIN-LOAD-END
                   END-IF
               END-PERFORM
               IF WS-LOAD-TOT-NB = 0
                   MOVE "NO TRAIN RUNNING ON THE SERVICE DATE"
                       TO LIGNE-LOAD
                   WRITE LIGNE-LOAD
               END-IF
      *les cumuls par type de train
               MOVE SPACES TO LIGNE-LOAD
               WRITE LIGNE-LOAD
               MOVE "--- TOTALS BY TRAIN TYPE ---" TO LIGNE-LOAD
               WRITE LIGNE-LOAD
               PERFORM VARYING WS-IDX-LOAD-TYPE FROM 1 BY 1
                   UNTIL WS-IDX-LOAD-TYPE > 4
                   PERFORM 1820-WRITE-LOAD-TYPE-BEGIN
                      THRU 1820-WRITE-LOAD-TYPE-END
               END-PERFORM
      *les cumuls par gare d'origine
               MOVE SPACES TO LIGNE-LOAD
               WRITE LIGNE-LOAD
               MOVE "--- TOTALS BY ORIGIN STATION ---" TO LIGNE-LOAD
               WRITE LIGNE-LOAD
               PERFORM VARYING WS-IDX-LOAD-GARE FROM 1 BY 1
                   UNTIL WS-IDX-LOAD-GARE > WS-NB-LOAD-GARE
                   MOVE WS-LOAD-GARE-OFFERTES(WS-IDX-LOAD-GARE)
                       TO WS-LOAD-OFFERTES
                   MOVE WS-LOAD-GARE-VENDUES(WS-IDX-LOAD-GARE)
                       TO WS-LOAD-VENDUES
                   PERFORM 1840-COMPUTE-LOAD-BEGIN
                      THRU 1840-COMPUTE-LOAD-END
                   MOVE SPACES TO LIGNE-LOAD
                   STRING WS-LOAD-GARE-NOM(WS-IDX-LOAD-GARE)
                       " | TRAINS " WS-LOAD-GARE-NB(WS-IDX-LOAD-GARE)
                       " | OFFERED " WS-LOAD-OFFERTES
                       " | BOOKED " WS-LOAD-VENDUES
                       " | LOAD " WS-LOAD-TAUX-AFF " %"
                       DELIMITED BY SIZE INTO LIGNE-LOAD
                   END-STRING
                   WRITE LIGNE-LOAD
               END-PERFORM
      *les places vendues pour des trains absents du jour : train
      *supprimé, hors de ses jours de circulation ou inconnu
               MOVE SPACES TO LIGNE-LOAD
               WRITE LIGNE-LOAD
               MOVE "--- RESERVATIONS FOR TRAINS NOT RUNNING ---"
                   TO LIGNE-LOAD
               WRITE LIGNE-LOAD
               PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-NB-RES
                   IF WS-RES-NON-UTILISE(WS-IDX-RES)
                       ADD 1 TO WS-LOAD-NB-HORS-JOUR
                       ADD WS-RES-PLACES(WS-IDX-RES)
                           TO WS-LOAD-TOT-HORS-JOUR
                       MOVE SPACES TO LIGNE-LOAD
                       STRING "TRAIN " WS-RES-NUMERO(WS-IDX-RES)
                           " | BOOKED " WS-RES-PLACES(WS-IDX-RES)
                           " | NOT RUNNING ON " WS-DATE-REFERENCE
                           DELIMITED BY SIZE INTO LIGNE-LOAD
                       END-STRING
                       WRITE LIGNE-LOAD
                   END-IF
               END-PERFORM
               IF WS-LOAD-NB-HORS-JOUR = 0
                   MOVE "NONE" TO LIGNE-LOAD
                   WRITE LIGNE-LOAD
               END-IF
      *la ligne de total, puis la réconciliation avec le fichier des
      *réservations
               MOVE WS-LOAD-TOT-OFFERTES TO WS-LOAD-OFFERTES
               MOVE WS-LOAD-TOT-VENDUES TO WS-LOAD-VENDUES
               PERFORM 1840-COMPUTE-LOAD-BEGIN
                  THRU 1840-COMPUTE-LOAD-END
               MOVE SPACES TO LIGNE-LOAD
               WRITE LIGNE-LOAD
               MOVE SPACES TO LIGNE-LOAD
               STRING "TOTAL: " WS-LOAD-TOT-NB " TRAIN(S)"
                   " | OFFERED " WS-LOAD-TOT-OFFERTES
                   " | BOOKED " WS-LOAD-TOT-VENDUES
                   " | LOAD " WS-LOAD-TAUX-AFF " %"
                   " | OVERBOOKED " WS-LOAD-TOT-SURRES
                   " | UNDER THRESHOLD " WS-LOAD-TOT-SOUS-SEUIL
                   " | NO CAPACITY " WS-LOAD-TOT-SANS-CAP
                   DELIMITED BY SIZE INTO LIGNE-LOAD
               END-STRING
               WRITE LIGNE-LOAD
               PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-NB-RES
                   ADD WS-RES-PLACES(WS-IDX-RES)
                       TO WS-LOAD-TOT-FICHIER
               END-PERFORM
               MOVE SPACES TO LIGNE-LOAD
               STRING "BOOKED IN train-reservations.dat FOR "
                   WS-DATE-REFERENCE ": " WS-LOAD-TOT-FICHIER
                   " (= " WS-LOAD-TOT-VENDUES " ON RUNNING TRAINS + "
                   WS-LOAD-TOT-HORS-JOUR " ON " WS-LOAD-NB-HORS-JOUR
                   " TRAIN(S) NOT RUNNING)"
                   DELIMITED BY SIZE INTO LIGNE-LOAD
               END-STRING
               WRITE LIGNE-LOAD
               CLOSE TRAIN-LOAD
               DISPLAY WS-LOAD-TOT-SURRES " TRAIN(S) OVERBOOKED, "
                   WS-LOAD-TOT-SOUS-SEUIL " UNDER " WS-LOAD-SEUIL
                   " % - SEE train-load.dat"
           END-IF.
       1800-LOAD-FACTOR-END.

      *paragraphe qui lit le seuil de remplissage dans
      *train-load.parm : un pourcentage de 0 à 100, 30 sans fichier
       1802-READ-LOAD-PARM-BEGIN.
           MOVE 30 TO WS-LOAD-SEUIL.
           OPEN INPUT TRAIN-LOAD-PARM.
           IF NOT WS-LOAD-PARM-STATUS-OK
           AND NOT WS-LOAD-PARM-STATUS-NOTFOUND
               DISPLAY "*** WARNING: COULD NOT OPEN train-load.parm "
                   "- FILE STATUS " WS-LOAD-PARM-STATUS
                   " - IGNORING ***"
           END-IF.
           IF WS-LOAD-PARM-STATUS-OK
               READ TRAIN-LOAD-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(TRAIN-LOAD-PARM-LINE)
                           TO WS-LOAD-SEUIL-SAISI
                       INSPECT WS-LOAD-SEUIL-SAISI
                           REPLACING LEADING SPACE BY "0"
                       IF WS-LOAD-SEUIL-SAISI IS NUMERIC
                       AND WS-LOAD-SEUIL-SAISI NOT > "100"
                           MOVE WS-LOAD-SEUIL-SAISI TO WS-LOAD-SEUIL
                       ELSE
                           DISPLAY "*** WARNING: THRESHOLD IN "
                               "train-load.parm IS NOT A PERCENTAGE "
                               "- USING " WS-LOAD-SEUIL " % ***"
                       END-IF
               END-READ
               CLOSE TRAIN-LOAD-PARM
           END-IF.
       1802-READ-LOAD-PARM-END.

      *paragraphe qui contrôle une ligne de train-capacity.dat et la
      *range dans la table des places : une ligne de type demande le
      *type, une composition US ou UM et des places ; une dérogation
      *demande un numéro de train, sa composition et ses places
      *pouvant rester à blanc. Une clé déjà vue garde sa première
      *ligne
       1805-LOAD-CAPACITY-BEGIN.
           IF WS-NB-CAP >= WS-TBL-CAP-SIZE
               DISPLAY "*** WARNING: TRUNCATED AT " WS-TBL-CAP-SIZE
                   " CAPACITY LINES - train-capacity.dat HAS MORE "
                   "LINES THAN WS-TBL-CAP CAN HOLD ***"
               SET WS-EOF-TRUE TO TRUE
           ELSE
           IF CAP-NUMERO = SPACES
               IF CAP-TYPE = SPACES
               OR (NOT CAP-UNITE-SIMPLE AND NOT CAP-UNITE-MULTIPLE)
               OR CAP-PLACES IS NOT NUMERIC
               OR CAP-PLACES-R = 0
                   DISPLAY "*** WARNING: CAPACITY LINE '" CAP-RECORD
                       "' IS NOT READABLE - SKIPPED ***"
               ELSE
                   MOVE 0 TO WS-CAP-TROUVE
                   PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
                       UNTIL WS-IDX-CAP > WS-NB-CAP
                       OR WS-CAP-TROUVE > 0
                       IF WS-CAP-NUMERO(WS-IDX-CAP) = 0
                       AND WS-CAP-TYPE(WS-IDX-CAP) = CAP-TYPE
                       AND WS-CAP-FORMATION(WS-IDX-CAP) =
                           CAP-FORMATION
                           MOVE WS-IDX-CAP TO WS-CAP-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-CAP-TROUVE > 0
                       DISPLAY "*** WARNING: CAPACITY FOR " CAP-TYPE
                           " " CAP-FORMATION " IS GIVEN TWICE - "
                           "FIRST LINE KEPT ***"
                   ELSE
                       ADD 1 TO WS-NB-CAP
                       MOVE CAP-TYPE TO WS-CAP-TYPE(WS-NB-CAP)
                       MOVE CAP-FORMATION
                           TO WS-CAP-FORMATION(WS-NB-CAP)
                       MOVE 0 TO WS-CAP-NUMERO(WS-NB-CAP)
                       MOVE CAP-PLACES-R TO WS-CAP-PLACES(WS-NB-CAP)
                   END-IF
               END-IF
           ELSE
      *une dérogation sans composition est une unité simple, sans
      *places elle prend celles du type pour sa composition
               IF CAP-FORMATION = SPACES
                   SET CAP-UNITE-SIMPLE TO TRUE
               END-IF
               IF CAP-PLACES = SPACES
                   MOVE ZEROS TO CAP-PLACES
               END-IF
               IF CAP-NUMERO IS NOT NUMERIC
               OR (NOT CAP-UNITE-SIMPLE AND NOT CAP-UNITE-MULTIPLE)
               OR CAP-PLACES IS NOT NUMERIC
                   DISPLAY "*** WARNING: CAPACITY LINE '" CAP-RECORD
                       "' IS NOT READABLE - SKIPPED ***"
               ELSE
                   MOVE 0 TO WS-CAP-TROUVE
                   PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
                       UNTIL WS-IDX-CAP > WS-NB-CAP
                       OR WS-CAP-TROUVE > 0
                       IF WS-CAP-NUMERO(WS-IDX-CAP) = CAP-NUMERO-R
                           MOVE WS-IDX-CAP TO WS-CAP-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-CAP-TROUVE > 0
                       DISPLAY "*** WARNING: CAPACITY OVERRIDE FOR "
                           "TRAIN " CAP-NUMERO " IS GIVEN TWICE - "
                           "FIRST LINE KEPT ***"
                   ELSE
                       ADD 1 TO WS-NB-CAP
                       MOVE CAP-TYPE TO WS-CAP-TYPE(WS-NB-CAP)
                       MOVE CAP-FORMATION
                           TO WS-CAP-FORMATION(WS-NB-CAP)
                       MOVE CAP-NUMERO-R TO WS-CAP-NUMERO(WS-NB-CAP)
                       MOVE CAP-PLACES-R TO WS-CAP-PLACES(WS-NB-CAP)
                   END-IF
               END-IF
           END-IF
           END-IF.
       1805-LOAD-CAPACITY-END.

      *paragraphe qui contrôle une ligne de train-reservations.dat :
      *seules les lignes de la date de service sont gardées, une
      *seule par train
       1806-LOAD-RESERVATION-BEGIN.
           IF RES-NUMERO IS NOT NUMERIC
           OR RES-DATE IS NOT NUMERIC
           OR RES-PLACES IS NOT NUMERIC
               DISPLAY "*** WARNING: RESERVATION LINE '" RES-RECORD
                   "' IS NOT READABLE - SKIPPED ***"
           ELSE
           IF RES-DATE NOT = WS-DATE-REFERENCE
               ADD 1 TO WS-NB-RES-AUTRE-DATE
           ELSE
               MOVE 0 TO WS-RES-TROUVE
               PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-NB-RES
                   OR WS-RES-TROUVE > 0
                   IF WS-RES-NUMERO(WS-IDX-RES) = RES-NUMERO-R
                       MOVE WS-IDX-RES TO WS-RES-TROUVE
                   END-IF
               END-PERFORM
               IF WS-RES-TROUVE > 0
                   DISPLAY "*** WARNING: RESERVATION FOR TRAIN "
                       RES-NUMERO " ON " RES-DATE " IS GIVEN TWICE - "
                       "FIRST LINE KEPT ***"
               ELSE
               IF WS-NB-RES >= WS-TBL-RES-SIZE
                   DISPLAY "*** WARNING: TRUNCATED AT "
                       WS-TBL-RES-SIZE " RESERVATIONS - "
                       "train-reservations.dat HAS MORE LINES FOR "
                       WS-DATE-REFERENCE " THAN WS-TBL-RES CAN HOLD "
                       "***"
                   SET WS-EOF-TRUE TO TRUE
               ELSE
                   ADD 1 TO WS-NB-RES
                   MOVE RES-NUMERO-R TO WS-RES-NUMERO(WS-NB-RES)
                   MOVE RES-PLACES-R TO WS-RES-PLACES(WS-NB-RES)
                   SET WS-RES-NON-UTILISE(WS-NB-RES) TO TRUE
               END-IF
               END-IF
           END-IF
           END-IF.
       1806-LOAD-RESERVATION-END.

      *paragraphe qui établit le remplissage du train WS-IDX : sa
      *composition et ses places d'après la table (dérogation du
      *train d'abord, puis type et composition), ses places vendues,
      *puis l'écrit et le cumule par type et par gare d'origine
       1810-TRAIN-LOAD-BEGIN.
           MOVE "US" TO WS-LOAD-FORMATION.
           MOVE 0 TO WS-LOAD-OFFERTES.
           MOVE 0 TO WS-LOAD-VENDUES.
           MOVE 0 TO WS-CAP-TROUVE.
           PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
               UNTIL WS-IDX-CAP > WS-NB-CAP
               OR WS-CAP-TROUVE > 0
               IF WS-CAP-NUMERO(WS-IDX-CAP) = WS-NUMERO-TRAIN(WS-IDX)
                   MOVE WS-IDX-CAP TO WS-CAP-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CAP-TROUVE > 0
               MOVE WS-CAP-FORMATION(WS-CAP-TROUVE)
                   TO WS-LOAD-FORMATION
               MOVE WS-CAP-PLACES(WS-CAP-TROUVE) TO WS-LOAD-OFFERTES
           END-IF.
           IF WS-LOAD-OFFERTES = 0
               MOVE 0 TO WS-CAP-TROUVE
               PERFORM VARYING WS-IDX-CAP FROM 1 BY 1
                   UNTIL WS-IDX-CAP > WS-NB-CAP
                   OR WS-CAP-TROUVE > 0
                   IF WS-CAP-NUMERO(WS-IDX-CAP) = 0
                   AND WS-CAP-TYPE(WS-IDX-CAP) =
                       WS-TYPE-TRAIN(WS-IDX)
                   AND WS-CAP-FORMATION(WS-IDX-CAP) =
                       WS-LOAD-FORMATION
                       MOVE WS-IDX-CAP TO WS-CAP-TROUVE
                   END-IF
               END-PERFORM
               IF WS-CAP-TROUVE > 0
                   MOVE WS-CAP-PLACES(WS-CAP-TROUVE)
                       TO WS-LOAD-OFFERTES
               END-IF
           END-IF.
           MOVE 0 TO WS-RES-TROUVE.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES > WS-NB-RES
               OR WS-RES-TROUVE > 0
               IF WS-RES-NUMERO(WS-IDX-RES) = WS-NUMERO-TRAIN(WS-IDX)
                   MOVE WS-IDX-RES TO WS-RES-TROUVE
               END-IF
           END-PERFORM.
           IF WS-RES-TROUVE > 0
               MOVE WS-RES-PLACES(WS-RES-TROUVE) TO WS-LOAD-VENDUES
               SET WS-RES-UTILISE(WS-RES-TROUVE) TO TRUE
           END-IF.
           PERFORM 1840-COMPUTE-LOAD-BEGIN
              THRU 1840-COMPUTE-LOAD-END.
      *ce qu'on signale : pas de places connues, plus de places
      *vendues qu'offertes, ou un taux sous le seuil (comparé sur les
      *places pour ne pas perdre les décimales du taux)
           SET WS-LOAD-NORMAL TO TRUE.
           MOVE SPACES TO WS-LOAD-ETAT-LIB.
           IF WS-LOAD-OFFERTES = 0
               SET WS-LOAD-SANS-CAPACITE TO TRUE
               MOVE "NO CAPACITY" TO WS-LOAD-ETAT-LIB
               ADD 1 TO WS-LOAD-TOT-SANS-CAP
           ELSE
           IF WS-LOAD-VENDUES > WS-LOAD-OFFERTES
               SET WS-LOAD-SURRESERVE TO TRUE
               MOVE "OVERBOOKED" TO WS-LOAD-ETAT-LIB
               ADD 1 TO WS-LOAD-TOT-SURRES
           ELSE
           IF WS-LOAD-VENDUES * 100 < WS-LOAD-SEUIL * WS-LOAD-OFFERTES
               SET WS-LOAD-SOUS-SEUIL TO TRUE
               MOVE "UNDER THRESHOLD" TO WS-LOAD-ETAT-LIB
               ADD 1 TO WS-LOAD-TOT-SOUS-SEUIL
           END-IF
           END-IF
           END-IF.
           MOVE SPACES TO LIGNE-LOAD.
           STRING WS-NUMERO-TRAIN(WS-IDX) " " WS-TYPE-TRAIN(WS-IDX)
               " " WS-GARE-DEPART(WS-IDX) " -> "
               WS-GARE-DESTINATION(WS-IDX) " "
               WS-HEURE-DEPART-HH(WS-IDX) ":"
               WS-HEURE-DEPART-MM(WS-IDX)
               " | " WS-LOAD-FORMATION
               " | OFFERED " WS-LOAD-OFFERTES
               " | BOOKED " WS-LOAD-VENDUES
               " | LOAD " WS-LOAD-TAUX-AFF " % "
               WS-LOAD-ETAT-LIB
               DELIMITED BY SIZE INTO LIGNE-LOAD
           END-STRING.
           WRITE LIGNE-LOAD.
      *les cumuls du total, du type et de la gare d'origine
           ADD 1 TO WS-LOAD-TOT-NB.
           ADD WS-LOAD-OFFERTES TO WS-LOAD-TOT-OFFERTES.
           ADD WS-LOAD-VENDUES TO WS-LOAD-TOT-VENDUES.
           EVALUATE TRUE
               WHEN WS-TGV(WS-IDX)
                   MOVE 1 TO WS-IDX-LOAD-TYPE
               WHEN WS-CORAIL(WS-IDX)
                   MOVE 2 TO WS-IDX-LOAD-TYPE
               WHEN WS-TER(WS-IDX)
                   MOVE 3 TO WS-IDX-LOAD-TYPE
               WHEN OTHER
                   MOVE 4 TO WS-IDX-LOAD-TYPE
           END-EVALUATE.
           ADD 1 TO WS-LOAD-TYPE-NB(WS-IDX-LOAD-TYPE).
           ADD WS-LOAD-OFFERTES
               TO WS-LOAD-TYPE-OFFERTES(WS-IDX-LOAD-TYPE).
           ADD WS-LOAD-VENDUES
               TO WS-LOAD-TYPE-VENDUES(WS-IDX-LOAD-TYPE).
           IF WS-LOAD-SURRESERVE
               ADD 1 TO WS-LOAD-TYPE-SURRES(WS-IDX-LOAD-TYPE)
           END-IF.
           IF WS-LOAD-SOUS-SEUIL
               ADD 1 TO WS-LOAD-TYPE-SOUS-SEUIL(WS-IDX-LOAD-TYPE)
           END-IF.
           PERFORM 1830-FIND-OR-ADD-LOAD-GARE-BEGIN
              THRU 1830-FIND-OR-ADD-LOAD-GARE-END.
           IF WS-LOAD-GARE-TROUVE > 0
               ADD 1 TO WS-LOAD-GARE-NB(WS-LOAD-GARE-TROUVE)
               ADD WS-LOAD-OFFERTES
                   TO WS-LOAD-GARE-OFFERTES(WS-LOAD-GARE-TROUVE)
               ADD WS-LOAD-VENDUES
                   TO WS-LOAD-GARE-VENDUES(WS-LOAD-GARE-TROUVE)
           END-IF.
       1810-TRAIN-LOAD-END.

      *paragraphe qui dit si la version WS-IDX circule à la date de
      *référence : elle doit être en vigueur, circuler ce jour de la
      *semaine, puis le calendrier des exceptions a le dernier mot
      *(CANCEL la retire, EXTRA la fait circuler)
       1815-CHECK-RUN-DAY-BEGIN.
           MOVE WS-IDX TO WS-IDX-PERIODE.
           MOVE WS-DATE-REFERENCE TO WS-DATE-A-TESTER.
           PERFORM 0077-CHECK-PERIOD-BEGIN
              THRU 0077-CHECK-PERIOD-END.
           IF WS-HORS-DE-PERIODE
               SET WS-LOAD-NE-CIRCULE-PAS TO TRUE
           ELSE
               IF WS-JOUR-CIRCULE(WS-IDX, WS-LOAD-JOUR-RANG)
                   SET WS-LOAD-CIRCULE TO TRUE
               ELSE
                   SET WS-LOAD-NE-CIRCULE-PAS TO TRUE
               END-IF
               PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-NB-EXCEPT
                   IF WS-EXC-NUMERO(WS-IDX-EXC) =
                      WS-NUMERO-TRAIN(WS-IDX)
                   AND WS-EXC-DATE(WS-IDX-EXC) = WS-DATE-REFERENCE
                       EVALUATE WS-EXC-ACTION(WS-IDX-EXC)
                           WHEN "CANCEL"
                               SET WS-LOAD-NE-CIRCULE-PAS TO TRUE
                           WHEN "EXTRA"
                               SET WS-LOAD-CIRCULE TO TRUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.
       1815-CHECK-RUN-DAY-END.

      *paragraphe qui écrit la ligne de cumul du type
      *WS-IDX-LOAD-TYPE ; la ligne des types non reconnus n'est
      *écrite que si elle a des trains
       1820-WRITE-LOAD-TYPE-BEGIN.
           EVALUATE WS-IDX-LOAD-TYPE
               WHEN 1 MOVE "TGV   " TO WS-LOAD-TYPE-NOM
               WHEN 2 MOVE "Corail" TO WS-LOAD-TYPE-NOM
               WHEN 3 MOVE "TER   " TO WS-LOAD-TYPE-NOM
               WHEN 4 MOVE "Other " TO WS-LOAD-TYPE-NOM
           END-EVALUATE.
           IF WS-IDX-LOAD-TYPE < 4
           OR WS-LOAD-TYPE-NB(WS-IDX-LOAD-TYPE) > 0
               MOVE WS-LOAD-TYPE-OFFERTES(WS-IDX-LOAD-TYPE)
                   TO WS-LOAD-OFFERTES
               MOVE WS-LOAD-TYPE-VENDUES(WS-IDX-LOAD-TYPE)
                   TO WS-LOAD-VENDUES
               PERFORM 1840-COMPUTE-LOAD-BEGIN
                  THRU 1840-COMPUTE-LOAD-END
               MOVE SPACES TO LIGNE-LOAD
               STRING WS-LOAD-TYPE-NOM
                   " | TRAINS " WS-LOAD-TYPE-NB(WS-IDX-LOAD-TYPE)
                   " | OFFERED " WS-LOAD-OFFERTES
                   " | BOOKED " WS-LOAD-VENDUES
                   " | LOAD " WS-LOAD-TAUX-AFF " %"
                   " | OVERBOOKED "
                   WS-LOAD-TYPE-SURRES(WS-IDX-LOAD-TYPE)
                   " | UNDER THRESHOLD "
                   WS-LOAD-TYPE-SOUS-SEUIL(WS-IDX-LOAD-TYPE)
                   DELIMITED BY SIZE INTO LIGNE-LOAD
               END-STRING
               WRITE LIGNE-LOAD
           END-IF.
       1820-WRITE-LOAD-TYPE-END.

      *paragraphe qui cherche la gare de départ du train WS-IDX dans
      *les cumuls par gare d'origine, en créant l'entrée si la gare
      *n'a pas encore été rencontrée. WS-LOAD-GARE-TROUVE reçoit
      *l'entrée, ou 0 si le tableau est plein
       1830-FIND-OR-ADD-LOAD-GARE-BEGIN.
           MOVE 0 TO WS-LOAD-GARE-TROUVE.
           PERFORM VARYING WS-IDX-LOAD-GARE FROM 1 BY 1
               UNTIL WS-IDX-LOAD-GARE > WS-NB-LOAD-GARE
               OR WS-LOAD-GARE-TROUVE > 0
               IF WS-LOAD-GARE-NOM(WS-IDX-LOAD-GARE) =
                  WS-GARE-DEPART(WS-IDX)
                   MOVE WS-IDX-LOAD-GARE TO WS-LOAD-GARE-TROUVE
               END-IF
           END-PERFORM.
           IF WS-LOAD-GARE-TROUVE = 0
               IF WS-NB-LOAD-GARE >= WS-TBL-LOAD-GARE-SIZE
                   DISPLAY "*** WARNING: LOAD FACTOR STATION TABLE IS "
                       "FULL - '" WS-GARE-DEPART(WS-IDX) "' NOT "
                       "COUNTED ***"
               ELSE
                   ADD 1 TO WS-NB-LOAD-GARE
                   MOVE WS-GARE-DEPART(WS-IDX)
                       TO WS-LOAD-GARE-NOM(WS-NB-LOAD-GARE)
                   MOVE 0 TO WS-LOAD-GARE-NB(WS-NB-LOAD-GARE)
                   MOVE 0 TO WS-LOAD-GARE-OFFERTES(WS-NB-LOAD-GARE)
                   MOVE 0 TO WS-LOAD-GARE-VENDUES(WS-NB-LOAD-GARE)
                   MOVE WS-NB-LOAD-GARE TO WS-LOAD-GARE-TROUVE
               END-IF
           END-IF.
       1830-FIND-OR-ADD-LOAD-GARE-END.

      *paragraphe qui calcule le taux de remplissage de
      *WS-LOAD-VENDUES sur WS-LOAD-OFFERTES en pourcentage entier,
      *prêt à écrire dans WS-LOAD-TAUX-AFF : N/A sans places
      *offertes, >999 au-delà de ce que la colonne peut montrer
       1840-COMPUTE-LOAD-BEGIN.
           IF WS-LOAD-OFFERTES = 0
               MOVE 0 TO WS-LOAD-TAUX
               MOVE " N/A" TO WS-LOAD-TAUX-AFF
           ELSE
               COMPUTE WS-LOAD-TAUX =
                   WS-LOAD-VENDUES * 100 / WS-LOAD-OFFERTES
               IF WS-LOAD-TAUX > 999
                   MOVE ">999" TO WS-LOAD-TAUX-AFF
               ELSE
                   MOVE WS-LOAD-TAUX TO WS-LOAD-TAUX-DISP
                   MOVE WS-LOAD-TAUX-DISP TO WS-LOAD-TAUX-AFF
               END-IF
           END-IF.
       1840-COMPUTE-LOAD-END.

      *paragraphe du relevé de la redevance d'accès au réseau : on
      *charge les distances de train-distances.dat, les tarifs de
      *train-rates.dat et le mois de train-month.parm, puis chaque
      *version de train est déroulée sur les jours du mois où elle a
      *circulé, après le calendrier des exceptions (un CANCEL retire
      *le jour, un EXTRA l'ajoute, un RETIME déplace le départ et
      *peut changer la tranche horaire). Une ligne par circulation,
      *un sous-total par train, puis les totaux par type et le total
      *général dans train-charges.dat
       1900-TRACK-CHARGES-BEGIN.
           MOVE 0 TO WS-NB-DIST.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-DISTANCES.
           IF NOT WS-DIST-STATUS-OK
           AND NOT WS-DIST-STATUS-NOTFOUND
               DISPLAY "*** WARNING: COULD NOT OPEN "
                   "train-distances.dat - FILE STATUS "
                   WS-DIST-STATUS " - TRACK-ACCESS CHARGES SKIPPED ***"
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-DISTANCES
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 1905-LOAD-DISTANCE-BEGIN
                              THRU 1905-LOAD-DISTANCE-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-DISTANCES
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
      *sans distances, il n'y a pas de kilomètres à facturer
           IF WS-NB-DIST > 0
               MOVE 0 TO WS-NB-RATE
               OPEN INPUT TRAIN-RATES
               IF NOT WS-RATE-STATUS-OK
               AND NOT WS-RATE-STATUS-NOTFOUND
                   DISPLAY "*** WARNING: COULD NOT OPEN "
                       "train-rates.dat - FILE STATUS "
                       WS-RATE-STATUS " - RUNS LEFT UNPRICED ***"
               ELSE
                   PERFORM UNTIL WS-EOF-TRUE
                       READ TRAIN-RATES
                           AT END
                               SET WS-EOF-TRUE TO TRUE
                           NOT AT END
                               PERFORM 1906-LOAD-RATE-BEGIN
                                  THRU 1906-LOAD-RATE-END
                       END-READ
                   END-PERFORM
                   CLOSE TRAIN-RATES
               END-IF
               SET WS-EOF-FALSE TO TRUE
               PERFORM 1902-READ-MONTH-PARM-BEGIN
                  THRU 1902-READ-MONTH-PARM-END
      *sans date de service, le calendrier des exceptions n'a pas
      *forcément été chargé
               IF WS-EXCEPT-NON-CHARGE
                   PERFORM 0057-LOAD-EXCEPTIONS-BEGIN
                      THRU 0057-LOAD-EXCEPTIONS-END
               END-IF
               INITIALIZE WS-CHG-TYPES
               INITIALIZE WS-CHG-TOTAUX
               OPEN OUTPUT TRAIN-CHARGES
               MOVE SPACES TO LIGNE-CHARGE
               STRING "=== TRACK-ACCESS CHARGES - MONTH "
                   WS-CHG-MOIS-AAAA "-" WS-CHG-MOIS-MM " ==="
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               WRITE LIGNE-CHARGE
               MOVE SPACES TO LIGNE-CHARGE
               STRING "PEAK DEPARTURES "
                   WS-POINTE-DEBUT(1)(1:2) ":" WS-POINTE-DEBUT(1)(3:2)
                   "-" WS-POINTE-FIN(1)(1:2) ":" WS-POINTE-FIN(1)(3:2)
                   " AND "
                   WS-POINTE-DEBUT(2)(1:2) ":" WS-POINTE-DEBUT(2)(3:2)
                   "-" WS-POINTE-FIN(2)(1:2) ":" WS-POINTE-FIN(2)(3:2)
                   ", ALL OTHERS OFF-PEAK"
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               WRITE LIGNE-CHARGE
               MOVE SPACES TO LIGNE-CHARGE
               WRITE LIGNE-CHARGE
               MOVE SPACES TO LIGNE-CHARGE
               STRING "DATE     NUM  TYP DEP   BAND    "
                   "     KM  EUR/KM       AMOUNT"
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               WRITE LIGNE-CHARGE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TBL-SIZE
                   PERFORM 1910-CHARGE-TRAIN-BEGIN
                      THRU 1910-CHARGE-TRAIN-END
               END-PERFORM
               IF WS-CHG-TOT-RUNS = 0
                   MOVE "NO TRAIN RAN IN THE MONTH" TO LIGNE-CHARGE
                   WRITE LIGNE-CHARGE
               END-IF
      *les totaux par type de train
               MOVE SPACES TO LIGNE-CHARGE
               WRITE LIGNE-CHARGE
               MOVE "--- TOTALS BY TRAIN TYPE ---" TO LIGNE-CHARGE
               WRITE LIGNE-CHARGE
               PERFORM VARYING WS-IDX-CHG-TYPE FROM 1 BY 1
                   UNTIL WS-IDX-CHG-TYPE > 4
                   PERFORM 1920-WRITE-CHARGE-TYPE-BEGIN
                      THRU 1920-WRITE-CHARGE-TYPE-END
               END-PERFORM
      *le total général, puis la réconciliation : la somme des
      *lignes par type doit retomber sur celle des circulations
               MOVE WS-CHG-TOT-KM TO WS-CHG-KM-TOT-AFF
               MOVE WS-CHG-TOT-MONTANT TO WS-CHG-TOTAL-AFF
               MOVE SPACES TO LIGNE-CHARGE
               WRITE LIGNE-CHARGE
               MOVE SPACES TO LIGNE-CHARGE
               STRING "GRAND TOTAL: " WS-CHG-TOT-TRAINS " TRAIN(S)"
                   " | RUNS " WS-CHG-TOT-RUNS
                   " | TRAIN-KM " WS-CHG-KM-TOT-AFF
                   " | AMOUNT EUR " WS-CHG-TOTAL-AFF
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               WRITE LIGNE-CHARGE
               MOVE WS-CHG-TOT-TYPES TO WS-CHG-MONTANT-AFF
               MOVE SPACES TO LIGNE-CHARGE
               STRING "SUM OF TYPE TOTALS: EUR " WS-CHG-MONTANT-AFF
                   " (MUST MATCH GRAND TOTAL)"
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               WRITE LIGNE-CHARGE
               MOVE SPACES TO LIGNE-CHARGE
               STRING "RUNS WITHOUT A RATE: " WS-CHG-TOT-SANS-TARIF
                   " | TRAINS WITH A MISSING DISTANCE: "
                   WS-CHG-TOT-INCOMPLETS
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               WRITE LIGNE-CHARGE
               CLOSE TRAIN-CHARGES
               DISPLAY "TRACK-ACCESS CHARGES FOR " WS-CHG-MOIS ": "
                   WS-CHG-TOT-RUNS " RUN(S), EUR "
                   FUNCTION TRIM(WS-CHG-TOTAL-AFF)
                   " - SEE train-charges.dat"
           END-IF.
       1900-TRACK-CHARGES-END.

      *paragraphe qui lit le mois du relevé dans train-month.parm ;
      *sans fichier, ou s'il n'est pas lisible, on prend le mois de
      *la date de référence. On en tire le premier jour du mois et
      *celui du mois suivant
       1902-READ-MONTH-PARM-BEGIN.
           MOVE WS-DATE-REFERENCE(1:6) TO WS-CHG-MOIS.
           OPEN INPUT TRAIN-MONTH-PARM.
           IF NOT WS-MONTH-PARM-STATUS-OK
           AND NOT WS-MONTH-PARM-STATUS-NOTFOUND
               DISPLAY "*** WARNING: COULD NOT OPEN train-month.parm "
                   "- FILE STATUS " WS-MONTH-PARM-STATUS
                   " - IGNORING ***"
           END-IF.
           IF WS-MONTH-PARM-STATUS-OK
               READ TRAIN-MONTH-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(TRAIN-MONTH-PARM-LINE)
                           TO WS-CHG-MOIS-SAISI
                       IF WS-CHG-MOIS-SAISI IS NUMERIC
                       AND WS-CHG-MOIS-SAISI(5:2) >= "01"
                       AND WS-CHG-MOIS-SAISI(5:2) <= "12"
                           MOVE WS-CHG-MOIS-SAISI TO WS-CHG-MOIS
                       ELSE
                           DISPLAY "*** WARNING: MONTH IN "
                               "train-month.parm IS NOT A VALID "
                               "YYYYMM - USING " WS-CHG-MOIS " ***"
                       END-IF
               END-READ
               CLOSE TRAIN-MONTH-PARM
           END-IF.
           COMPUTE WS-CHG-DATE-CALC = WS-CHG-MOIS * 100 + 1.
           COMPUTE WS-CHG-PREMIER-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHG-DATE-CALC).
           IF WS-CHG-MOIS-MM = 12
               COMPUTE WS-CHG-DATE-CALC =
                   (WS-CHG-MOIS-AAAA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-CHG-DATE-CALC = WS-CHG-MOIS * 100 + 101
           END-IF.
           COMPUTE WS-CHG-SUIVANT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHG-DATE-CALC).
       1902-READ-MONTH-PARM-END.

      *paragraphe qui contrôle une ligne de train-distances.dat et la
      *range dans la table des distances ; un tronçon déjà vu, dans
      *un sens ou dans l'autre, garde sa première ligne
       1905-LOAD-DISTANCE-BEGIN.
           IF WS-NB-DIST >= WS-TBL-DIST-SIZE
               DISPLAY "*** WARNING: TRUNCATED AT " WS-TBL-DIST-SIZE
                   " DISTANCES - train-distances.dat HAS MORE "
                   "LINES THAN WS-TBL-DIST CAN HOLD ***"
               SET WS-EOF-TRUE TO TRUE
           ELSE
           IF DIST-GARE-A = SPACES
           OR DIST-GARE-B = SPACES
           OR DIST-GARE-A = DIST-GARE-B
           OR DIST-KM IS NOT NUMERIC
           OR DIST-KM-R = 0
               DISPLAY "*** WARNING: DISTANCE '"
                   FUNCTION TRIM(DIST-GARE-A) " - "
                   FUNCTION TRIM(DIST-GARE-B) " " DIST-KM
                   "' IS NOT READABLE - SKIPPED ***"
           ELSE
               MOVE DIST-GARE-A TO WS-DIST-CHERCHE-A
               MOVE DIST-GARE-B TO WS-DIST-CHERCHE-B
               PERFORM 1913-FIND-DISTANCE-BEGIN
                  THRU 1913-FIND-DISTANCE-END
               IF WS-DIST-TROUVE > 0
                   DISPLAY "*** WARNING: DISTANCE '"
                       FUNCTION TRIM(DIST-GARE-A) " - "
                       FUNCTION TRIM(DIST-GARE-B)
                       "' IS GIVEN TWICE - FIRST LINE KEPT ***"
               ELSE
                   ADD 1 TO WS-NB-DIST
                   MOVE DIST-GARE-A TO WS-DIST-GARE-A(WS-NB-DIST)
                   MOVE DIST-GARE-B TO WS-DIST-GARE-B(WS-NB-DIST)
                   MOVE DIST-KM-R TO WS-DIST-KM(WS-NB-DIST)
                   IF WS-NB-GARES > 0
                       MOVE DIST-GARE-A TO WS-GARE-A-VERIFIER
                       PERFORM 0070-CHECK-GARE-BEGIN
                          THRU 0070-CHECK-GARE-END
                       IF WS-GARE-INCONNUE
                           DISPLAY "*** WARNING: DISTANCE HAS "
                               "UNKNOWN STATION '" DIST-GARE-A "' ***"
                       END-IF
                       MOVE DIST-GARE-B TO WS-GARE-A-VERIFIER
                       PERFORM 0070-CHECK-GARE-BEGIN
                          THRU 0070-CHECK-GARE-END
                       IF WS-GARE-INCONNUE
                           DISPLAY "*** WARNING: DISTANCE HAS "
                               "UNKNOWN STATION '" DIST-GARE-B "' ***"
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
       1905-LOAD-DISTANCE-END.

      *paragraphe qui contrôle une ligne de train-rates.dat et la
      *range dans la table des tarifs ; un couple type et tranche
      *déjà vu garde sa première ligne
       1906-LOAD-RATE-BEGIN.
           IF WS-NB-RATE >= WS-TBL-RATE-SIZE
               DISPLAY "*** WARNING: TRUNCATED AT " WS-TBL-RATE-SIZE
                   " RATES - train-rates.dat HAS MORE LINES THAN "
                   "WS-TBL-RATE CAN HOLD ***"
               SET WS-EOF-TRUE TO TRUE
           ELSE
           IF RATE-TYPE = SPACES
           OR (NOT RATE-POINTE AND NOT RATE-CREUSE)
           OR RATE-EUR-KM IS NOT NUMERIC
               DISPLAY "*** WARNING: RATE LINE '" RATE-RECORD
                   "' IS NOT READABLE - SKIPPED ***"
           ELSE
               MOVE RATE-TYPE TO WS-CHG-TYPE-NOM
               MOVE RATE-TRANCHE TO WS-CHG-TRANCHE
               PERFORM 1914-FIND-RATE-BEGIN
                  THRU 1914-FIND-RATE-END
               IF WS-RATE-TROUVE > 0
                   DISPLAY "*** WARNING: RATE FOR " RATE-TYPE " "
                       RATE-TRANCHE " IS GIVEN TWICE - FIRST LINE "
                       "KEPT ***"
               ELSE
                   ADD 1 TO WS-NB-RATE
                   MOVE RATE-TYPE TO WS-RATE-TYPE(WS-NB-RATE)
                   MOVE RATE-TRANCHE TO WS-RATE-TRANCHE(WS-NB-RATE)
                   MOVE RATE-EUR-KM-R TO WS-RATE-EUR-KM(WS-NB-RATE)
               END-IF
           END-IF
           END-IF.
       1906-LOAD-RATE-END.

      *paragraphe qui facture la version WS-IDX sur le mois : ses
      *kilomètres par circulation d'abord, puis chaque jour du mois,
      *et le sous-total du train s'il a circulé
       1910-CHARGE-TRAIN-BEGIN.
           PERFORM 1912-BUILD-KM-ROUTE-BEGIN
              THRU 1912-BUILD-KM-ROUTE-END.
           INITIALIZE WS-CHG-TRAIN-CUMULS.
           PERFORM VARYING WS-CHG-JOUR-INT FROM WS-CHG-PREMIER-INT
               BY 1 UNTIL WS-CHG-JOUR-INT >= WS-CHG-SUIVANT-INT
               PERFORM 1915-CHARGE-DAY-BEGIN
                  THRU 1915-CHARGE-DAY-END
           END-PERFORM.
           IF WS-CHG-TRAIN-RUNS > 0
               MOVE SPACES TO WS-CHG-REMARQUE
               IF WS-CHG-KM-INCOMPLET
                   ADD 1 TO WS-CHG-TOT-INCOMPLETS
                   STRING " - NO DISTANCE "
                       FUNCTION TRIM(WS-CHG-MANQUE-A) " - "
                       FUNCTION TRIM(WS-CHG-MANQUE-B)
                       DELIMITED BY SIZE INTO WS-CHG-REMARQUE
                   END-STRING
               END-IF
               MOVE WS-CHG-TRAIN-KM TO WS-CHG-KM-TOT-AFF
               MOVE WS-CHG-TRAIN-MONTANT TO WS-CHG-TOTAL-AFF
               MOVE WS-CHG-KM TO WS-CHG-KM-AFF
               MOVE SPACES TO LIGNE-CHARGE
               STRING "  TRAIN " WS-NUMERO-TRAIN(WS-IDX) " "
                   WS-TYPE-TRAIN(WS-IDX) " "
                   FUNCTION TRIM(WS-GARE-DEPART(WS-IDX)) " -> "
                   FUNCTION TRIM(WS-GARE-DESTINATION(WS-IDX))
                   " | KM/RUN " WS-CHG-KM-AFF
                   " | RUNS " WS-CHG-TRAIN-RUNS
                   " (PEAK " WS-CHG-TRAIN-POINTE
                   " OFF-PEAK " WS-CHG-TRAIN-CREUSE ")"
                   " | TRAIN-KM " WS-CHG-KM-TOT-AFF
                   " | EUR " WS-CHG-TOTAL-AFF
                   WS-CHG-REMARQUE
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               WRITE LIGNE-CHARGE
               MOVE SPACES TO LIGNE-CHARGE
               WRITE LIGNE-CHARGE
               EVALUATE TRUE
                   WHEN WS-TGV(WS-IDX)
                       MOVE 1 TO WS-IDX-CHG-TYPE
                   WHEN WS-CORAIL(WS-IDX)
                       MOVE 2 TO WS-IDX-CHG-TYPE
                   WHEN WS-TER(WS-IDX)
                       MOVE 3 TO WS-IDX-CHG-TYPE
                   WHEN OTHER
                       MOVE 4 TO WS-IDX-CHG-TYPE
               END-EVALUATE
               ADD 1 TO WS-CHG-TYPE-TRAINS(WS-IDX-CHG-TYPE)
               ADD WS-CHG-TRAIN-RUNS
                   TO WS-CHG-TYPE-RUNS(WS-IDX-CHG-TYPE)
               ADD WS-CHG-TRAIN-KM TO WS-CHG-TYPE-KM(WS-IDX-CHG-TYPE)
               ADD WS-CHG-TRAIN-MONTANT
                   TO WS-CHG-TYPE-MONTANT(WS-IDX-CHG-TYPE)
               ADD 1 TO WS-CHG-TOT-TRAINS
           END-IF.
       1910-CHARGE-TRAIN-END.

      *paragraphe qui monte le parcours de la version WS-IDX dans
      *WS-TBL-PARCOURS (origine, arrêts de train-stops.dat de tous
      *types, terminus) et additionne les distances des tronçons
      *successifs. Un tronçon absent de train-distances.dat ne
      *compte pas et marque le train incomplet
       1912-BUILD-KM-ROUTE-BEGIN.
           INITIALIZE WS-TBL-PARCOURS.
           MOVE WS-GARE-DEPART(WS-IDX) TO WS-PARCOURS-GARE(1).
           PERFORM VARYING WS-IDX-STOP FROM 1 BY 1
               UNTIL WS-IDX-STOP > WS-NB-STOPS
               IF WS-STOP-NUMERO(WS-IDX-STOP) = WS-NUMERO-TRAIN(WS-IDX)
               AND WS-STOP-DEBUT(WS-IDX-STOP) = WS-VALID-DEBUT(WS-IDX)
               AND WS-STOP-SEQ(WS-IDX-STOP) >= 1
               AND WS-STOP-SEQ(WS-IDX-STOP) <= 10
                   COMPUTE WS-IDX-PARCOURS =
                       WS-STOP-SEQ(WS-IDX-STOP) + 1
                   MOVE WS-STOP-GARE(WS-IDX-STOP)
                       TO WS-PARCOURS-GARE(WS-IDX-PARCOURS)
               END-IF
           END-PERFORM.
           MOVE WS-GARE-DESTINATION(WS-IDX) TO WS-PARCOURS-GARE(12).
           MOVE 0 TO WS-CHG-KM.
           SET WS-CHG-KM-COMPLET TO TRUE.
           MOVE SPACES TO WS-CHG-MANQUE-A.
           MOVE SPACES TO WS-CHG-MANQUE-B.
           MOVE WS-PARCOURS-GARE(1) TO WS-CHG-GARE-PREC.
           PERFORM VARYING WS-IDX-PARCOURS FROM 2 BY 1
               UNTIL WS-IDX-PARCOURS > 12
               IF WS-PARCOURS-GARE(WS-IDX-PARCOURS) NOT = SPACES
                   MOVE WS-CHG-GARE-PREC TO WS-DIST-CHERCHE-A
                   MOVE WS-PARCOURS-GARE(WS-IDX-PARCOURS)
                       TO WS-DIST-CHERCHE-B
                   PERFORM 1913-FIND-DISTANCE-BEGIN
                      THRU 1913-FIND-DISTANCE-END
                   IF WS-DIST-TROUVE > 0
                       ADD WS-DIST-KM(WS-DIST-TROUVE) TO WS-CHG-KM
                   ELSE
      *on garde le premier tronçon manquant pour le sous-total
                       IF WS-CHG-KM-COMPLET
                           SET WS-CHG-KM-INCOMPLET TO TRUE
                           MOVE WS-DIST-CHERCHE-A TO WS-CHG-MANQUE-A
                           MOVE WS-DIST-CHERCHE-B TO WS-CHG-MANQUE-B
                       END-IF
                   END-IF
                   MOVE WS-PARCOURS-GARE(WS-IDX-PARCOURS)
                       TO WS-CHG-GARE-PREC
               END-IF
           END-PERFORM.
       1912-BUILD-KM-ROUTE-END.

      *paragraphe qui cherche le tronçon entre WS-DIST-CHERCHE-A et
      *WS-DIST-CHERCHE-B dans la table des distances, dans un sens ou
      *dans l'autre. WS-DIST-TROUVE reçoit l'entrée, ou 0
       1913-FIND-DISTANCE-BEGIN.
           MOVE 0 TO WS-DIST-TROUVE.
           PERFORM VARYING WS-IDX-DIST FROM 1 BY 1
               UNTIL WS-IDX-DIST > WS-NB-DIST
               OR WS-DIST-TROUVE > 0
               IF (WS-DIST-GARE-A(WS-IDX-DIST) = WS-DIST-CHERCHE-A
                   AND WS-DIST-GARE-B(WS-IDX-DIST) = WS-DIST-CHERCHE-B)
               OR (WS-DIST-GARE-A(WS-IDX-DIST) = WS-DIST-CHERCHE-B
                   AND WS-DIST-GARE-B(WS-IDX-DIST) = WS-DIST-CHERCHE-A)
                   MOVE WS-IDX-DIST TO WS-DIST-TROUVE
               END-IF
           END-PERFORM.
       1913-FIND-DISTANCE-END.

      *paragraphe qui cherche le tarif du type WS-CHG-TYPE-NOM et de
      *la tranche WS-CHG-TRANCHE. WS-RATE-TROUVE reçoit l'entrée,
      *ou 0
       1914-FIND-RATE-BEGIN.
           MOVE 0 TO WS-RATE-TROUVE.
           PERFORM VARYING WS-IDX-RATE FROM 1 BY 1
               UNTIL WS-IDX-RATE > WS-NB-RATE
               OR WS-RATE-TROUVE > 0
               IF WS-RATE-TYPE(WS-IDX-RATE) = WS-CHG-TYPE-NOM(1:3)
               AND WS-RATE-TRANCHE(WS-IDX-RATE) = WS-CHG-TRANCHE
                   MOVE WS-IDX-RATE TO WS-RATE-TROUVE
               END-IF
           END-PERFORM.
       1914-FIND-RATE-END.

      *paragraphe qui examine la version WS-IDX le jour
      *WS-CHG-JOUR-INT : elle doit être en vigueur et circuler ce
      *jour-là après le calendrier des exceptions. Chaque circulation
      *est tarifée sur la tranche de son départ du jour et écrite
       1915-CHARGE-DAY-BEGIN.
           COMPUTE WS-CHG-JOUR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CHG-JOUR-INT).
           COMPUTE WS-CHG-JOUR-RANG = FUNCTION MOD(
               WS-CHG-JOUR-INT - 1 7) + 1.
           MOVE WS-HEURE-DEPART-BASE(WS-IDX) TO WS-CHG-DEPART.
           MOVE WS-IDX TO WS-IDX-PERIODE.
           MOVE WS-CHG-JOUR-DATE TO WS-DATE-A-TESTER.
           PERFORM 0077-CHECK-PERIOD-BEGIN
              THRU 0077-CHECK-PERIOD-END.
           IF WS-HORS-DE-PERIODE
               SET WS-CHG-NE-CIRCULE-PAS TO TRUE
           ELSE
               IF WS-JOUR-CIRCULE(WS-IDX, WS-CHG-JOUR-RANG)
                   SET WS-CHG-CIRCULE TO TRUE
               ELSE
                   SET WS-CHG-NE-CIRCULE-PAS TO TRUE
               END-IF
               PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-NB-EXCEPT
                   IF WS-EXC-NUMERO(WS-IDX-EXC) =
                      WS-NUMERO-TRAIN(WS-IDX)
                   AND WS-EXC-DATE(WS-IDX-EXC) = WS-CHG-JOUR-DATE
                       EVALUATE WS-EXC-ACTION(WS-IDX-EXC)
                           WHEN "CANCEL"
                               SET WS-CHG-NE-CIRCULE-PAS TO TRUE
                           WHEN "EXTRA"
                               SET WS-CHG-CIRCULE TO TRUE
                           WHEN "RETIME"
                               IF WS-EXC-HEURE(WS-IDX-EXC) IS NUMERIC
                                   MOVE WS-EXC-HEURE(WS-IDX-EXC)
                                       TO WS-CHG-DEPART
                               END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CHG-CIRCULE
               SET WS-CHG-CREUSE TO TRUE
               PERFORM VARYING WS-IDX-POINTE FROM 1 BY 1
                   UNTIL WS-IDX-POINTE > 2
                   IF WS-CHG-DEPART >= WS-POINTE-DEBUT(WS-IDX-POINTE)
                   AND WS-CHG-DEPART <= WS-POINTE-FIN(WS-IDX-POINTE)
                       SET WS-CHG-POINTE TO TRUE
                   END-IF
               END-PERFORM
               MOVE WS-TYPE-TRAIN(WS-IDX) TO WS-CHG-TYPE-NOM
               PERFORM 1914-FIND-RATE-BEGIN
                  THRU 1914-FIND-RATE-END
               MOVE SPACES TO WS-CHG-REMARQUE
               IF WS-RATE-TROUVE > 0
                   MOVE WS-RATE-EUR-KM(WS-RATE-TROUVE) TO WS-CHG-TARIF
               ELSE
                   MOVE 0 TO WS-CHG-TARIF
                   MOVE " - NO RATE FOR TYPE AND BAND"
                       TO WS-CHG-REMARQUE
                   ADD 1 TO WS-CHG-TOT-SANS-TARIF
               END-IF
               COMPUTE WS-CHG-MONTANT ROUNDED =
                   WS-CHG-KM * WS-CHG-TARIF
               ADD 1 TO WS-CHG-TRAIN-RUNS
               IF WS-CHG-POINTE
                   ADD 1 TO WS-CHG-TRAIN-POINTE
               ELSE
                   ADD 1 TO WS-CHG-TRAIN-CREUSE
               END-IF
               ADD WS-CHG-KM TO WS-CHG-TRAIN-KM
               ADD WS-CHG-MONTANT TO WS-CHG-TRAIN-MONTANT
               ADD 1 TO WS-CHG-TOT-RUNS
               ADD WS-CHG-KM TO WS-CHG-TOT-KM
               ADD WS-CHG-MONTANT TO WS-CHG-TOT-MONTANT
               MOVE WS-CHG-KM TO WS-CHG-KM-AFF
               MOVE WS-CHG-TARIF TO WS-CHG-TARIF-AFF
               MOVE WS-CHG-MONTANT TO WS-CHG-MONTANT-AFF
               MOVE SPACES TO LIGNE-CHARGE
               STRING WS-CHG-JOUR-DATE " " WS-NUMERO-TRAIN(WS-IDX) " "
                   WS-TYPE-TRAIN(WS-IDX) " "
                   WS-CHG-DEPART(1:2) ":" WS-CHG-DEPART(3:2) " "
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               IF WS-CHG-POINTE
                   MOVE "PEAK    " TO LIGNE-CHARGE(25:8)
               ELSE
                   MOVE "OFF-PEAK" TO LIGNE-CHARGE(25:8)
               END-IF
               STRING " " WS-CHG-KM-AFF " " WS-CHG-TARIF-AFF " "
                   WS-CHG-MONTANT-AFF WS-CHG-REMARQUE
                   DELIMITED BY SIZE INTO LIGNE-CHARGE(33:)
               END-STRING
               WRITE LIGNE-CHARGE
           END-IF.
       1915-CHARGE-DAY-END.

      *paragraphe qui écrit la ligne de total du type
      *WS-IDX-CHG-TYPE et l'ajoute à la somme des types ; la ligne
      *des types non reconnus n'est écrite que si elle a des trains
       1920-WRITE-CHARGE-TYPE-BEGIN.
           EVALUATE WS-IDX-CHG-TYPE
               WHEN 1 MOVE "TGV   " TO WS-CHG-TYPE-NOM
               WHEN 2 MOVE "Corail" TO WS-CHG-TYPE-NOM
               WHEN 3 MOVE "TER   " TO WS-CHG-TYPE-NOM
               WHEN 4 MOVE "Other " TO WS-CHG-TYPE-NOM
           END-EVALUATE.
           ADD WS-CHG-TYPE-MONTANT(WS-IDX-CHG-TYPE)
               TO WS-CHG-TOT-TYPES.
           IF WS-IDX-CHG-TYPE < 4
           OR WS-CHG-TYPE-TRAINS(WS-IDX-CHG-TYPE) > 0
               MOVE WS-CHG-TYPE-KM(WS-IDX-CHG-TYPE)
                   TO WS-CHG-KM-TOT-AFF
               MOVE WS-CHG-TYPE-MONTANT(WS-IDX-CHG-TYPE)
                   TO WS-CHG-TOTAL-AFF
               MOVE SPACES TO LIGNE-CHARGE
               STRING WS-CHG-TYPE-NOM
                   " | TRAINS " WS-CHG-TYPE-TRAINS(WS-IDX-CHG-TYPE)
                   " | RUNS " WS-CHG-TYPE-RUNS(WS-IDX-CHG-TYPE)
                   " | TRAIN-KM " WS-CHG-KM-TOT-AFF
                   " | AMOUNT EUR " WS-CHG-TOTAL-AFF
                   DELIMITED BY SIZE INTO LIGNE-CHARGE
               END-STRING
               WRITE LIGNE-CHARGE
           END-IF.
       1920-WRITE-CHARGE-TYPE-END.

      *paragraphes du mode semaine : si une date de début a été
      *déposée dans train-week.parm, les sept jours qui la suivent
      *sont développés un à un d'après WS-JOURS-TRAIN : un tableau
      *des départs daté et sa synthèse de trafic par jour, puis la
      *grille de la semaine. Le filtrage par date de service de
      *l'exécution courante n'est pas touché
       1300-WEEK-EXPANSION-BEGIN.
           OPEN INPUT TRAIN-WEEK-PARM.
           IF NOT WS-WEEK-PARM-STATUS-OK
           AND NOT WS-WEEK-PARM-STATUS-NOTFOUND
               DISPLAY "*** WARNING: COULD NOT OPEN train-week.parm "
                   "- FILE STATUS " WS-WEEK-PARM-STATUS
                   " - IGNORING ***"
           END-IF.
           IF WS-WEEK-PARM-STATUS-OK
               READ TRAIN-WEEK-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(TRAIN-WEEK-PARM-LINE)
                           TO WS-WEEK-DATE
                       IF WS-WEEK-DATE IS NUMERIC
                           MOVE WS-WEEK-DATE TO WS-WEEK-DATE-NUM
                           COMPUTE WS-WEEK-INT =
                               FUNCTION INTEGER-OF-DATE(
                               WS-WEEK-DATE-NUM)
                           IF WS-WEEK-INT = 0
                               DISPLAY "*** WARNING: WEEK START DATE "
                                   "IN train-week.parm IS NOT A "
                                   "VALID DATE - IGNORING ***"
                           ELSE
                               SET WS-WEEK-SUPPLIED TO TRUE
                               DISPLAY "WEEK MODE FROM " WS-WEEK-DATE
                                   " SUPPLIED VIA train-week.parm - "
                                   "WRITING SEVEN DAILY BOARDS."
                           END-IF
                       ELSE
                           DISPLAY "*** WARNING: WEEK START DATE IN "
                               "train-week.parm IS NOT NUMERIC - "
                               "IGNORING ***"
                       END-IF
               END-READ
               CLOSE TRAIN-WEEK-PARM
           END-IF.
           IF WS-WEEK-SUPPLIED
      *les tableaux de la semaine sont triés sur l'heure de départ
      *du planning de base, pour ne pas propager sur sept jours un
      *RETIME qui ne vaut que pour la date de service couverte
               PERFORM VARYING WS-IDX-TRI FROM 1 BY 1
                   UNTIL WS-IDX-TRI > WS-TBL-SIZE
                   MOVE WS-IDX-TRI TO WS-WEEK-ORDRE(WS-IDX-TRI)
               END-PERFORM
               PERFORM VARYING WS-IDX-TRI FROM 1 BY 1
                   UNTIL WS-IDX-TRI >= WS-TBL-SIZE
                   MOVE WS-IDX-TRI TO WS-TRI-MIN
                   PERFORM VARYING WS-IDX-TRI-2 FROM WS-IDX-TRI BY 1
                       UNTIL WS-IDX-TRI-2 > WS-TBL-SIZE
                       IF WS-HEURE-DEPART-BASE(
                          WS-WEEK-ORDRE(WS-IDX-TRI-2)) <
                          WS-HEURE-DEPART-BASE(
                          WS-WEEK-ORDRE(WS-TRI-MIN))
                           MOVE WS-IDX-TRI-2 TO WS-TRI-MIN
                       END-IF
                   END-PERFORM
                   IF WS-TRI-MIN NOT = WS-IDX-TRI
                       MOVE WS-WEEK-ORDRE(WS-IDX-TRI) TO WS-TRI-TEMP
                       MOVE WS-WEEK-ORDRE(WS-TRI-MIN)
                           TO WS-WEEK-ORDRE(WS-IDX-TRI)
                       MOVE WS-TRI-TEMP TO WS-WEEK-ORDRE(WS-TRI-MIN)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-WEEK FROM 1 BY 1
                   UNTIL WS-IDX-WEEK > 7
                   COMPUTE WS-WEEK-DAY-INT =
                       WS-WEEK-INT + WS-IDX-WEEK - 1
                   COMPUTE WS-WEEK-DAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WEEK-DAY-INT)
      *le jour 1 du calendrier des fonctions intrinsèques est un
      *lundi, comme pour la date de service
                   COMPUTE WS-WEEK-DAY-RANG = FUNCTION MOD(
                       WS-WEEK-DAY-INT - 1 7) + 1
                   EVALUATE WS-WEEK-DAY-RANG
                       WHEN 1 MOVE "MON" TO WS-WEEK-DAY-NOM
                       WHEN 2 MOVE "TUE" TO WS-WEEK-DAY-NOM
                       WHEN 3 MOVE "WED" TO WS-WEEK-DAY-NOM
                       WHEN 4 MOVE "THU" TO WS-WEEK-DAY-NOM
                       WHEN 5 MOVE "FRI" TO WS-WEEK-DAY-NOM
                       WHEN 6 MOVE "SAT" TO WS-WEEK-DAY-NOM
                       WHEN 7 MOVE "SUN" TO WS-WEEK-DAY-NOM
                   END-EVALUATE
                   PERFORM 1310-WRITE-WEEK-DAY-BEGIN
                      THRU 1310-WRITE-WEEK-DAY-END
               END-PERFORM
               PERFORM 1320-WRITE-WEEK-GRID-BEGIN
                  THRU 1320-WRITE-WEEK-GRID-END
           END-IF.
       1300-WEEK-EXPANSION-END.

      *paragraphe qui écrit le tableau des départs daté du jour
      *WS-WEEK-DAY-DATE : les trains qui circulent ce jour de la
      *semaine, dans l'ordre du tri déjà fait pour le tableau des
      *départs, puis la synthèse de trafic du jour
       1310-WRITE-WEEK-DAY-BEGIN.
           MOVE SPACES TO WS-BOARD-DAY-FILENAME.
           STRING "train-board-" WS-WEEK-DAY-DATE ".dat"
               DELIMITED BY SIZE INTO WS-BOARD-DAY-FILENAME
           END-STRING.
           OPEN OUTPUT TRAIN-BOARD-DAY.
           MOVE SPACES TO LIGNE-BOARD-DAY.
           STRING "=== DEPARTURES " WS-WEEK-DAY-DATE " ("
               WS-WEEK-DAY-NOM ") ==="
               DELIMITED BY SIZE INTO LIGNE-BOARD-DAY
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TBL-SIZE
               MOVE WS-WEEK-ORDRE(WS-IDX) TO WS-IDX-BOARD
      *la version retenue est celle en vigueur à la date du jour
      *développé : un changement de service en cours de semaine
      *bascule d'une version à l'autre ce jour-là
               MOVE WS-IDX-BOARD TO WS-IDX-PERIODE
               MOVE WS-WEEK-DAY-DATE TO WS-DATE-A-TESTER
               PERFORM 0077-CHECK-PERIOD-BEGIN
                  THRU 0077-CHECK-PERIOD-END
               IF WS-JOUR-CIRCULE(WS-IDX-BOARD, WS-WEEK-DAY-RANG)
               AND WS-DANS-PERIODE
                   ADD 1 TO WS-WEEK-TOTAL
                   EVALUATE TRUE
                       WHEN WS-TGV(WS-IDX-BOARD)
       1310-WRITE-WEEK-DAY-END.

      *paragraphe qui écrit la grille de la semaine : une ligne par
      *version en vigueur sur la semaine, une colonne par jour,
      *l'heure de départ quand le train circule et ---- sinon (jour
      *de non-circulation ou hors de la période de la version)
       1320-WRITE-WEEK-GRID-BEGIN.
           COMPUTE WS-WEEK-RANG-DEBUT = FUNCTION MOD(
               WS-WEEK-INT - 1 7) + 1.
           OPEN OUTPUT TRAIN-WEEK-GRID.
           MOVE SPACES TO LIGNE-GRID.
           STRING "NUM  TYP   MON   TUE   WED   THU   FRI   SAT   SUN"
               MOVE SPACES TO WS-GRID-CELLS
               MOVE WS-NUMERO-TRAIN(WS-IDX) TO WS-GRID-NUMERO
               MOVE WS-TYPE-TRAIN(WS-IDX)   TO WS-GRID-TYPE
               SET WS-GRID-VERSION-ABSENTE TO TRUE
               MOVE WS-IDX TO WS-IDX-PERIODE
               PERFORM VARYING WS-IDX-WEEK FROM 1 BY 1
                   UNTIL WS-IDX-WEEK > 7
                   COMPUTE WS-GRID-DATE-INT = WS-WEEK-INT
                       + FUNCTION MOD(WS-IDX-WEEK
                       - WS-WEEK-RANG-DEBUT + 7 7)
                   COMPUTE WS-DATE-A-TESTER =
                       FUNCTION DATE-OF-INTEGER(WS-GRID-DATE-INT)
                   PERFORM 0077-CHECK-PERIOD-BEGIN
                      THRU 0077-CHECK-PERIOD-END
                   IF WS-DANS-PERIODE
                       SET WS-GRID-VERSION-VUE TO TRUE
                   END-IF
                   IF WS-JOUR-CIRCULE(WS-IDX, WS-IDX-WEEK)
                   AND WS-DANS-PERIODE
      *la grille montre l'horaire du planning de base, pas un
      *RETIME qui ne vaut que pour la date de service couverte
                       MOVE WS-HEURE-DEPART-BASE(WS-IDX)
                       MOVE "----" TO WS-GRID-HEURE(WS-IDX-WEEK)
                   END-IF
               END-PERFORM
               IF WS-GRID-VERSION-VUE
                   MOVE WS-GRID-SORTIE TO LIGNE-GRID
                   WRITE LIGNE-GRID
               END-IF
           END-PERFORM.
           CLOSE TRAIN-WEEK-GRID.
       1320-WRITE-WEEK-GRID-END.
           END-PERFORM.
       1210-FIND-NEXT-LEG-END.

      *paragraphes du roulement des équipes : chaque agent de
      *train-crew.dat, dans l'ordre du fichier, prend son service à
      *sa gare d'attache et enchaîne les trains du jour encore sans
      *agent de son rôle, sur lesquels il est habilité, en laissant
      *la pause minimale entre deux trains et sans dépasser sa durée
      *maximale de service (prise et fin de service comprises). Il
      *reste de préférence sur la rame qu'il vient d'amener (suite
      *du roulement de rames), sinon il prend le plus tôt des départs
      *de sa gare. La journée est ramenée au dernier train qui le
      *rend à sa gare d'attache ; un agent sans journée possible
      *reste en réserve
       1400-CREW-ROSTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-CREW.
      *l'absence du fichier optionnel est le cas normal tant que le
      *bureau du personnel bâtit ses journées à la main
           IF WS-CREW-STATUS-NOTFOUND
               CLOSE TRAIN-CREW
           ELSE
           IF NOT WS-CREW-STATUS-OK
               DISPLAY "*** WARNING: COULD NOT OPEN train-crew.dat"
                   " - FILE STATUS " WS-CREW-STATUS
                   " - CREW ROSTER SKIPPED ***"
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-CREW
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 1405-LOAD-CREW-BEGIN
                              THRU 1405-LOAD-CREW-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-CREW
               PERFORM 1410-ASSIGN-DUTIES-BEGIN
                  THRU 1410-ASSIGN-DUTIES-END
               PERFORM 1450-WRITE-UNCOVERED-BEGIN
                  THRU 1450-WRITE-UNCOVERED-END
           END-IF
           END-IF.
      *on rend le flag de fin de lecture aux paragraphes suivants
           SET WS-EOF-FALSE TO TRUE.
       1400-CREW-ROSTER-END.

      *paragraphe qui range la ligne d'agent lue dans WS-TBL-CREW.
      *une ligne illisible (rôle inconnu, gare vide, durée maximale
      *non numérique) est signalée et écartée ; une gare d'attache
      *absente du référentiel est signalée mais l'agent est gardé,
      *comme pour les terminus des trains
       1405-LOAD-CREW-BEGIN.
           IF WS-NB-CREW >= WS-TBL-CREW-SIZE
               DISPLAY "*** WARNING: TRUNCATED AT " WS-TBL-CREW-SIZE
                   " CREW MEMBERS - train-crew.dat HAS MORE LINES "
                   "THAN WS-TBL-CREW CAN HOLD ***"
               SET WS-EOF-TRUE TO TRUE
           ELSE
           IF (CREW-ROLE NOT = "D" AND CREW-ROLE NOT = "G")
           OR CREW-GARE = SPACES
           OR CREW-DUREE-MAX IS NOT NUMERIC
           OR CREW-DUREE-MAX-MM > 59
               DISPLAY "*** WARNING: CREW LINE '" CREW-ID " "
                   CREW-ROLE " " CREW-DUREE-MAX "' IS NOT READABLE "
                   "- SKIPPED ***"
           ELSE
               ADD 1 TO WS-NB-CREW
               MOVE CREW-ID TO WS-CREW-ID(WS-NB-CREW)
               MOVE CREW-NOM TO WS-CREW-NOM(WS-NB-CREW)
               MOVE CREW-ROLE TO WS-CREW-ROLE(WS-NB-CREW)
               MOVE CREW-GARE TO WS-CREW-GARE(WS-NB-CREW)
               PERFORM VARYING WS-IDX-QUALIF FROM 1 BY 1
                   UNTIL WS-IDX-QUALIF > 3
                   MOVE CREW-QUALIF(WS-IDX-QUALIF)
                       TO WS-CREW-QUALIF(WS-NB-CREW, WS-IDX-QUALIF)
               END-PERFORM
               MOVE CREW-DUREE-MAX TO WS-CREW-MAX-HHMM(WS-NB-CREW)
               COMPUTE WS-CREW-MAX-MIN(WS-NB-CREW) =
                   CREW-DUREE-MAX-HH * 60 + CREW-DUREE-MAX-MM
               IF WS-NB-GARES > 0
                   MOVE CREW-GARE TO WS-GARE-A-VERIFIER
                   PERFORM 0070-CHECK-GARE-BEGIN
                      THRU 0070-CHECK-GARE-END
                   IF WS-GARE-INCONNUE
                       DISPLAY "*** WARNING: HOME GARE '"
                           FUNCTION TRIM(CREW-GARE)
                           "' OF CREW " CREW-ID
                           " IS NOT IN gares.dat ***"
                   END-IF
               END-IF
           END-IF
           END-IF.
       1405-LOAD-CREW-END.

      *paragraphe qui bâtit la journée de chaque agent, l'écrit sur
      *sa feuille de service et marque les trains qu'il couvre
       1410-ASSIGN-DUTIES-BEGIN.
           PERFORM VARYING WS-IDX-ROSTER FROM 1 BY 1
               UNTIL WS-IDX-ROSTER > WS-TBL-SIZE
               MOVE 0 TO WS-COUV-CONDUCTEUR(WS-IDX-ROSTER)
               MOVE 0 TO WS-COUV-CONTROLEUR(WS-IDX-ROSTER)
           END-PERFORM.
           OPEN OUTPUT TRAIN-ROSTER.
           MOVE SPACES TO LIGNE-ROSTER.
           STRING "=== DUTY SHEETS (MIN BREAK " WS-CREW-PAUSE-MIN
               " MIN, SIGN-ON/SIGN-OFF " WS-CREW-PRISE-MIN
               " MIN) ==="
               DELIMITED BY SIZE INTO LIGNE-ROSTER
           END-STRING.
           WRITE LIGNE-ROSTER.
           PERFORM VARYING WS-IDX-CREW FROM 1 BY 1
               UNTIL WS-IDX-CREW > WS-NB-CREW
               PERFORM 1420-BUILD-DUTY-BEGIN
                  THRU 1420-BUILD-DUTY-END
               PERFORM 1440-WRITE-DUTY-BEGIN
                  THRU 1440-WRITE-DUTY-END
           END-PERFORM.
           MOVE SPACES TO LIGNE-ROSTER.
           STRING "CREW: " WS-NB-CREW
               " | ON DUTY " WS-NB-SERVICES
               " | SPARE " WS-NB-RESERVE
               DELIMITED BY SIZE INTO LIGNE-ROSTER
           END-STRING.
           WRITE LIGNE-ROSTER.
           CLOSE TRAIN-ROSTER.
       1410-ASSIGN-DUTIES-END.

      *paragraphe qui bâtit la journée de l'agent WS-IDX-CREW :
      *tronçon après tronçon depuis sa gare d'attache, jusqu'à ce
      *qu'aucun train ne convienne plus. WS-NB-LEGS-RETOUR garde le
      *dernier tronçon qui le ramène chez lui
       1420-BUILD-DUTY-BEGIN.
           MOVE 0 TO WS-NB-LEGS.
           MOVE 0 TO WS-NB-LEGS-RETOUR.
           MOVE 0 TO WS-SERVICE-PRISE.
           MOVE 0 TO WS-SERVICE-RETOUR.
           MOVE WS-CREW-GARE(WS-IDX-CREW) TO WS-SERVICE-GARE.
      *le premier départ doit laisser le temps de la prise de service
      *dans la journée
           MOVE WS-CREW-PRISE-MIN TO WS-SERVICE-DISPO.
           SET WS-SERVICE-OUVERT TO TRUE.
           PERFORM UNTIL WS-SERVICE-CLOS
               PERFORM 1425-FIND-CREW-LEG-BEGIN
                  THRU 1425-FIND-CREW-LEG-END
               IF WS-CREW-CAND = 0
                   SET WS-SERVICE-CLOS TO TRUE
               ELSE
                   ADD 1 TO WS-NB-LEGS
                   MOVE WS-CREW-CAND TO WS-SERVICE-TRAIN(WS-NB-LEGS)
                   MOVE WS-CREW-CAND TO WS-IDX-ROSTER
                   PERFORM 1430-LEG-MINUTES-BEGIN
                      THRU 1430-LEG-MINUTES-END
                   IF WS-NB-LEGS = 1
                       COMPUTE WS-SERVICE-PRISE =
                           WS-CREW-DEP-MIN - WS-CREW-PRISE-MIN
                   END-IF
                   COMPUTE WS-SERVICE-DISPO =
                       WS-CREW-ARR-MIN + WS-CREW-PAUSE-MIN
                   MOVE WS-GARE-DESTINATION(WS-CREW-CAND)
                       TO WS-SERVICE-GARE
                   IF WS-SERVICE-GARE = WS-CREW-GARE(WS-IDX-CREW)
                       MOVE WS-NB-LEGS TO WS-NB-LEGS-RETOUR
                       MOVE WS-CREW-ARR-MIN TO WS-SERVICE-RETOUR
                   END-IF
                   IF WS-NB-LEGS >= WS-TBL-SERVICE-SIZE
                       SET WS-SERVICE-CLOS TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       1420-BUILD-DUTY-END.

      *paragraphe qui cherche le tronçon suivant de l'agent : la
      *suite de la rame qu'il vient d'amener si elle lui convient,
      *sinon le plus tôt des départs qui lui conviennent dans l'ordre
      *du tableau des départs. WS-CREW-CAND reçoit l'entrée retenue,
      *0 si aucune
       1425-FIND-CREW-LEG-BEGIN.
           MOVE 0 TO WS-CREW-CAND.
           IF WS-NB-LEGS > 0
               MOVE WS-DIAG-SUIVANT(WS-SERVICE-TRAIN(WS-NB-LEGS))
                   TO WS-IDX-ROSTER
               IF WS-IDX-ROSTER > 0
                   PERFORM 1427-TEST-CREW-LEG-BEGIN
                      THRU 1427-TEST-CREW-LEG-END
                   IF WS-CREW-LEG-VALIDE
                       MOVE WS-IDX-ROSTER TO WS-CREW-CAND
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-IDX-ORDRE-CREW FROM 1 BY 1
               UNTIL WS-IDX-ORDRE-CREW > WS-TBL-SIZE
               OR WS-CREW-CAND > 0
               MOVE WS-BOARD-ORDRE(WS-IDX-ORDRE-CREW) TO WS-IDX-ROSTER
               PERFORM 1427-TEST-CREW-LEG-BEGIN
                  THRU 1427-TEST-CREW-LEG-END
               IF WS-CREW-LEG-VALIDE
                   MOVE WS-IDX-ROSTER TO WS-CREW-CAND
               END-IF
           END-PERFORM.
       1425-FIND-CREW-LEG-END.

      *paragraphe qui dit si le train WS-IDX-ROSTER convient à
      *l'agent WS-IDX-CREW à ce point de sa journée : train du jour,
      *poste de son rôle encore libre, départ de la gare où il se
      *trouve après sa pause, type sur lequel il est habilité, et
      *journée qui tient dans sa durée maximale s'il le prend
       1427-TEST-CREW-LEG-BEGIN.
           SET WS-CREW-LEG-REFUSE TO TRUE.
           IF WS-RUN-TODAY(WS-IDX-ROSTER)
           AND WS-GARE-DEPART(WS-IDX-ROSTER) = WS-SERVICE-GARE
           AND ((WS-CREW-CONDUCTEUR(WS-IDX-CREW)
                 AND WS-COUV-CONDUCTEUR(WS-IDX-ROSTER) = 0)
             OR (WS-CREW-CONTROLEUR(WS-IDX-CREW)
                 AND WS-COUV-CONTROLEUR(WS-IDX-ROSTER) = 0))
               PERFORM 1430-LEG-MINUTES-BEGIN
                  THRU 1430-LEG-MINUTES-END
               IF WS-CREW-DEP-MIN >= WS-SERVICE-DISPO
                   PERFORM 1435-CHECK-QUALIF-BEGIN
                      THRU 1435-CHECK-QUALIF-END
                   IF WS-NB-LEGS = 0
                       COMPUTE WS-CREW-PRISE-TEST =
                           WS-CREW-DEP-MIN - WS-CREW-PRISE-MIN
                   ELSE
                       MOVE WS-SERVICE-PRISE TO WS-CREW-PRISE-TEST
                   END-IF
                   IF WS-CREW-QUALIFIE
                   AND WS-CREW-ARR-MIN + WS-CREW-PRISE-MIN
                       - WS-CREW-PRISE-TEST <=
                       WS-CREW-MAX-MIN(WS-IDX-CREW)
                       SET WS-CREW-LEG-VALIDE TO TRUE
                   END-IF
               END-IF
           END-IF.
       1427-TEST-CREW-LEG-END.

      *paragraphe qui ramène le départ et l'arrivée du train
      *WS-IDX-ROSTER en minutes depuis minuit ; une arrivée le
      *lendemain compte 24 heures de plus
       1430-LEG-MINUTES-BEGIN.
           COMPUTE WS-CREW-DEP-MIN =
               WS-HEURE-DEPART-HH(WS-IDX-ROSTER) * 60 +
               WS-HEURE-DEPART-MM(WS-IDX-ROSTER).
           COMPUTE WS-CREW-ARR-MIN =
               WS-TRAIN-END-TIME-HH(WS-IDX-ROSTER) * 60 +
               WS-TRAIN-END-TIME-MM(WS-IDX-ROSTER).
           IF WS-ARRIVES-NEXT-DAY(WS-IDX-ROSTER)
               ADD 1440 TO WS-CREW-ARR-MIN
           END-IF.
       1430-LEG-MINUTES-END.

      *paragraphe qui dit si l'agent WS-IDX-CREW est habilité sur le
      *type du train WS-IDX-ROSTER
       1435-CHECK-QUALIF-BEGIN.
           SET WS-CREW-NON-QUALIFIE TO TRUE.
           PERFORM VARYING WS-IDX-QUALIF FROM 1 BY 1
               UNTIL WS-IDX-QUALIF > 3
               OR WS-CREW-QUALIFIE
               IF WS-CREW-QUALIF(WS-IDX-CREW, WS-IDX-QUALIF) =
                  WS-TYPE-TRAIN(WS-IDX-ROSTER)
                   SET WS-CREW-QUALIFIE TO TRUE
               END-IF
           END-PERFORM.
       1435-CHECK-QUALIF-END.

      *paragraphe qui écrit la feuille de service de l'agent
      *WS-IDX-CREW et lui attribue les trains de sa journée ramenée
      *au dernier retour à sa gare d'attache
       1440-WRITE-DUTY-BEGIN.
           IF WS-CREW-CONDUCTEUR(WS-IDX-CREW)
               MOVE "DRIVER" TO WS-CREW-ROLE-NOM
           ELSE
               MOVE "GUARD" TO WS-CREW-ROLE-NOM
           END-IF.
           MOVE SPACES TO LIGNE-ROSTER.
           STRING "AGENT " WS-CREW-ID(WS-IDX-CREW) " "
               WS-CREW-NOM(WS-IDX-CREW) " | " WS-CREW-ROLE-NOM
               " | HOME " WS-CREW-GARE(WS-IDX-CREW)
               " | QUALIF " WS-CREW-QUALIF(WS-IDX-CREW, 1) " "
               WS-CREW-QUALIF(WS-IDX-CREW, 2) " "
               WS-CREW-QUALIF(WS-IDX-CREW, 3)
               " | MAX " WS-CREW-MAX-HHMM(WS-IDX-CREW)(1:2) ":"
               WS-CREW-MAX-HHMM(WS-IDX-CREW)(3:2)
               DELIMITED BY SIZE INTO LIGNE-ROSTER
           END-STRING.
           WRITE LIGNE-ROSTER.
           IF WS-NB-LEGS-RETOUR = 0
               ADD 1 TO WS-NB-RESERVE
               MOVE SPACES TO LIGNE-ROSTER
               STRING "   NO DUTY - SPARE AT "
                   WS-CREW-GARE(WS-IDX-CREW)
                   DELIMITED BY SIZE INTO LIGNE-ROSTER
               END-STRING
               WRITE LIGNE-ROSTER
           ELSE
               ADD 1 TO WS-NB-SERVICES
               MOVE WS-SERVICE-PRISE TO WS-MIN-A-AFFICHER
               PERFORM 1490-MINUTES-TO-HHMM-BEGIN
                  THRU 1490-MINUTES-TO-HHMM-END
               MOVE SPACES TO LIGNE-ROSTER
               STRING "   SIGN ON  " WS-CREW-GARE(WS-IDX-CREW) " "
                   WS-AFF-HH ":" WS-AFF-MM
                   DELIMITED BY SIZE INTO LIGNE-ROSTER
               END-STRING
               WRITE LIGNE-ROSTER
               PERFORM VARYING WS-IDX-LEG FROM 1 BY 1
                   UNTIL WS-IDX-LEG > WS-NB-LEGS-RETOUR
                   MOVE WS-SERVICE-TRAIN(WS-IDX-LEG) TO WS-IDX-ROSTER
                   IF WS-CREW-CONDUCTEUR(WS-IDX-CREW)
                       MOVE WS-IDX-CREW
                           TO WS-COUV-CONDUCTEUR(WS-IDX-ROSTER)
                   ELSE
                       MOVE WS-IDX-CREW
                           TO WS-COUV-CONTROLEUR(WS-IDX-ROSTER)
                   END-IF
                   PERFORM 1430-LEG-MINUTES-BEGIN
                      THRU 1430-LEG-MINUTES-END
                   MOVE WS-CREW-ARR-MIN TO WS-MIN-A-AFFICHER
                   PERFORM 1490-MINUTES-TO-HHMM-BEGIN
                      THRU 1490-MINUTES-TO-HHMM-END
                   MOVE SPACES TO LIGNE-ROSTER
                   STRING "   TRAIN "
                       WS-NUMERO-TRAIN(WS-IDX-ROSTER) " "
                       WS-TYPE-TRAIN(WS-IDX-ROSTER) " | "
                       WS-GARE-DEPART(WS-IDX-ROSTER) " "
                       WS-HEURE-DEPART-HH(WS-IDX-ROSTER) ":"
                       WS-HEURE-DEPART-MM(WS-IDX-ROSTER)
                       " -> "
                       WS-GARE-DESTINATION(WS-IDX-ROSTER) " "
                       WS-AFF-HH ":" WS-AFF-MM WS-AFF-TAG
                       DELIMITED BY SIZE INTO LIGNE-ROSTER
                   END-STRING
                   WRITE LIGNE-ROSTER
               END-PERFORM
               COMPUTE WS-SERVICE-FIN =
                   WS-SERVICE-RETOUR + WS-CREW-PRISE-MIN
               COMPUTE WS-SERVICE-DUREE =
                   WS-SERVICE-FIN - WS-SERVICE-PRISE
               DIVIDE WS-SERVICE-DUREE BY 60
                   GIVING WS-DUREE-AFF-HH REMAINDER WS-DUREE-AFF-MM
               MOVE WS-SERVICE-FIN TO WS-MIN-A-AFFICHER
               PERFORM 1490-MINUTES-TO-HHMM-BEGIN
                  THRU 1490-MINUTES-TO-HHMM-END
               MOVE SPACES TO LIGNE-ROSTER
               STRING "   SIGN OFF " WS-CREW-GARE(WS-IDX-CREW) " "
                   WS-AFF-HH ":" WS-AFF-MM WS-AFF-TAG
                   " | DUTY " WS-DUREE-AFF-HH ":" WS-DUREE-AFF-MM
                   DELIMITED BY SIZE INTO LIGNE-ROSTER
               END-STRING
               WRITE LIGNE-ROSTER
           END-IF.
       1440-WRITE-DUTY-END.

      *paragraphe qui liste les trains du jour, dans l'ordre des
      *départs, auxquels il manque le conducteur, le contrôleur ou
      *les deux, avec la ligne de total du roulement
       1450-WRITE-UNCOVERED-BEGIN.
           OPEN OUTPUT TRAIN-UNCOVERED.
           MOVE SPACES TO LIGNE-UNCOVERED.
           STRING "=== TRAINS WITHOUT A FULL CREW ==="
               DELIMITED BY SIZE INTO LIGNE-UNCOVERED
           END-STRING.
           WRITE LIGNE-UNCOVERED.
           PERFORM VARYING WS-IDX-ORDRE-CREW FROM 1 BY 1
               UNTIL WS-IDX-ORDRE-CREW > WS-TBL-SIZE
               MOVE WS-BOARD-ORDRE(WS-IDX-ORDRE-CREW) TO WS-IDX-ROSTER
               IF WS-RUN-TODAY(WS-IDX-ROSTER)
                   ADD 1 TO WS-CREW-NB-TRAINS
                   EVALUATE TRUE
                       WHEN WS-COUV-CONDUCTEUR(WS-IDX-ROSTER) = 0
                       AND WS-COUV-CONTROLEUR(WS-IDX-ROSTER) = 0
                           ADD 1 TO WS-NB-SANS-CONDUCTEUR
                           ADD 1 TO WS-NB-SANS-CONTROLEUR
                           MOVE "NO DRIVER, NO GUARD" TO WS-CREW-MANQUE
                       WHEN WS-COUV-CONDUCTEUR(WS-IDX-ROSTER) = 0
                           ADD 1 TO WS-NB-SANS-CONDUCTEUR
                           MOVE "NO DRIVER" TO WS-CREW-MANQUE
                       WHEN WS-COUV-CONTROLEUR(WS-IDX-ROSTER) = 0
                           ADD 1 TO WS-NB-SANS-CONTROLEUR
                           MOVE "NO GUARD" TO WS-CREW-MANQUE
                       WHEN OTHER
                           ADD 1 TO WS-CREW-NB-COMPLETS
                           MOVE SPACES TO WS-CREW-MANQUE
                   END-EVALUATE
                   IF WS-CREW-MANQUE NOT = SPACES
                       MOVE SPACES TO LIGNE-UNCOVERED
                       STRING "TRAIN "
                           WS-NUMERO-TRAIN(WS-IDX-ROSTER) " "
                           WS-TYPE-TRAIN(WS-IDX-ROSTER) " | "
                           WS-GARE-DEPART(WS-IDX-ROSTER) " "
                           WS-HEURE-DEPART-HH(WS-IDX-ROSTER) ":"
                           WS-HEURE-DEPART-MM(WS-IDX-ROSTER) " -> "
                           WS-GARE-DESTINATION(WS-IDX-ROSTER) " | "
                           WS-CREW-MANQUE
                           DELIMITED BY SIZE INTO LIGNE-UNCOVERED
                       END-STRING
                       WRITE LIGNE-UNCOVERED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CREW-NB-COMPLETS = WS-CREW-NB-TRAINS
               MOVE SPACES TO LIGNE-UNCOVERED
               STRING "ALL TRAINS FULLY CREWED"
                   DELIMITED BY SIZE INTO LIGNE-UNCOVERED
               END-STRING
               WRITE LIGNE-UNCOVERED
           END-IF.
           MOVE SPACES TO LIGNE-UNCOVERED.
           STRING "TRAINS TODAY: " WS-CREW-NB-TRAINS
               " | FULLY CREWED " WS-CREW-NB-COMPLETS
               " | NO DRIVER " WS-NB-SANS-CONDUCTEUR
               " | NO GUARD " WS-NB-SANS-CONTROLEUR
               DELIMITED BY SIZE INTO LIGNE-UNCOVERED
           END-STRING.
           WRITE LIGNE-UNCOVERED.
           CLOSE TRAIN-UNCOVERED.
           IF WS-CREW-NB-COMPLETS < WS-CREW-NB-TRAINS
               COMPUTE WS-CREW-NB-INCOMPLETS =
                   WS-CREW-NB-TRAINS - WS-CREW-NB-COMPLETS
               DISPLAY "*** WARNING: " WS-CREW-NB-INCOMPLETS
                   " TRAIN(S) WITHOUT A FULL CREW - SEE "
                   "train-uncovered.dat ***"
           END-IF.
       1450-WRITE-UNCOVERED-END.

      *paragraphe qui ramène WS-MIN-A-AFFICHER, en minutes depuis
      *minuit, en WS-AFF-HH:WS-AFF-MM ; WS-AFF-TAG reçoit (+1) quand
      *l'heure tombe le lendemain
       1490-MINUTES-TO-HHMM-BEGIN.
           MOVE SPACES TO WS-AFF-TAG.
           MOVE WS-MIN-A-AFFICHER TO WS-AFF-CALCUL.
           IF WS-AFF-CALCUL >= 1440
               SUBTRACT 1440 FROM WS-AFF-CALCUL
               MOVE " (+1)" TO WS-AFF-TAG
           END-IF.
           DIVIDE WS-AFF-CALCUL BY 60
               GIVING WS-AFF-HH REMAINDER WS-AFF-MM.
       1490-MINUTES-TO-HHMM-END.

      *paragraphe du plan d'occupation des quais : chaque train du
      *jour pose un mouvement de départ sur sa gare de départ et un
      *mouvement d'arrivée sur sa destination ; les mouvements sont
      *Le rapprochement se fait par numéro de train permanent
       0700-COMPARE-PREV-BEGIN.
           MOVE 0 TO WS-NB-ECARTS.
           COMPUTE WS-DATE-VEILLE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE) - 1).
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-PREV.
      *l'absence du fichier optionnel (statut '05') est le cas normal
                               MOVE PREV-IMAGE TO WS-PREV-BUFFER
                               PERFORM 0705-LOAD-PREV-LINE-BEGIN
                                  THRU 0705-LOAD-PREV-LINE-END
      *une version de la veille hors de sa période à cette date
      *n'était pas en service : on rend sa place dans le tableau
                               IF (WS-PREV-N-VALID-DEBUT NOT = SPACES
                               AND WS-PREV-N-VALID-DEBUT >
                                   WS-DATE-VEILLE)
                               OR (WS-PREV-N-VALID-FIN NOT = SPACES
                               AND WS-PREV-N-VALID-FIN <
                                   WS-DATE-VEILLE)
                                   SUBTRACT 1 FROM WS-NB-PREV
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           WRITE LIGNE-CHANGE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TBL-SIZE
      *seule la version en vigueur de chaque train est comparée
               IF WS-EN-VIGUEUR(WS-IDX)
               MOVE WS-NUMERO-TRAIN(WS-IDX) TO WS-NUMERO-CHERCHE
               PERFORM 0710-FIND-PREV-BEGIN
                  THRU 0710-FIND-PREV-END
                       WRITE LIGNE-CHANGE
                   END-IF
               END-IF
               END-IF
           END-PERFORM.
      *les trains de la veille jamais retrouvés sont les supprimés
           PERFORM VARYING WS-IDX-PREV FROM 1 BY 1
               UNTIL WS-IDX > WS-TBL-SIZE
               OR WS-TRAIN-TO-WRITE > 0
               IF WS-NUMERO-TRAIN(WS-IDX) = WS-USER-INPUT
               AND WS-EN-VIGUEUR(WS-IDX)
                   MOVE WS-IDX TO WS-TRAIN-TO-WRITE
                   SET WS-TRAIN-FOUND TO TRUE
               END-IF
