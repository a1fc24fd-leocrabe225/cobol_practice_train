       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainchk.
       AUTHOR. lucas & Leocrabe225.

      *programme de contrôle d'intégrité des fichiers d'entrée, à
      *passer avant l'exécution nocturne du programme principal. Les
      *chargements du programme principal vérifient chaque fichier
      *pour lui-même, si bien qu'une référence orpheline passe sans
      *bruit : une exception pour un train qui n'existe plus, des
      *points d'arrêt d'un train supprimé, un pointage d'un train
      *inconnu, une gare desservie mais absente de gares.dat, une
      *gare sans quais qui a pourtant des départs.
      *ici tous les fichiers sont lus ensemble et chaque anomalie
      *est écrite dans train-integrity.dat avec son niveau :
      *  ERROR   la donnée fausserait les tableaux, le run doit
      *          attendre qu'elle soit corrigée
      *  WARNING la donnée est orpheline ou douteuse mais le
      *          programme principal l'écarte ou la remplace
      *  INFO    le nombre de lignes lues par fichier
      *le programme laisse dans train-gonogo.dat un indicateur GO
      *(aucune ERROR) ou NO-GO, que le programme principal relit avant
      *de démarrer : un NO-GO arrête l'exécution nocturne au lieu de
      *publier des tableaux faux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le planning, le même que celui du programme principal
           SELECT OPTIONAL TRAIN ASSIGN TO "train.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIN-STATUS.

      *référentiel des gares et de leur nombre de quais
           SELECT OPTIONAL GARES ASSIGN TO "gares.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARES-STATUS.

      *le détail des points d'arrêt, rattaché à une version de train
           SELECT OPTIONAL TRAIN-STOPS
               ASSIGN TO "train-stops.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOPS-STATUS.

      *le calendrier des exceptions datées
           SELECT OPTIONAL TRAIN-EXCEPT
               ASSIGN TO "train-except.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

      *le pointage du soir du poste d'aiguillage
           SELECT OPTIONAL TRAIN-ACTUAL
               ASSIGN TO "train-actual.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-STATUS.

      *les agents de conduite et d'accompagnement
           SELECT OPTIONAL TRAIN-CREW
               ASSIGN TO "train-crew.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREW-STATUS.

      *les fermetures de voie pour travaux
           SELECT OPTIONAL TRAIN-POSSESSIONS
               ASSIGN TO "train-possessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSS-STATUS.

      *la table des places, par type ou par train
           SELECT OPTIONAL TRAIN-CAPACITY
               ASSIGN TO "train-capacity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

      *les places réservées par train et par jour
           SELECT OPTIONAL TRAIN-RESERVATIONS
               ASSIGN TO "train-reservations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

      *les distances entre gares voisines
           SELECT OPTIONAL TRAIN-DISTANCES
               ASSIGN TO "train-distances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

      *le compte rendu du contrôle : une ligne par anomalie avec son
      *niveau, les totaux et la décision
           SELECT TRAIN-INTEGRITY
               ASSIGN TO "train-integrity.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *l'indicateur GO / NO-GO relu par le programme principal
           SELECT TRAIN-GONOGO
               ASSIGN TO "train-gonogo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GONOGO-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *la structure de TRAIN est défini dans traincpy.cpy
       FD TRAIN.
       COPY traincpy.

       FD GARES.
       01 GARE-RECORD.
           05 GARE-NOM             PIC X(18).
           05 GARE-QUAIS           PIC X(02).

      *la structure de TRAIN-STOPS est définie dans trainstp.cpy
       FD TRAIN-STOPS.
       COPY trainstp.

       FD TRAIN-EXCEPT.
       01 EXCEPT-RECORD.
           05 EXCEPT-NUMERO        PIC X(04).
           05 EXCEPT-DATE          PIC X(08).
           05 EXCEPT-ACTION        PIC X(06).
           05 EXCEPT-HEURE         PIC X(04).

       FD TRAIN-ACTUAL.
       01 ACTUAL-RECORD.
           05 ACTUAL-NUMERO        PIC X(04).
           05 ACTUAL-HEURE         PIC X(04).

      *la structure de TRAIN-CREW est définie dans traincrw.cpy
       FD TRAIN-CREW.
       COPY traincrw.

      *la structure de TRAIN-POSSESSIONS est définie dans trainpos.cpy
       FD TRAIN-POSSESSIONS.
       COPY trainpos.

      *la structure de TRAIN-CAPACITY est définie dans traincap.cpy
       FD TRAIN-CAPACITY.
       COPY traincap.

      *la structure de TRAIN-RESERVATIONS est définie dans trainres.cpy
       FD TRAIN-RESERVATIONS.
       COPY trainres.

      *la structure de TRAIN-DISTANCES est définie dans traindst.cpy
       FD TRAIN-DISTANCES.
       COPY traindst.

       FD TRAIN-INTEGRITY.
       01 LIGNE-INTEGRITE.
           05 LIGNE-INTEGRITE-CONTENU PIC X(150).

      *la structure de TRAIN-GONOGO est définie dans traingng.cpy
       FD TRAIN-GONOGO.
       COPY traingng.

       WORKING-STORAGE SECTION.
      *les statuts des fichiers : comme dans le programme principal,
      *un fichier optionnel absent s'ouvre avec le statut '05'
       01 WS-TRAIN-STATUS       PIC X(02).
           88 WS-TRAIN-STATUS-OK       VALUE '00'.
           88 WS-TRAIN-STATUS-NOTFOUND VALUE '05'.
       01 WS-GARES-STATUS       PIC X(02).
           88 WS-GARES-STATUS-OK       VALUE '00'.
           88 WS-GARES-STATUS-NOTFOUND VALUE '05'.
       01 WS-STOPS-STATUS       PIC X(02).
           88 WS-STOPS-STATUS-OK       VALUE '00'.
           88 WS-STOPS-STATUS-NOTFOUND VALUE '05'.
       01 WS-EXCEPT-STATUS      PIC X(02).
           88 WS-EXCEPT-STATUS-OK       VALUE '00'.
           88 WS-EXCEPT-STATUS-NOTFOUND VALUE '05'.
       01 WS-ACTUAL-STATUS      PIC X(02).
           88 WS-ACTUAL-STATUS-OK       VALUE '00'.
           88 WS-ACTUAL-STATUS-NOTFOUND VALUE '05'.
       01 WS-CREW-STATUS        PIC X(02).
           88 WS-CREW-STATUS-OK       VALUE '00'.
           88 WS-CREW-STATUS-NOTFOUND VALUE '05'.
       01 WS-POSS-STATUS        PIC X(02).
           88 WS-POSS-STATUS-OK       VALUE '00'.
           88 WS-POSS-STATUS-NOTFOUND VALUE '05'.
       01 WS-CAP-STATUS         PIC X(02).
           88 WS-CAP-STATUS-OK       VALUE '00'.
           88 WS-CAP-STATUS-NOTFOUND VALUE '05'.
       01 WS-RES-STATUS         PIC X(02).
           88 WS-RES-STATUS-OK       VALUE '00'.
           88 WS-RES-STATUS-NOTFOUND VALUE '05'.
       01 WS-DIST-STATUS        PIC X(02).
           88 WS-DIST-STATUS-OK       VALUE '00'.
           88 WS-DIST-STATUS-NOTFOUND VALUE '05'.
      *l'indicateur est la seule sortie que lit le programme
      *principal : un échec d'écriture doit se voir au code retour
       01 WS-GONOGO-STATUS      PIC X(02).
           88 WS-GONOGO-STATUS-OK       VALUE '00'.
       01 WS-GONOGO-ECRIT-FLAG  PIC X(01) VALUE 'Y'.
           88 WS-GONOGO-ECRIT          VALUE 'Y'.
           88 WS-GONOGO-NON-ECRIT      VALUE 'N'.

      *flag de fin de lecture, commun à tous les fichiers
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 WS-EOF-TRUE       VALUE 'Y'.
           88 WS-EOF-FALSE      VALUE 'N'.

      *le référentiel des gares, avec le nombre de départs que le
      *planning y fait (origine d'une version ou arrêt H/S d'un
      *train connu), pour juger une gare sans quais
       01 WS-TBL-GARES.
           05 WS-LIGNE-GARE OCCURS 100 TIMES.
              10 WS-GARE-REF        PIC X(18).
              10 WS-GARE-QUAIS      PIC X(02).
              10 WS-GARE-NB-DEPARTS PIC 9(03).
       01 WS-NB-GARES           PIC 9(3) VALUE 0.
       01 WS-TBL-GARES-SIZE     PIC 9(3) VALUE 100.
       01 WS-IDX-GARE           PIC 9(3).
       01 WS-IDX-GARE-TROUVEE   PIC 9(3).
       01 WS-GARE-A-VERIFIER    PIC X(18).
       01 WS-GARE-TROUVEE-FLAG  PIC X VALUE 'N'.
           88 WS-GARE-TROUVEE   VALUE 'Y'.
           88 WS-GARE-INCONNUE  VALUE 'N'.

      *les versions de train lues dans train.dat : le numéro et la
      *période suffisent à rattacher les autres fichiers
       01 WS-TBL-TRAIN.
           05 WS-LIGNE-TRAIN OCCURS 300 TIMES.
              10 WS-NUMERO-TRAIN    PIC 9(4).
              10 WS-VALID-DEBUT     PIC X(8).
              10 WS-VALID-FIN       PIC X(8).
       01 WS-NB-TRAINS          PIC 9(3) VALUE 0.
       01 WS-TBL-TRAIN-SIZE     PIC 9(3) VALUE 300.
       01 WS-IDX                PIC 9(3).
       01 WS-NUMERO-A-VERIFIER  PIC 9(4).
       01 WS-DEBUT-A-VERIFIER   PIC X(8).
       01 WS-DATE-A-TESTER      PIC X(8).
       01 WS-TRAIN-TROUVE-FLAG  PIC X VALUE 'N'.
           88 WS-TRAIN-TROUVE   VALUE 'Y'.
           88 WS-TRAIN-INCONNU  VALUE 'N'.
       01 WS-VERSION-FLAG       PIC X VALUE 'N'.
           88 WS-VERSION-TROUVEE VALUE 'Y'.
           88 WS-VERSION-ABSENTE VALUE 'N'.

      *le fichier en cours de contrôle, pour les lignes INFO et les
      *échecs d'ouverture
       01 WS-NOM-FICHIER        PIC X(24).
       01 WS-FICHIER-STATUS     PIC X(02).
       01 WS-NB-LUES            PIC 9(4).

      *l'anomalie en cours d'écriture : son niveau et son texte
       01 WS-CONSTAT-NIVEAU     PIC X(07).
           88 WS-CONSTAT-ERREUR VALUE "ERROR".
           88 WS-CONSTAT-ALERTE VALUE "WARNING".
           88 WS-CONSTAT-INFO   VALUE "INFO".
       01 WS-CONSTAT-TEXTE      PIC X(130).

      *les compteurs par niveau, qui décident du GO / NO-GO
       01 WS-NB-ERREURS         PIC 9(4) VALUE 0.
       01 WS-NB-ALERTES         PIC 9(4) VALUE 0.
       01 WS-NB-INFOS           PIC 9(4) VALUE 0.

      *horodatage du contrôle, repris dans le compte rendu et dans
      *l'indicateur
       01 WS-RUN-DATETIME-RAW   PIC X(21).
       01 WS-RUN-DATETIME REDEFINES WS-RUN-DATETIME-RAW.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM   PIC 9(02).
           05 WS-RUN-DD   PIC 9(02).
           05 WS-RUN-HH   PIC 9(02).
           05 WS-RUN-MI   PIC 9(02).
           05 WS-RUN-SS   PIC 9(02).
           05 FILLER      PIC X(07).
       01 WS-RUN-TIMESTAMP      PIC X(19).

       PROCEDURE DIVISION.
      *on capture l'horodatage et on ouvre le compte rendu
           PERFORM 0050-CAPTURE-RUN-TIMESTAMP-BEGIN
              THRU 0050-CAPTURE-RUN-TIMESTAMP-END.
           OPEN OUTPUT TRAIN-INTEGRITY.
           MOVE SPACES TO LIGNE-INTEGRITE.
           STRING "=== INPUT DATA INTEGRITY CHECK " WS-RUN-TIMESTAMP
               " ===" DELIMITED BY SIZE INTO LIGNE-INTEGRITE
           END-STRING.
           WRITE LIGNE-INTEGRITE.
      *les deux référentiels d'abord : le planning est vérifié contre
      *les gares, tout le reste contre les gares et le planning
           PERFORM 0100-CHECK-GARES-BEGIN
              THRU 0100-CHECK-GARES-END.
           PERFORM 0200-CHECK-TRAINS-BEGIN
              THRU 0200-CHECK-TRAINS-END.
           PERFORM 0300-CHECK-STOPS-BEGIN
              THRU 0300-CHECK-STOPS-END.
      *les départs de chaque gare sont connus une fois le planning et
      *les points d'arrêt lus
           PERFORM 0350-CHECK-PLATFORMS-BEGIN
              THRU 0350-CHECK-PLATFORMS-END.
           PERFORM 0400-CHECK-EXCEPTIONS-BEGIN
              THRU 0400-CHECK-EXCEPTIONS-END.
           PERFORM 0500-CHECK-ACTUALS-BEGIN
              THRU 0500-CHECK-ACTUALS-END.
           PERFORM 0600-CHECK-CREW-BEGIN
              THRU 0600-CHECK-CREW-END.
           PERFORM 0650-CHECK-POSSESSIONS-BEGIN
              THRU 0650-CHECK-POSSESSIONS-END.
           PERFORM 0700-CHECK-CAPACITY-BEGIN
              THRU 0700-CHECK-CAPACITY-END.
           PERFORM 0750-CHECK-RESERVATIONS-BEGIN
              THRU 0750-CHECK-RESERVATIONS-END.
           PERFORM 0780-CHECK-DISTANCES-BEGIN
              THRU 0780-CHECK-DISTANCES-END.
      *les totaux, la décision et l'indicateur pour le programme
      *principal
           PERFORM 0800-WRITE-RESULT-BEGIN
              THRU 0800-WRITE-RESULT-END.
           CLOSE TRAIN-INTEGRITY.
      *l'ordonnanceur peut aussi s'arrêter sur le code retour
           IF WS-NB-ERREURS > 0
           OR WS-GONOGO-NON-ECRIT
               MOVE 8 TO RETURN-CODE
           END-IF.

      *on arrête le programme
           STOP RUN.

      *paragraphe qui capture l'horodatage du contrôle
       0050-CAPTURE-RUN-TIMESTAMP-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME-RAW.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD " "
               WS-RUN-HH ":" WS-RUN-MI ":" WS-RUN-SS
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           END-STRING.
       0050-CAPTURE-RUN-TIMESTAMP-END.

      *paragraphe qui charge le référentiel des gares. Sans lui,
      *aucune gare ne peut être vérifiée : c'est bloquant
       0100-CHECK-GARES-BEGIN.
           MOVE "gares.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT GARES.
           IF NOT WS-GARES-STATUS-OK AND NOT WS-GARES-STATUS-NOTFOUND
               MOVE WS-GARES-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ERREUR TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ GARES
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM 0105-LOAD-GARE-BEGIN
                              THRU 0105-LOAD-GARE-END
                   END-READ
               END-PERFORM
               CLOSE GARES
               IF WS-NB-GARES = 0
                   MOVE SPACES TO WS-CONSTAT-TEXTE
                   STRING "gares.dat IS MISSING OR EMPTY - NO "
                       "STATION CAN BE CHECKED"
                       DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
                   END-STRING
                   SET WS-CONSTAT-ERREUR TO TRUE
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               ELSE
                   PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                      THRU 0910-WRITE-FILE-COUNT-END
               END-IF
           END-IF.
       0100-CHECK-GARES-END.

      *paragraphe qui range une ligne de gares.dat. Une gare donnée
      *deux fois est signalée : le programme principal ne voit que
      *la première
       0105-LOAD-GARE-BEGIN.
           MOVE GARE-NOM TO WS-GARE-A-VERIFIER.
           PERFORM 0950-FIND-GARE-BEGIN
              THRU 0950-FIND-GARE-END.
           IF WS-GARE-TROUVEE
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "STATION '" DELIMITED BY SIZE
                   GARE-NOM DELIMITED BY "  "
                   "' IS GIVEN TWICE IN gares.dat - FIRST LINE KEPT"
                   DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
           ELSE
           IF WS-NB-GARES >= WS-TBL-GARES-SIZE
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "TRUNCATED AT " WS-TBL-GARES-SIZE " STATIONS - "
                   "LATER LINES OF gares.dat NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
               SET WS-EOF-TRUE TO TRUE
           ELSE
               ADD 1 TO WS-NB-GARES
               MOVE GARE-NOM TO WS-GARE-REF(WS-NB-GARES)
               MOVE GARE-QUAIS TO WS-GARE-QUAIS(WS-NB-GARES)
               MOVE 0 TO WS-GARE-NB-DEPARTS(WS-NB-GARES)
           END-IF
           END-IF.
       0105-LOAD-GARE-END.

      *paragraphe qui charge le planning. Sans planning il n'y a rien
      *à publier : c'est bloquant
       0200-CHECK-TRAINS-BEGIN.
           MOVE "train.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN.
           IF NOT WS-TRAIN-STATUS-OK AND NOT WS-TRAIN-STATUS-NOTFOUND
               MOVE WS-TRAIN-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ERREUR TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM 0205-LOAD-TRAIN-BEGIN
                              THRU 0205-LOAD-TRAIN-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN
               IF WS-NB-TRAINS = 0
                   MOVE "train.dat IS MISSING OR EMPTY - NOTHING TO RUN"
                       TO WS-CONSTAT-TEXTE
                   SET WS-CONSTAT-ERREUR TO TRUE
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               ELSE
                   PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                      THRU 0910-WRITE-FILE-COUNT-END
               END-IF
           END-IF.
       0200-CHECK-TRAINS-END.

      *paragraphe qui range une version de train et vérifie ses gares
      *d'origine et de destination : une gare absente du référentiel
      *ne peut pas recevoir de quai, elle fausse les tableaux
       0205-LOAD-TRAIN-BEGIN.
           IF TRAIN-PLANNING-NUMERO IS NOT NUMERIC
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "train.dat LINE " WS-NB-LUES " HAS NO READABLE "
                   "TRAIN NUMBER - REJECTED BY THE NIGHTLY RUN"
                   DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
           ELSE
           IF WS-NB-TRAINS >= WS-TBL-TRAIN-SIZE
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "TRUNCATED AT " WS-TBL-TRAIN-SIZE " TRAINS - "
                   "LATER LINES OF train.dat NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
               SET WS-EOF-TRUE TO TRUE
           ELSE
               ADD 1 TO WS-NB-TRAINS
               MOVE TRAIN-PLANNING-NUMERO
                   TO WS-NUMERO-TRAIN(WS-NB-TRAINS)
               MOVE TRAIN-PLANNING-VALID-DEBUT
                   TO WS-VALID-DEBUT(WS-NB-TRAINS)
               MOVE TRAIN-PLANNING-VALID-FIN
                   TO WS-VALID-FIN(WS-NB-TRAINS)
               MOVE TRAIN-PLANNING-GARE-DEPART TO WS-GARE-A-VERIFIER
               PERFORM 0950-FIND-GARE-BEGIN
                  THRU 0950-FIND-GARE-END
               IF WS-GARE-TROUVEE
                   ADD 1 TO WS-GARE-NB-DEPARTS(WS-IDX-GARE-TROUVEE)
               ELSE
                   MOVE SPACES TO WS-CONSTAT-TEXTE
                   STRING "TRAIN " TRAIN-PLANNING-NUMERO
                       " DEPARTURE STATION '" DELIMITED BY SIZE
                       TRAIN-PLANNING-GARE-DEPART DELIMITED BY "  "
                       "' IS NOT IN gares.dat" DELIMITED BY SIZE
                       INTO WS-CONSTAT-TEXTE
                   END-STRING
                   SET WS-CONSTAT-ERREUR TO TRUE
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               END-IF
               MOVE TRAIN-PLANNING-GARE-DEST TO WS-GARE-A-VERIFIER
               PERFORM 0950-FIND-GARE-BEGIN
                  THRU 0950-FIND-GARE-END
               IF WS-GARE-INCONNUE
                   MOVE SPACES TO WS-CONSTAT-TEXTE
                   STRING "TRAIN " TRAIN-PLANNING-NUMERO
                       " DESTINATION STATION '" DELIMITED BY SIZE
                       TRAIN-PLANNING-GARE-DEST DELIMITED BY "  "
                       "' IS NOT IN gares.dat" DELIMITED BY SIZE
                       INTO WS-CONSTAT-TEXTE
                   END-STRING
                   SET WS-CONSTAT-ERREUR TO TRUE
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               END-IF
           END-IF
           END-IF.
       0205-LOAD-TRAIN-END.

      *paragraphe qui contrôle le détail des points d'arrêt. Le
      *fichier est facultatif : absent, il n'y a rien à rattacher
       0300-CHECK-STOPS-BEGIN.
           MOVE "train-stops.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-STOPS.
           IF NOT WS-STOPS-STATUS-OK AND NOT WS-STOPS-STATUS-NOTFOUND
               MOVE WS-STOPS-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
           IF WS-STOPS-STATUS-NOTFOUND
               CLOSE TRAIN-STOPS
               PERFORM 0915-WRITE-NOT-SUPPLIED-BEGIN
                  THRU 0915-WRITE-NOT-SUPPLIED-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-STOPS
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM 0305-CHECK-STOP-BEGIN
                              THRU 0305-CHECK-STOP-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-STOPS
               PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                  THRU 0910-WRITE-FILE-COUNT-END
           END-IF
           END-IF.
       0300-CHECK-STOPS-END.

      *paragraphe qui rattache un point d'arrêt à son train puis à
      *la version qui commence à STOP-PLANNING-DEBUT. Un point
      *d'arrêt sans train ou sans version n'est jamais publié ; la
      *gare d'un point d'arrêt rattaché doit être au référentiel
       0305-CHECK-STOP-BEGIN.
           IF STOP-PLANNING-NUMERO IS NOT NUMERIC
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "train-stops.dat LINE " WS-NB-LUES " HAS NO "
                   "READABLE TRAIN NUMBER" DELIMITED BY SIZE
                   INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
           ELSE
               MOVE STOP-PLANNING-NUMERO TO WS-NUMERO-A-VERIFIER
               PERFORM 0960-FIND-TRAIN-BEGIN
                  THRU 0960-FIND-TRAIN-END
               IF WS-TRAIN-INCONNU
                   MOVE SPACES TO WS-CONSTAT-TEXTE
                   STRING "CALLING POINT " STOP-PLANNING-SEQ
                       " OF TRAIN " STOP-PLANNING-NUMERO " AT '"
                       DELIMITED BY SIZE
                       STOP-PLANNING-GARE DELIMITED BY "  "
                       "' - TRAIN IS NOT IN train.dat"
                       DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
                   END-STRING
                   SET WS-CONSTAT-ALERTE TO TRUE
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               ELSE
                   MOVE STOP-PLANNING-DEBUT TO WS-DEBUT-A-VERIFIER
                   PERFORM 0970-FIND-VERSION-DEBUT-BEGIN
                      THRU 0970-FIND-VERSION-DEBUT-END
                   IF WS-VERSION-ABSENTE
                       MOVE SPACES TO WS-CONSTAT-TEXTE
                       IF STOP-PLANNING-DEBUT = SPACES
                           STRING "CALLING POINT " STOP-PLANNING-SEQ
                               " OF TRAIN " STOP-PLANNING-NUMERO
                               " - NO VERSION WITHOUT A START DATE "
                               "IN train.dat" DELIMITED BY SIZE
                               INTO WS-CONSTAT-TEXTE
                           END-STRING
                       ELSE
                           STRING "CALLING POINT " STOP-PLANNING-SEQ
                               " OF TRAIN " STOP-PLANNING-NUMERO
                               " - NO VERSION STARTING "
                               STOP-PLANNING-DEBUT " IN train.dat"
                               DELIMITED BY SIZE
                               INTO WS-CONSTAT-TEXTE
                           END-STRING
                       END-IF
                       SET WS-CONSTAT-ALERTE TO TRUE
                       PERFORM 0900-WRITE-FINDING-BEGIN
                          THRU 0900-WRITE-FINDING-END
                   ELSE
                       MOVE STOP-PLANNING-GARE TO WS-GARE-A-VERIFIER
                       PERFORM 0950-FIND-GARE-BEGIN
                          THRU 0950-FIND-GARE-END
                       IF WS-GARE-INCONNUE
                           MOVE SPACES TO WS-CONSTAT-TEXTE
                           STRING "CALLING POINT " STOP-PLANNING-SEQ
                               " OF TRAIN " STOP-PLANNING-NUMERO
                               " - STATION '" DELIMITED BY SIZE
                               STOP-PLANNING-GARE DELIMITED BY "  "
                               "' IS NOT IN gares.dat"
                               DELIMITED BY SIZE
                               INTO WS-CONSTAT-TEXTE
                           END-STRING
                           SET WS-CONSTAT-ERREUR TO TRUE
                           PERFORM 0900-WRITE-FINDING-BEGIN
                              THRU 0900-WRITE-FINDING-END
                       ELSE
      *un passage sans arrêt (F) ne fait pas de départ en gare
                           IF STOP-PLANNING-TYPE = "H"
                           OR STOP-PLANNING-TYPE = "S"
                               ADD 1 TO WS-GARE-NB-DEPARTS(
                                   WS-IDX-GARE-TROUVEE)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0305-CHECK-STOP-END.

      *paragraphe qui passe en revue les nombres de quais. Le
      *programme principal donne 02 quais à une gare sans nombre
      *lisible : c'est sans conséquence si aucun train n'y part,
      *mais le plan d'occupation des quais serait faux sinon
       0350-CHECK-PLATFORMS-BEGIN.
           PERFORM VARYING WS-IDX-GARE FROM 1 BY 1
               UNTIL WS-IDX-GARE > WS-NB-GARES
               IF WS-GARE-QUAIS(WS-IDX-GARE) IS NOT NUMERIC
               OR WS-GARE-QUAIS(WS-IDX-GARE) = "00"
                   MOVE SPACES TO WS-CONSTAT-TEXTE
                   IF WS-GARE-NB-DEPARTS(WS-IDX-GARE) > 0
                       STRING "STATION '" DELIMITED BY SIZE
                           WS-GARE-REF(WS-IDX-GARE) DELIMITED BY "  "
                           "' HAS NO PLATFORM COUNT IN gares.dat BUT "
                           WS-GARE-NB-DEPARTS(WS-IDX-GARE)
                           " DEPARTURE(S)" DELIMITED BY SIZE
                           INTO WS-CONSTAT-TEXTE
                       END-STRING
                       SET WS-CONSTAT-ERREUR TO TRUE
                   ELSE
                       STRING "STATION '" DELIMITED BY SIZE
                           WS-GARE-REF(WS-IDX-GARE) DELIMITED BY "  "
                           "' HAS NO PLATFORM COUNT IN gares.dat - "
                           "NO DEPARTURES, 02 ASSUMED"
                           DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
                       END-STRING
                       SET WS-CONSTAT-ALERTE TO TRUE
                   END-IF
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               END-IF
           END-PERFORM.
       0350-CHECK-PLATFORMS-END.

      *paragraphe qui contrôle le calendrier des exceptions datées
       0400-CHECK-EXCEPTIONS-BEGIN.
           MOVE "train-except.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-EXCEPT.
           IF NOT WS-EXCEPT-STATUS-OK AND NOT WS-EXCEPT-STATUS-NOTFOUND
               MOVE WS-EXCEPT-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
           IF WS-EXCEPT-STATUS-NOTFOUND
               CLOSE TRAIN-EXCEPT
               PERFORM 0915-WRITE-NOT-SUPPLIED-BEGIN
                  THRU 0915-WRITE-NOT-SUPPLIED-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-EXCEPT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM 0405-CHECK-EXCEPTION-BEGIN
                              THRU 0405-CHECK-EXCEPTION-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-EXCEPT
               PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                  THRU 0910-WRITE-FILE-COUNT-END
           END-IF
           END-IF.
       0400-CHECK-EXCEPTIONS-END.

      *paragraphe qui contrôle une exception. Une exception pour un
      *train absent du planning ne s'applique à rien : la suppression
      *ou le décalage attendu n'aura pas lieu, c'est bloquant. Une
      *exception à une date où aucune version du train n'est en
      *vigueur ne s'applique pas non plus, mais le train existe
       0405-CHECK-EXCEPTION-BEGIN.
           IF EXCEPT-NUMERO IS NOT NUMERIC
           OR EXCEPT-DATE IS NOT NUMERIC
           OR (EXCEPT-ACTION NOT = "CANCEL"
               AND EXCEPT-ACTION NOT = "EXTRA"
               AND EXCEPT-ACTION NOT = "RETIME")
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "EXCEPTION '" EXCEPT-NUMERO " " EXCEPT-DATE " "
                   EXCEPT-ACTION "' IS NOT READABLE - SKIPPED BY THE "
                   "NIGHTLY RUN" DELIMITED BY SIZE
                   INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
           ELSE
               MOVE EXCEPT-NUMERO TO WS-NUMERO-A-VERIFIER
               PERFORM 0960-FIND-TRAIN-BEGIN
                  THRU 0960-FIND-TRAIN-END
               IF WS-TRAIN-INCONNU
                   MOVE SPACES TO WS-CONSTAT-TEXTE
                   STRING "EXCEPTION " EXCEPT-ACTION " ON "
                       EXCEPT-DATE " FOR TRAIN " EXCEPT-NUMERO
                       " - TRAIN IS NOT IN train.dat"
                       DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
                   END-STRING
                   SET WS-CONSTAT-ERREUR TO TRUE
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               ELSE
                   MOVE EXCEPT-DATE TO WS-DATE-A-TESTER
                   PERFORM 0980-FIND-VERSION-DATE-BEGIN
                      THRU 0980-FIND-VERSION-DATE-END
                   IF WS-VERSION-ABSENTE
                       MOVE SPACES TO WS-CONSTAT-TEXTE
                       STRING "EXCEPTION " EXCEPT-ACTION " ON "
                           EXCEPT-DATE " FOR TRAIN " EXCEPT-NUMERO
                           " - NO VERSION OF THE TRAIN IN FORCE "
                           "THAT DAY" DELIMITED BY SIZE
                           INTO WS-CONSTAT-TEXTE
                       END-STRING
                       SET WS-CONSTAT-ALERTE TO TRUE
                       PERFORM 0900-WRITE-FINDING-BEGIN
                          THRU 0900-WRITE-FINDING-END
                   END-IF
               END-IF
           END-IF.
       0405-CHECK-EXCEPTION-END.

      *paragraphe qui contrôle le pointage du soir : un pointage d'un
      *train inconnu est écarté du rapport de ponctualité
       0500-CHECK-ACTUALS-BEGIN.
           MOVE "train-actual.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-ACTUAL.
           IF NOT WS-ACTUAL-STATUS-OK AND NOT WS-ACTUAL-STATUS-NOTFOUND
               MOVE WS-ACTUAL-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
           IF WS-ACTUAL-STATUS-NOTFOUND
               CLOSE TRAIN-ACTUAL
               PERFORM 0915-WRITE-NOT-SUPPLIED-BEGIN
                  THRU 0915-WRITE-NOT-SUPPLIED-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-ACTUAL
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM 0505-CHECK-ACTUAL-BEGIN
                              THRU 0505-CHECK-ACTUAL-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-ACTUAL
               PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                  THRU 0910-WRITE-FILE-COUNT-END
           END-IF
           END-IF.
       0500-CHECK-ACTUALS-END.

       0505-CHECK-ACTUAL-BEGIN.
           IF ACTUAL-NUMERO IS NOT NUMERIC
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "train-actual.dat LINE " WS-NB-LUES " '"
                   ACTUAL-NUMERO " " ACTUAL-HEURE "' HAS NO READABLE "
                   "TRAIN NUMBER" DELIMITED BY SIZE
                   INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
           ELSE
               MOVE ACTUAL-NUMERO TO WS-NUMERO-A-VERIFIER
               PERFORM 0960-FIND-TRAIN-BEGIN
                  THRU 0960-FIND-TRAIN-END
               IF WS-TRAIN-INCONNU
                   MOVE SPACES TO WS-CONSTAT-TEXTE
                   STRING "ACTUAL " ACTUAL-HEURE " FOR TRAIN "
                       ACTUAL-NUMERO " - TRAIN IS NOT IN train.dat"
                       DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
                   END-STRING
                   SET WS-CONSTAT-ALERTE TO TRUE
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               END-IF
           END-IF.
       0505-CHECK-ACTUAL-END.

      *paragraphe qui contrôle la gare d'attache des agents : un
      *agent rattaché à une gare inconnue n'est jamais roulé
       0600-CHECK-CREW-BEGIN.
           MOVE "train-crew.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-CREW.
           IF NOT WS-CREW-STATUS-OK AND NOT WS-CREW-STATUS-NOTFOUND
               MOVE WS-CREW-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
           IF WS-CREW-STATUS-NOTFOUND
               CLOSE TRAIN-CREW
               PERFORM 0915-WRITE-NOT-SUPPLIED-BEGIN
                  THRU 0915-WRITE-NOT-SUPPLIED-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-CREW
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           MOVE CREW-GARE TO WS-GARE-A-VERIFIER
                           PERFORM 0950-FIND-GARE-BEGIN
                              THRU 0950-FIND-GARE-END
                           IF WS-GARE-INCONNUE
                               MOVE SPACES TO WS-CONSTAT-TEXTE
                               STRING "CREW " CREW-ID " HOME STATION '"
                                   DELIMITED BY SIZE
                                   CREW-GARE DELIMITED BY "  "
                                   "' IS NOT IN gares.dat"
                                   DELIMITED BY SIZE
                                   INTO WS-CONSTAT-TEXTE
                               END-STRING
                               SET WS-CONSTAT-ALERTE TO TRUE
                               PERFORM 0900-WRITE-FINDING-BEGIN
                                  THRU 0900-WRITE-FINDING-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAIN-CREW
               PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                  THRU 0910-WRITE-FILE-COUNT-END
           END-IF
           END-IF.
       0600-CHECK-CREW-END.

      *paragraphe qui contrôle les gares des fermetures de voie : une
      *fermeture sur une gare inconnue ne touche aucun train
       0650-CHECK-POSSESSIONS-BEGIN.
           MOVE "train-possessions.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-POSSESSIONS.
           IF NOT WS-POSS-STATUS-OK AND NOT WS-POSS-STATUS-NOTFOUND
               MOVE WS-POSS-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
           IF WS-POSS-STATUS-NOTFOUND
               CLOSE TRAIN-POSSESSIONS
               PERFORM 0915-WRITE-NOT-SUPPLIED-BEGIN
                  THRU 0915-WRITE-NOT-SUPPLIED-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-POSSESSIONS
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           MOVE POSS-GARE-A TO WS-GARE-A-VERIFIER
                           PERFORM 0655-CHECK-POSS-GARE-BEGIN
                              THRU 0655-CHECK-POSS-GARE-END
                           MOVE POSS-GARE-B TO WS-GARE-A-VERIFIER
                           PERFORM 0655-CHECK-POSS-GARE-BEGIN
                              THRU 0655-CHECK-POSS-GARE-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-POSSESSIONS
               PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                  THRU 0910-WRITE-FILE-COUNT-END
           END-IF
           END-IF.
       0650-CHECK-POSSESSIONS-END.

       0655-CHECK-POSS-GARE-BEGIN.
           PERFORM 0950-FIND-GARE-BEGIN
              THRU 0950-FIND-GARE-END.
           IF WS-GARE-INCONNUE
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "POSSESSION ON " POSS-DATE " - STATION '"
                   DELIMITED BY SIZE
                   WS-GARE-A-VERIFIER DELIMITED BY "  "
                   "' IS NOT IN gares.dat" DELIMITED BY SIZE
                   INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
           END-IF.
       0655-CHECK-POSS-GARE-END.

      *paragraphe qui contrôle les lignes de la table des places
      *propres à un train : elles visent un numéro du planning
       0700-CHECK-CAPACITY-BEGIN.
           MOVE "train-capacity.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-CAPACITY.
           IF NOT WS-CAP-STATUS-OK AND NOT WS-CAP-STATUS-NOTFOUND
               MOVE WS-CAP-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
           IF WS-CAP-STATUS-NOTFOUND
               CLOSE TRAIN-CAPACITY
               PERFORM 0915-WRITE-NOT-SUPPLIED-BEGIN
                  THRU 0915-WRITE-NOT-SUPPLIED-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-CAPACITY
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           IF CAP-NUMERO NOT = SPACES
                           AND CAP-NUMERO IS NUMERIC
                               MOVE CAP-NUMERO-R
                                   TO WS-NUMERO-A-VERIFIER
                               PERFORM 0960-FIND-TRAIN-BEGIN
                                  THRU 0960-FIND-TRAIN-END
                               IF WS-TRAIN-INCONNU
                                   MOVE SPACES TO WS-CONSTAT-TEXTE
                                   STRING "CAPACITY LINE FOR TRAIN "
                                       CAP-NUMERO " - TRAIN IS NOT "
                                       "IN train.dat"
                                       DELIMITED BY SIZE
                                       INTO WS-CONSTAT-TEXTE
                                   END-STRING
                                   SET WS-CONSTAT-ALERTE TO TRUE
                                   PERFORM 0900-WRITE-FINDING-BEGIN
                                      THRU 0900-WRITE-FINDING-END
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAIN-CAPACITY
               PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                  THRU 0910-WRITE-FILE-COUNT-END
           END-IF
           END-IF.
       0700-CHECK-CAPACITY-END.

      *paragraphe qui contrôle les réservations : des places vendues
      *sur un train absent du planning ne sont comptées nulle part
       0750-CHECK-RESERVATIONS-BEGIN.
           MOVE "train-reservations.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-RESERVATIONS.
           IF NOT WS-RES-STATUS-OK AND NOT WS-RES-STATUS-NOTFOUND
               MOVE WS-RES-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
           IF WS-RES-STATUS-NOTFOUND
               CLOSE TRAIN-RESERVATIONS
               PERFORM 0915-WRITE-NOT-SUPPLIED-BEGIN
                  THRU 0915-WRITE-NOT-SUPPLIED-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-RESERVATIONS
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           PERFORM 0755-CHECK-RESERVATION-BEGIN
                              THRU 0755-CHECK-RESERVATION-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-RESERVATIONS
               PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                  THRU 0910-WRITE-FILE-COUNT-END
           END-IF
           END-IF.
       0750-CHECK-RESERVATIONS-END.

       0755-CHECK-RESERVATION-BEGIN.
           IF RES-NUMERO IS NOT NUMERIC
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "train-reservations.dat LINE " WS-NB-LUES
                   " HAS NO READABLE TRAIN NUMBER"
                   DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
           ELSE
               MOVE RES-NUMERO-R TO WS-NUMERO-A-VERIFIER
               PERFORM 0960-FIND-TRAIN-BEGIN
                  THRU 0960-FIND-TRAIN-END
               IF WS-TRAIN-INCONNU
                   MOVE SPACES TO WS-CONSTAT-TEXTE
                   STRING "RESERVATIONS ON " RES-DATE " FOR TRAIN "
                       RES-NUMERO " - TRAIN IS NOT IN train.dat"
                       DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
                   END-STRING
                   SET WS-CONSTAT-ALERTE TO TRUE
                   PERFORM 0900-WRITE-FINDING-BEGIN
                      THRU 0900-WRITE-FINDING-END
               END-IF
           END-IF.
       0755-CHECK-RESERVATION-END.

      *paragraphe qui contrôle les gares de la table des distances
       0780-CHECK-DISTANCES-BEGIN.
           MOVE "train-distances.dat" TO WS-NOM-FICHIER.
           MOVE 0 TO WS-NB-LUES.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-DISTANCES.
           IF NOT WS-DIST-STATUS-OK AND NOT WS-DIST-STATUS-NOTFOUND
               MOVE WS-DIST-STATUS TO WS-FICHIER-STATUS
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0920-WRITE-OPEN-FAILURE-BEGIN
                  THRU 0920-WRITE-OPEN-FAILURE-END
           ELSE
           IF WS-DIST-STATUS-NOTFOUND
               CLOSE TRAIN-DISTANCES
               PERFORM 0915-WRITE-NOT-SUPPLIED-BEGIN
                  THRU 0915-WRITE-NOT-SUPPLIED-END
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-DISTANCES
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-LUES
                           MOVE DIST-GARE-A TO WS-GARE-A-VERIFIER
                           PERFORM 0785-CHECK-DIST-GARE-BEGIN
                              THRU 0785-CHECK-DIST-GARE-END
                           MOVE DIST-GARE-B TO WS-GARE-A-VERIFIER
                           PERFORM 0785-CHECK-DIST-GARE-BEGIN
                              THRU 0785-CHECK-DIST-GARE-END
                   END-READ
               END-PERFORM
               CLOSE TRAIN-DISTANCES
               PERFORM 0910-WRITE-FILE-COUNT-BEGIN
                  THRU 0910-WRITE-FILE-COUNT-END
           END-IF
           END-IF.
       0780-CHECK-DISTANCES-END.

       0785-CHECK-DIST-GARE-BEGIN.
           PERFORM 0950-FIND-GARE-BEGIN
              THRU 0950-FIND-GARE-END.
           IF WS-GARE-INCONNUE
               MOVE SPACES TO WS-CONSTAT-TEXTE
               STRING "DISTANCE LINE " WS-NB-LUES " - STATION '"
                   DELIMITED BY SIZE
                   WS-GARE-A-VERIFIER DELIMITED BY "  "
                   "' IS NOT IN gares.dat" DELIMITED BY SIZE
                   INTO WS-CONSTAT-TEXTE
               END-STRING
               SET WS-CONSTAT-ALERTE TO TRUE
               PERFORM 0900-WRITE-FINDING-BEGIN
                  THRU 0900-WRITE-FINDING-END
           END-IF.
       0785-CHECK-DIST-GARE-END.

      *paragraphe qui écrit les totaux par niveau et la décision, et
      *qui dépose l'indicateur GO / NO-GO : une seule ERROR suffit à
      *arrêter l'exécution nocturne
       0800-WRITE-RESULT-BEGIN.
           IF WS-NB-ERREURS = 0 AND WS-NB-ALERTES = 0
               MOVE "NO ERRORS OR WARNINGS" TO LIGNE-INTEGRITE
               WRITE LIGNE-INTEGRITE
           END-IF.
           MOVE SPACES TO LIGNE-INTEGRITE.
           STRING "TOTAL: " WS-NB-ERREURS " ERROR(S), " WS-NB-ALERTES
               " WARNING(S), " WS-NB-INFOS " INFO"
               DELIMITED BY SIZE INTO LIGNE-INTEGRITE
           END-STRING.
           WRITE LIGNE-INTEGRITE.
           MOVE SPACES TO GONOGO-RECORD.
           IF WS-NB-ERREURS > 0
               SET GONOGO-NO-GO TO TRUE
               MOVE SPACES TO LIGNE-INTEGRITE
               STRING "RESULT: NO-GO - THE NIGHTLY RUN WILL NOT START "
                   "UNTIL THE ERRORS ARE FIXED"
                   DELIMITED BY SIZE INTO LIGNE-INTEGRITE
               END-STRING
               DISPLAY "*** INTEGRITY CHECK: NO-GO - " WS-NB-ERREURS
                   " ERROR(S), " WS-NB-ALERTES " WARNING(S) - SEE "
                   "train-integrity.dat ***"
           ELSE
               SET GONOGO-GO TO TRUE
               MOVE "RESULT: GO" TO LIGNE-INTEGRITE
               DISPLAY "INTEGRITY CHECK: GO - " WS-NB-ALERTES
                   " WARNING(S) - SEE train-integrity.dat"
           END-IF.
           WRITE LIGNE-INTEGRITE.
           MOVE WS-RUN-DATETIME-RAW(1:8) TO GONOGO-DATE.
           MOVE WS-RUN-TIMESTAMP TO GONOGO-TS.
           MOVE WS-NB-ERREURS TO GONOGO-NB-ERREURS.
           MOVE WS-NB-ALERTES TO GONOGO-NB-ALERTES.
           OPEN OUTPUT TRAIN-GONOGO.
           IF NOT WS-GONOGO-STATUS-OK
               SET WS-GONOGO-NON-ECRIT TO TRUE
           ELSE
               WRITE GONOGO-RECORD
               IF NOT WS-GONOGO-STATUS-OK
                   SET WS-GONOGO-NON-ECRIT TO TRUE
               END-IF
               CLOSE TRAIN-GONOGO
           END-IF.
      *l'indicateur de la veille peut être resté en place : le code
      *retour est forcé même sans ERROR pour que l'ordonnanceur ne
      *lance pas le run sur un indicateur qui n'est pas le nôtre
           IF WS-GONOGO-NON-ECRIT
               DISPLAY "*** ERROR: COULD NOT WRITE train-gonogo.dat - "
                   "FILE STATUS " WS-GONOGO-STATUS " ***"
           END-IF.
       0800-WRITE-RESULT-END.

      *paragraphe qui écrit l'anomalie WS-CONSTAT-TEXTE au niveau
      *WS-CONSTAT-NIVEAU et la compte ; une ERROR est aussi affichée
      *en console
       0900-WRITE-FINDING-BEGIN.
           MOVE SPACES TO LIGNE-INTEGRITE.
           STRING WS-CONSTAT-NIVEAU " " WS-CONSTAT-TEXTE
               DELIMITED BY SIZE INTO LIGNE-INTEGRITE
           END-STRING.
           WRITE LIGNE-INTEGRITE.
           EVALUATE TRUE
               WHEN WS-CONSTAT-ERREUR
                   ADD 1 TO WS-NB-ERREURS
                   DISPLAY "*** ERROR: "
                       FUNCTION TRIM(WS-CONSTAT-TEXTE) " ***"
               WHEN WS-CONSTAT-ALERTE
                   ADD 1 TO WS-NB-ALERTES
               WHEN OTHER
                   ADD 1 TO WS-NB-INFOS
           END-EVALUATE.
       0900-WRITE-FINDING-END.

      *paragraphe qui écrit le nombre de lignes lues dans le fichier
      *WS-NOM-FICHIER
       0910-WRITE-FILE-COUNT-BEGIN.
           MOVE SPACES TO WS-CONSTAT-TEXTE.
           STRING WS-NOM-FICHIER DELIMITED BY SPACE
               ": " WS-NB-LUES " LINE(S) READ"
               DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
           END-STRING.
           SET WS-CONSTAT-INFO TO TRUE.
           PERFORM 0900-WRITE-FINDING-BEGIN
              THRU 0900-WRITE-FINDING-END.
       0910-WRITE-FILE-COUNT-END.

      *paragraphe qui signale un fichier facultatif absent : rien à
      *contrôler, le programme principal saute aussi l'étape
       0915-WRITE-NOT-SUPPLIED-BEGIN.
           MOVE SPACES TO WS-CONSTAT-TEXTE.
           STRING WS-NOM-FICHIER DELIMITED BY SPACE
               " NOT SUPPLIED - NOT CHECKED"
               DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
           END-STRING.
           SET WS-CONSTAT-INFO TO TRUE.
           PERFORM 0900-WRITE-FINDING-BEGIN
              THRU 0900-WRITE-FINDING-END.
       0915-WRITE-NOT-SUPPLIED-END.

      *paragraphe qui signale un fichier qui n'a pas pu être ouvert,
      *au niveau choisi par l'appelant
       0920-WRITE-OPEN-FAILURE-BEGIN.
           MOVE SPACES TO WS-CONSTAT-TEXTE.
           STRING "COULD NOT OPEN " DELIMITED BY SIZE
               WS-NOM-FICHIER DELIMITED BY SPACE
               " - FILE STATUS " WS-FICHIER-STATUS " - NOT CHECKED"
               DELIMITED BY SIZE INTO WS-CONSTAT-TEXTE
           END-STRING.
           PERFORM 0900-WRITE-FINDING-BEGIN
              THRU 0900-WRITE-FINDING-END.
       0920-WRITE-OPEN-FAILURE-END.

      *paragraphe qui cherche WS-GARE-A-VERIFIER dans le référentiel
      *et garde son rang dans WS-IDX-GARE-TROUVEE
       0950-FIND-GARE-BEGIN.
           SET WS-GARE-INCONNUE TO TRUE.
           MOVE 0 TO WS-IDX-GARE-TROUVEE.
           PERFORM VARYING WS-IDX-GARE FROM 1 BY 1
               UNTIL WS-IDX-GARE > WS-NB-GARES
               OR WS-GARE-TROUVEE
               IF WS-GARE-A-VERIFIER = WS-GARE-REF(WS-IDX-GARE)
                   SET WS-GARE-TROUVEE TO TRUE
                   MOVE WS-IDX-GARE TO WS-IDX-GARE-TROUVEE
               END-IF
           END-PERFORM.
       0950-FIND-GARE-END.

      *paragraphe qui cherche une version quelconque du train
      *WS-NUMERO-A-VERIFIER dans le planning
       0960-FIND-TRAIN-BEGIN.
           SET WS-TRAIN-INCONNU TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NB-TRAINS
               OR WS-TRAIN-TROUVE
               IF WS-NUMERO-TRAIN(WS-IDX) = WS-NUMERO-A-VERIFIER
                   SET WS-TRAIN-TROUVE TO TRUE
               END-IF
           END-PERFORM.
       0960-FIND-TRAIN-END.

      *paragraphe qui cherche la version du train WS-NUMERO-A-VERIFIER
      *qui commence à WS-DEBUT-A-VERIFIER (à blanc : la version sans
      *date de début), comme le programme principal rattache les
      *points d'arrêt
       0970-FIND-VERSION-DEBUT-BEGIN.
           SET WS-VERSION-ABSENTE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NB-TRAINS
               OR WS-VERSION-TROUVEE
               IF WS-NUMERO-TRAIN(WS-IDX) = WS-NUMERO-A-VERIFIER
               AND WS-VALID-DEBUT(WS-IDX) = WS-DEBUT-A-VERIFIER
                   SET WS-VERSION-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
       0970-FIND-VERSION-DEBUT-END.

      *paragraphe qui cherche une version du train WS-NUMERO-A-VERIFIER
      *en vigueur à la date WS-DATE-A-TESTER : une borne à blanc ne
      *limite pas, les deux bornes sont incluses
       0980-FIND-VERSION-DATE-BEGIN.
           SET WS-VERSION-ABSENTE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NB-TRAINS
               OR WS-VERSION-TROUVEE
               IF WS-NUMERO-TRAIN(WS-IDX) = WS-NUMERO-A-VERIFIER
               AND (WS-VALID-DEBUT(WS-IDX) = SPACES
                   OR WS-VALID-DEBUT(WS-IDX) <= WS-DATE-A-TESTER)
               AND (WS-VALID-FIN(WS-IDX) = SPACES
                   OR WS-VALID-FIN(WS-IDX) >= WS-DATE-A-TESTER)
                   SET WS-VERSION-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
       0980-FIND-VERSION-DATE-END.
