      *le programme principal, puis réécrit train.dat au dessin exact
      *de traincpy. Chaque session laisse des lignes qui/quand/quoi
      *dans train-audit.dat, comme les exécutions du programme
      *principal.
      *un train peut porter plusieurs versions, une par période de
      *service : la session travaille à une date de travail (le jour
      *même par défaut) et MOD/DEL visent la version en vigueur à
      *cette date. La période suivante se prépare en dupliquant les
      *versions en cours à partir de sa date de début, sans toucher
      *au service en cours jusqu'à la veille de cette date.
      *la session demande une identification contre le fichier des
      *opérateurs. Un changement (ADD/MOD/DEL, préparation de la
      *période suivante) n'est plus écrit tout de suite : il part en
      *attente dans trainmnt-pending.dat, et seul un approbateur
      *autre que celui qui l'a proposé peut l'accepter, ce qui
      *l'écrit dans le planning, ou le refuser.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

      *les opérateurs habilités et leur rôle : sans ce fichier,
      *personne ne peut ouvrir de session
           SELECT OPTIONAL TRAIN-OPERATORS
               ASSIGN TO "train-operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *les changements proposés qui attendent la décision d'un
      *approbateur, relus au démarrage et réécrits en fin de session
           SELECT OPTIONAL TRAINMNT-PENDING
               ASSIGN TO "trainmnt-pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

      *le compte rendu du mode lot : une ligne par transaction,
      *appliquée ou rejetée avec son motif, et un total qui se
      *réconcilie (lues = appliquées + rejetées)
           05 TRANS-DUREE          PIC X(04).
           05 TRANS-ARRETS         PIC X(10).
           05 TRANS-JOURS          PIC X(07).
      *la période de validité de la version : sur un ADD, celle de la
      *nouvelle version ; sur un MOD ou un DEL, la version visée est
      *celle en vigueur à TRANS-DEBUT (à blanc, à la date du jour), et
      *sur un MOD une borne laissée à blanc garde sa valeur
           05 TRANS-DEBUT          PIC X(08).
           05 TRANS-FIN            PIC X(08).
      *le planificateur qui propose la transaction : elle part en
      *attente d'approbation à son nom
           05 TRANS-OPERATEUR      PIC X(10).

       FD TRAINMNT-REPORT.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(150).

      *la structure de TRAIN-OPERATORS est définie dans trainopr.cpy
       FD TRAIN-OPERATORS.
       COPY trainopr.

      *la structure de TRAINMNT-PENDING est définie dans trainpnd.cpy
       FD TRAINMNT-PENDING.
       COPY trainpnd.

       WORKING-STORAGE SECTION.
      *le planning chargé en mémoire, au dessin exact de traincpy
      *pour que le MOVE de et vers TRAIN-PLANNING reste aligné octet
              10 WS-DUREE-TRAJET      PIC X(4).
              10 WS-NOMBRE-TRAJET     PIC X(10).
              10 WS-JOURS-TRAIN       PIC X(7).
              10 WS-VALID-DEBUT       PIC X(8).
              10 WS-VALID-FIN         PIC X(8).

      *la taille du tableau et son plafond
       01 WS-TBL-SIZE           PIC 9(3) VALUE 0.
              10 WS-STOP-GARE       PIC X(18).
              10 WS-STOP-TYPE       PIC X(1).
              10 WS-STOP-HEURE      PIC X(4).
              10 WS-STOP-DEBUT      PIC X(8).
       01 WS-NB-STOPS           PIC 9(3) VALUE 0.
       01 WS-TBL-STOPS-MAX      PIC 9(3) VALUE 900.
       01 WS-IDX-STOP           PIC 9(3).
      *le train dont les lignes de détail sont visées (ajout,
      *ressaisie ou suppression)
       01 WS-NUMERO-STOP-CIBLE  PIC 9(4).
      *et la version de ce train à laquelle elles appartiennent
       01 WS-DEBUT-STOP-CIBLE   PIC X(8).
      *le rang de desserte en cours de saisie
       01 WS-SEQ-STOP           PIC 9(2).

       01 WS-TRANS-STATUS       PIC X(02).
           88 WS-TRANS-STATUS-OK       VALUE '00'.
           88 WS-TRANS-STATUS-NOTFOUND VALUE '05'.
       01 WS-OPER-STATUS        PIC X(02).
           88 WS-OPER-STATUS-OK        VALUE '00'.
           88 WS-OPER-STATUS-NOTFOUND  VALUE '05'.
       01 WS-PEND-STATUS        PIC X(02).
           88 WS-PEND-STATUS-OK        VALUE '00'.
           88 WS-PEND-STATUS-NOTFOUND  VALUE '05'.

      *le mode lot : armé quand trainmnt.trans a été déposé
       01 WS-TRANS-MODE-FLAG    PIC X(01) VALUE 'N'.
           88 WS-TRANS-MODE            VALUE 'Y'.
           88 WS-MODE-INTERACTIF       VALUE 'N'.
      *transactions lues = mises en attente + rejetées : le total du
      *compte rendu doit toujours se réconcilier ainsi
       01 WS-TRANS-LUES         PIC 9(3) VALUE 0.
       01 WS-TRANS-PROPOSEES    PIC 9(3) VALUE 0.
       01 WS-TRANS-REJETEES     PIC 9(3) VALUE 0.
      *le motif de rejet de la transaction courante (vide = acceptée)
       01 WS-TRANS-MOTIF        PIC X(40).
      *l'identifiant de l'opérateur, demandé en début de session :
      *c'est le "qui" des lignes d'audit
       01 WS-OPERATEUR          PIC X(10).
      *son rôle, relu dans le fichier des opérateurs
       01 WS-ROLE-FLAG          PIC X(01) VALUE SPACE.
           88 WS-ROLE-CONSULTATION     VALUE 'V'.
           88 WS-ROLE-PLANIFICATEUR    VALUE 'P'.
           88 WS-ROLE-APPROBATEUR      VALUE 'A'.
           88 WS-ROLE-PROPOSITION      VALUE 'P' 'A'.
      *trois essais d'identification, puis la session est refusée
       01 WS-NB-ESSAIS          PIC 9(1).

      *les opérateurs habilités chargés depuis train-operators.dat
       01 WS-TBL-OPER.
           05 WS-OPER-LIGNE OCCURS 100 TIMES.
              10 WS-OPER-ID         PIC X(10).
              10 WS-OPER-ROLE       PIC X(01).
       01 WS-NB-OPER            PIC 9(3) VALUE 0.
       01 WS-TBL-OPER-MAX       PIC 9(3) VALUE 100.
       01 WS-IDX-OPER           PIC 9(3).
      *l'opérateur cherché et son rôle (espace s'il est inconnu)
       01 WS-OPER-A-VERIFIER    PIC X(10).
       01 WS-OPER-ROLE-TROUVE   PIC X(01).

      *les changements en attente chargés depuis
      *trainmnt-pending.dat, au dessin de trainpnd, plus la décision
      *prise pendant la session : seuls ceux restés en attente sont
      *réécrits
       01 WS-TBL-PEND.
           05 WS-PEND-LIGNE OCCURS 100 TIMES.
              10 WS-PEND-ID            PIC 9(6).
              10 WS-PEND-PROPOSE-PAR   PIC X(10).
              10 WS-PEND-PROPOSE-LE    PIC X(19).
              10 WS-PEND-ACTION        PIC X(03).
              10 WS-PEND-VERSION-DEBUT PIC X(08).
              10 WS-PEND-TRAIN         PIC X(84).
              10 WS-PEND-STOPS-FLAG    PIC X(01).
              10 WS-PEND-STOPS         PIC X(220).
              10 WS-PEND-ETAT          PIC X(01).
                 88 WS-PEND-EN-ATTENTE     VALUE 'P'.
                 88 WS-PEND-ACCEPTE        VALUE 'A'.
                 88 WS-PEND-REFUSE         VALUE 'R'.
       01 WS-NB-PEND            PIC 9(3) VALUE 0.
       01 WS-TBL-PEND-MAX       PIC 9(3) VALUE 100.
       01 WS-IDX-PEND           PIC 9(3).
      *le dernier numéro de changement attribué
       01 WS-PEND-ID-DERNIER    PIC 9(6) VALUE 0.
      *nombre de changements proposés ou décidés pendant la session :
      *le fichier des changements en attente n'est réécrit que s'il
      *y en a eu
       01 WS-NB-PEND-MODIFS     PIC 9(3) VALUE 0.
       01 WS-NB-EN-ATTENTE      PIC 9(3).

      *le changement en cours de proposition ou de décision : son
      *action, la version visée, l'image du train au dessin de
      *traincpy et les points d'arrêt saisis à l'écran
       01 WS-CHG-ACTION         PIC X(03).
       01 WS-CHG-VERSION-DEBUT  PIC X(08).
       01 WS-CHG-PROPOSANT      PIC X(10).
       01 WS-CHG-TRAIN.
           05 WS-CHG-NUMERO        PIC 9(04).
           05 WS-CHG-TYPE          PIC X(03).
           05 WS-CHG-DEPART        PIC X(18).
           05 WS-CHG-DEST          PIC X(18).
           05 WS-CHG-HEURE         PIC X(04).
           05 WS-CHG-DUREE         PIC X(04).
           05 WS-CHG-ARRETS        PIC X(10).
           05 WS-CHG-JOURS         PIC X(07).
           05 WS-CHG-DEBUT         PIC X(08).
           05 WS-CHG-FIN           PIC X(08).
       01 WS-CHG-STOPS-FLAG     PIC X(01).
           88 WS-CHG-STOPS-SAISIS      VALUE 'Y'.
           88 WS-CHG-STOPS-SUIVENT     VALUE 'N'.
       01 WS-CHG-STOPS.
           05 WS-CHG-STOP OCCURS 10 TIMES.
              10 WS-CHG-STOP-GARE   PIC X(18).
              10 WS-CHG-STOP-HEURE  PIC X(04).
      *contrôle seul (à la proposition) ou écriture dans le planning
      *(à l'acceptation)
       01 WS-CHG-MODE-FLAG      PIC X(01).
           88 WS-CHG-CONTROLE          VALUE 'C'.
           88 WS-CHG-APPLICATION       VALUE 'A'.
      *le libellé du changement pour l'écran, le compte rendu et
      *l'audit ; un ADD sans numéro est affiché NEW
       01 WS-CHG-LIBELLE        PIC X(70).
       01 WS-CHG-NUMERO-AFF     PIC X(04).
      *la décision de l'approbateur sur le changement présenté
       01 WS-DECISION           PIC X(01).

      *le choix de l'opérateur au menu
       01 WS-CHOIX              PIC X(01).
      *le prochain numéro de train libre pour un ajout
       01 WS-NUMERO-SUIVANT     PIC 9(4).

      *la date de travail de la session (la date du jour par défaut,
      *changée par l'action P) : c'est à cette date que la liste est
      *faite et que MOD/DEL choisissent la version du train, et la
      *date à laquelle une recherche de version est faite
       01 WS-DATE-TRAVAIL       PIC 9(08).
       01 WS-DATE-CIBLE         PIC 9(08).
      *la saisie d'une date AAAAMMJJ et sa traduction en jour du
      *calendrier (0 = date invalide)
       01 WS-SAISIE-DATE        PIC X(08).
       01 WS-DATE-A-TESTER      PIC 9(08).
       01 WS-DATE-INT           PIC 9(07).
      *la période de validité saisie pour une version
       01 WS-SAISIE-DEBUT       PIC X(08).
       01 WS-SAISIE-FIN         PIC X(08).
      *le contrôle de période d'une entrée du tableau à une date
       01 WS-IDX-PERIODE        PIC 9(3).
       01 WS-DANS-PERIODE-FLAG  PIC X(01).
           88 WS-DANS-PERIODE          VALUE 'Y'.
           88 WS-HORS-DE-PERIODE       VALUE 'N'.
      *la recherche d'une version du même train dont la période
      *chevauche la période saisie (0 si aucune), à partir de
      *l'entrée WS-IDX-DEBUT-RECH
       01 WS-VERSION-CHEVAUCHE  PIC 9(3).
       01 WS-IDX-DEBUT-RECH     PIC 9(3).
       01 WS-IDX-VERSION        PIC 9(3).
      *la préparation de la période suivante : sa date de début, la
      *veille où la période en cours s'arrête, les tailles des
      *tableaux avant duplication et le nombre de versions créées
       01 WS-DEBUT-PERIODE      PIC 9(08).
       01 WS-DEBUT-PERIODE-X REDEFINES WS-DEBUT-PERIODE PIC X(08).
       01 WS-DATE-VEILLE        PIC 9(08).
       01 WS-DATE-VEILLE-X REDEFINES WS-DATE-VEILLE PIC X(08).
       01 WS-NB-AVANT           PIC 9(3).
       01 WS-NB-STOPS-AVANT     PIC 9(3).
       01 WS-ENTREE-SOURCE      PIC 9(3).
       01 WS-NB-PREPAREES       PIC 9(3).
       01 WS-NB-DEJA-PRETES     PIC 9(3).
      *les compteurs du contrôle des périodes
       01 WS-NB-CHEVAUCHEMENTS  PIC 9(3).
       01 WS-NB-EN-VIGUEUR      PIC 9(3).

      *horodatage de la session, le "quand" des lignes d'audit
       01 WS-RUN-DATETIME-RAW   PIC X(21).
       01 WS-RUN-DATETIME REDEFINES WS-RUN-DATETIME-RAW.
       01 WS-RUN-TIMESTAMP      PIC X(19).

      *le "quoi" d'une ligne d'audit (action et train concerné)
       01 WS-AUDIT-ACTION       PIC X(100).

       PROCEDURE DIVISION.
      *on capture l'horodatage et on demande qui est au clavier
           PERFORM 0050-CAPTURE-RUN-TIMESTAMP-BEGIN
              THRU 0050-CAPTURE-RUN-TIMESTAMP-END.
           MOVE WS-RUN-DATETIME-RAW(1:8) TO WS-DATE-TRAVAIL.
      *les opérateurs habilités : l'identification à l'écran et le
      *proposant de chaque ligne du mode lot y sont contrôlés
           PERFORM 0040-LOAD-OPERATORS-BEGIN
              THRU 0040-LOAD-OPERATORS-END.
      *si le bureau de la planification a déposé un fichier de
      *transactions, la session passe en mode lot : pas d'opérateur
      *au clavier, le fichier de transactions tient lieu d'opérateur
           IF WS-TRANS-MODE
               MOVE "TRANS-FILE" TO WS-OPERATEUR
           ELSE
               PERFORM 0045-SIGN-ON-BEGIN
                  THRU 0045-SIGN-ON-END
           END-IF.
      *on ouvre le journal d'audit pour toute la session, avec le
      *même repli que le programme principal si le fichier n'existe
           IF NOT WS-AUDIT-STATUS-OK
               OPEN OUTPUT TRAIN-AUDIT-OUTPUT
           END-IF.
      *une identification refusée laisse elle aussi sa trace
           IF WS-FIN-SESSION
               MOVE "SIGN-ON REFUSED" TO WS-AUDIT-ACTION
           ELSE
               MOVE "SESSION OPENED" TO WS-AUDIT-ACTION
           END-IF.
           PERFORM 0800-WRITE-AUDIT-BEGIN
              THRU 0800-WRITE-AUDIT-END.
      *on charge le référentiel des gares puis le planning, le
      *détail des points d'arrêt qui suit le planning et les
      *changements en attente d'approbation
           IF WS-SESSION-EN-COURS
               PERFORM 0060-LOAD-GARES-BEGIN
                  THRU 0060-LOAD-GARES-END
               PERFORM 0070-LOAD-TRAIN-BEGIN
                  THRU 0070-LOAD-TRAIN-END
               PERFORM 0080-LOAD-STOPS-BEGIN
                  THRU 0080-LOAD-STOPS-END
               PERFORM 0090-LOAD-PENDING-BEGIN
                  THRU 0090-LOAD-PENDING-END
           END-IF.
      *en mode lot, on met les transactions en attente d'approbation
      *et on met fin à la session sans passer par le menu (sauf si le
      *chargement a déjà mis fin à la session : proposer un lot sur
      *une table incomplète n'aurait pas de sens)
           IF WS-TRANS-MODE
               IF WS-SESSION-EN-COURS
                   PERFORM 0900-APPLY-TRANSACTIONS-BEGIN
               SET WS-FIN-SESSION TO TRUE
           END-IF.
      *la boucle de session : un menu jusqu'à ce que l'opérateur
      *choisisse de quitter. Un opérateur en consultation seule ne
      *peut rien proposer, seul un approbateur décide
           PERFORM UNTIL WS-FIN-SESSION
               DISPLAY " "
               DISPLAY "WORKING DATE " WS-DATE-TRAVAIL
               DISPLAY "ACTIONS: A=ADD M=MODIFY D=DELETE L=LIST "
                   "P=WORKING DATE N=NEXT PERIOD C=CHECK PERIODS "
                   "V=PENDING CHANGES R=REVIEW Q=QUIT"
               MOVE SPACE TO WS-CHOIX
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN "A"
                   WHEN "a"
                       IF WS-ROLE-PROPOSITION
                           PERFORM 0200-ADD-TRAIN-BEGIN
                              THRU 0200-ADD-TRAIN-END
                       ELSE
                           DISPLAY "VIEW-ONLY OPERATOR - CHANGES ARE "
                               "NOT ALLOWED"
                       END-IF
                   WHEN "M"
                   WHEN "m"
                       IF WS-ROLE-PROPOSITION
                           PERFORM 0300-MODIFY-TRAIN-BEGIN
                              THRU 0300-MODIFY-TRAIN-END
                       ELSE
                           DISPLAY "VIEW-ONLY OPERATOR - CHANGES ARE "
                               "NOT ALLOWED"
                       END-IF
                   WHEN "D"
                   WHEN "d"
                       IF WS-ROLE-PROPOSITION
                           PERFORM 0400-DELETE-TRAIN-BEGIN
                              THRU 0400-DELETE-TRAIN-END
                       ELSE
                           DISPLAY "VIEW-ONLY OPERATOR - CHANGES ARE "
                               "NOT ALLOWED"
                       END-IF
                   WHEN "L"
                   WHEN "l"
                       MOVE WS-DATE-TRAVAIL TO WS-DATE-CIBLE
                       PERFORM 0100-LIST-TRAINS-BEGIN
                          THRU 0100-LIST-TRAINS-END
                   WHEN "P"
                   WHEN "p"
                       PERFORM 0120-SET-WORKING-DATE-BEGIN
                          THRU 0120-SET-WORKING-DATE-END
                   WHEN "N"
                   WHEN "n"
                       IF WS-ROLE-PROPOSITION
                           PERFORM 0150-NEXT-PERIOD-BEGIN
                              THRU 0150-NEXT-PERIOD-END
                       ELSE
                           DISPLAY "VIEW-ONLY OPERATOR - CHANGES ARE "
                               "NOT ALLOWED"
                       END-IF
                   WHEN "C"
                   WHEN "c"
                       PERFORM 0170-CHECK-PERIODS-BEGIN
                          THRU 0170-CHECK-PERIODS-END
                   WHEN "V"
                   WHEN "v"
                       PERFORM 0860-LIST-PENDING-BEGIN
                          THRU 0860-LIST-PENDING-END
                   WHEN "R"
                   WHEN "r"
                       IF WS-ROLE-APPROBATEUR
                           PERFORM 0870-REVIEW-CHANGES-BEGIN
                              THRU 0870-REVIEW-CHANGES-END
                       ELSE
                           DISPLAY "ONLY AN APPROVER CAN REVIEW "
                               "PENDING CHANGES"
                       END-IF
                   WHEN "Q"
                   WHEN "q"
                       SET WS-FIN-SESSION TO TRUE
                       DISPLAY "UNKNOWN ACTION '" WS-CHOIX "'"
               END-EVALUATE
           END-PERFORM.
      *s'il y a eu des changements acceptés, on réécrit le planning
      *au dessin exact de traincpy ; sinon on ne touche pas au fichier
           IF WS-NB-MODIFS > 0
               PERFORM 0500-REWRITE-TRAIN-BEGIN
                  THRU 0500-REWRITE-TRAIN-END
               ELSE
                   DISPLAY "*** " WS-NB-MODIFS " CHANGE(S) NOT "
                       "SAVED - train.dat WAS NOT REWRITTEN ***"
      *la trace d'audit porte déjà les lignes d'acceptation de la
      *session : on y consigne que rien n'a été persisté, et les
      *changements acceptés repartent en attente pour ne pas être
      *perdus
                   MOVE "REWRITE FAILED - CHANGES NOT SAVED"
                       TO WS-AUDIT-ACTION
                   PERFORM 0800-WRITE-AUDIT-BEGIN
                      THRU 0800-WRITE-AUDIT-END
                   PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                       UNTIL WS-IDX-PEND > WS-NB-PEND
                       IF WS-PEND-ACCEPTE(WS-IDX-PEND)
                           SET WS-PEND-EN-ATTENTE(WS-IDX-PEND)
                               TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               DISPLAY "NO CHANGES - train.dat LEFT UNTOUCHED"
           END-IF.
      *les changements en attente ne sont réécrits que si la session
      *en a proposé ou décidé
           IF WS-NB-PEND-MODIFS > 0
               PERFORM 0560-REWRITE-PENDING-BEGIN
                  THRU 0560-REWRITE-PENDING-END
           END-IF.
           MOVE "SESSION CLOSED" TO WS-AUDIT-ACTION.
           PERFORM 0800-WRITE-AUDIT-BEGIN
              THRU 0800-WRITE-AUDIT-END.
           END-IF.
       0030-CHECK-TRANS-MODE-END.

      *paragraphe qui charge les opérateurs habilités depuis
      *train-operators.dat. Un fichier absent laisse la table vide :
      *personne ne peut alors ouvrir de session ni rien proposer
       0040-LOAD-OPERATORS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAIN-OPERATORS.
           IF NOT WS-OPER-STATUS-OK
               DISPLAY "*** WARNING: COULD NOT OPEN "
                   "train-operators.dat - FILE STATUS "
                   WS-OPER-STATUS " - NO OPERATOR CAN SIGN ON ***"
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-OPERATORS
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF OPER-ROLE NOT = "V"
                           AND OPER-ROLE NOT = "P"
                           AND OPER-ROLE NOT = "A"
                               DISPLAY "*** WARNING: OPERATOR '"
                                   OPER-ID "' HAS AN UNKNOWN ROLE '"
                                   OPER-ROLE "' - IGNORED ***"
                           ELSE
                           IF WS-NB-OPER >= WS-TBL-OPER-MAX
                               DISPLAY "*** WARNING: OPERATOR TABLE "
                                   "TRUNCATED AT " WS-TBL-OPER-MAX
                                   " ENTRIES ***"
                               SET WS-EOF-TRUE TO TRUE
                           ELSE
                               ADD 1 TO WS-NB-OPER
                               MOVE OPER-ID TO WS-OPER-ID(WS-NB-OPER)
                               MOVE OPER-ROLE
                                   TO WS-OPER-ROLE(WS-NB-OPER)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAIN-OPERATORS
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
       0040-LOAD-OPERATORS-END.

      *paragraphe qui cherche WS-OPER-A-VERIFIER parmi les
      *opérateurs habilités : son rôle dans WS-OPER-ROLE-TROUVE,
      *espace s'il est inconnu
       0042-FIND-OPERATOR-BEGIN.
           MOVE SPACE TO WS-OPER-ROLE-TROUVE.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER > WS-NB-OPER
               OR WS-OPER-ROLE-TROUVE NOT = SPACE
               IF WS-OPER-ID(WS-IDX-OPER) = WS-OPER-A-VERIFIER
                   MOVE WS-OPER-ROLE(WS-IDX-OPER)
                       TO WS-OPER-ROLE-TROUVE
               END-IF
           END-PERFORM.
       0042-FIND-OPERATOR-END.

      *paragraphe d'identification de la session interactive : trois
      *essais pour donner un opérateur connu, sinon la session est
      *refusée
       0045-SIGN-ON-BEGIN.
           MOVE SPACE TO WS-ROLE-FLAG.
           MOVE 0 TO WS-NB-ESSAIS.
           PERFORM UNTIL WS-ROLE-FLAG NOT = SPACE
               OR WS-NB-ESSAIS >= 3
               MOVE SPACES TO WS-OPERATEUR
               PERFORM UNTIL WS-OPERATEUR NOT = SPACES
                   DISPLAY "OPERATOR ID? "
                   ACCEPT WS-OPERATEUR
               END-PERFORM
               ADD 1 TO WS-NB-ESSAIS
               MOVE WS-OPERATEUR TO WS-OPER-A-VERIFIER
               PERFORM 0042-FIND-OPERATOR-BEGIN
                  THRU 0042-FIND-OPERATOR-END
               MOVE WS-OPER-ROLE-TROUVE TO WS-ROLE-FLAG
               IF WS-ROLE-FLAG = SPACE
                   DISPLAY "'" WS-OPERATEUR "' IS NOT A KNOWN "
                       "OPERATOR"
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ROLE-CONSULTATION
                   DISPLAY "SIGNED ON AS " WS-OPERATEUR
                       " - VIEW ONLY"
               WHEN WS-ROLE-PLANIFICATEUR
                   DISPLAY "SIGNED ON AS " WS-OPERATEUR
                       " - PLANNER: CHANGES GO TO APPROVAL"
               WHEN WS-ROLE-APPROBATEUR
                   DISPLAY "SIGNED ON AS " WS-OPERATEUR
                       " - APPROVER"
               WHEN OTHER
                   DISPLAY "*** SIGN-ON REFUSED - ENDING THE "
                       "SESSION ***"
                   SET WS-FIN-SESSION TO TRUE
           END-EVALUATE.
       0045-SIGN-ON-END.

      *paragraphe qui charge le référentiel des gares, comme dans le
      *programme principal : un référentiel absent n'est pas
      *bloquant, la vérification des gares est simplement sautée
                                   TO WS-STOP-TYPE(WS-NB-STOPS)
                               MOVE STOP-PLANNING-HEURE
                                   TO WS-STOP-HEURE(WS-NB-STOPS)
                               MOVE STOP-PLANNING-DEBUT
                                   TO WS-STOP-DEBUT(WS-NB-STOPS)
                           END-IF
                   END-READ
               END-PERFORM
           SET WS-EOF-FALSE TO TRUE.
       0080-LOAD-STOPS-END.

      *paragraphe qui charge les changements en attente depuis
      *trainmnt-pending.dat. Une ligne est recopiée telle quelle dans
      *le tableau, qui a le même dessin plus l'état de la décision ;
      *la ligne de contrôle donne le dernier numéro attribué
       0090-LOAD-PENDING-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TRAINMNT-PENDING.
           IF NOT WS-PEND-STATUS-OK AND NOT WS-PEND-STATUS-NOTFOUND
               DISPLAY "*** WARNING: COULD NOT OPEN "
                   "trainmnt-pending.dat - FILE STATUS "
                   WS-PEND-STATUS " - ENDING THE SESSION ***"
               SET WS-FIN-SESSION TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAINMNT-PENDING
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
      *la ligne de contrôle ne porte que le dernier numéro attribué ;
      *une table pleine réécrirait un fichier tronqué et des
      *propositions seraient perdues : on met fin à la session
                           IF PEND-ID = 0
                               IF PEND-CTL-DERNIER-ID IS NUMERIC
                               AND PEND-CTL-DERNIER-ID >
                                   WS-PEND-ID-DERNIER
                                   MOVE PEND-CTL-DERNIER-ID
                                       TO WS-PEND-ID-DERNIER
                               END-IF
                           ELSE
                           IF WS-NB-PEND >= WS-TBL-PEND-MAX
                               DISPLAY "*** WARNING: "
                                   "trainmnt-pending.dat HAS MORE "
                                   "THAN " WS-TBL-PEND-MAX
                                   " RECORDS - ENDING THE SESSION ***"
                               SET WS-FIN-SESSION TO TRUE
                               SET WS-EOF-TRUE TO TRUE
                           ELSE
                               ADD 1 TO WS-NB-PEND
                               MOVE PEND-RECORD
                                   TO WS-PEND-LIGNE(WS-NB-PEND)
                               SET WS-PEND-EN-ATTENTE(WS-NB-PEND)
                                   TO TRUE
                               IF PEND-ID > WS-PEND-ID-DERNIER
                                   MOVE PEND-ID TO WS-PEND-ID-DERNIER
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINMNT-PENDING
               DISPLAY WS-NB-PEND " CHANGE(S) AWAITING APPROVAL"
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
       0090-LOAD-PENDING-END.

      *paragraphe qui liste le planning en mémoire : les versions
      *en vigueur à la date WS-DATE-CIBLE, avec leur période
       0100-LIST-TRAINS-BEGIN.
           MOVE 0 TO WS-NB-EN-VIGUEUR.
           DISPLAY "TRAINS IN FORCE ON " WS-DATE-CIBLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TBL-SIZE
               MOVE WS-IDX TO WS-IDX-PERIODE
               MOVE WS-DATE-CIBLE TO WS-DATE-A-TESTER
               PERFORM 0750-CHECK-PERIOD-BEGIN
                  THRU 0750-CHECK-PERIOD-END
               IF WS-DANS-PERIODE
                   ADD 1 TO WS-NB-EN-VIGUEUR
                   DISPLAY WS-NUMERO-TRAIN(WS-IDX) " "
                       WS-TYPE-TRAIN(WS-IDX) " "
                       WS-GARE-DEPART(WS-IDX) "-> "
                       WS-GARE-DESTINATION(WS-IDX) " DEP "
                       WS-HEURE-DEPART-HH(WS-IDX) ":"
                       WS-HEURE-DEPART-MM(WS-IDX) " DUR "
                       WS-DUREE-TRAJET(WS-IDX) " STOPS '"
                       WS-NOMBRE-TRAJET(WS-IDX) "' DAYS "
                       WS-JOURS-TRAIN(WS-IDX) " FROM '"
                       WS-VALID-DEBUT(WS-IDX) "' TO '"
                       WS-VALID-FIN(WS-IDX) "'"
                   END-IF
           END-PERFORM.
           IF WS-TBL-SIZE = 0
               DISPLAY "THE SCHEDULE IS EMPTY"
           ELSE
               DISPLAY WS-NB-EN-VIGUEUR " OF " WS-TBL-SIZE
                   " VERSION(S) IN FORCE"
           END-IF.
       0100-LIST-TRAINS-END.

      *paragraphe qui change la date de travail de la session, pour
      *lister et modifier les versions d'une autre période (celle en
      *préparation par exemple)
       0120-SET-WORKING-DATE-BEGIN.
           DISPLAY "NEW WORKING DATE (YYYYMMDD)? ".
           PERFORM 0730-ASK-DATE-BEGIN
              THRU 0730-ASK-DATE-END.
           IF WS-DATE-INT > 0
               MOVE WS-DATE-A-TESTER TO WS-DATE-TRAVAIL
               DISPLAY "WORKING DATE SET TO " WS-DATE-TRAVAIL
           END-IF.
       0120-SET-WORKING-DATE-END.

      *paragraphe qui propose la préparation de la période suivante
      *à partir de sa date de début : la duplication elle-même n'est
      *faite qu'à l'acceptation du changement par un approbateur
       0150-NEXT-PERIOD-BEGIN.
           DISPLAY "START DATE OF THE NEXT PERIOD (YYYYMMDD)? ".
           PERFORM 0730-ASK-DATE-BEGIN
              THRU 0730-ASK-DATE-END.
           IF WS-DATE-INT > 0
           AND WS-DATE-A-TESTER <= WS-RUN-DATETIME-RAW(1:8)
               DISPLAY "THE NEXT PERIOD MUST START AFTER TODAY - "
                   "THE CURRENT SERVICE IS LEFT AS IT IS"
               MOVE 0 TO WS-DATE-INT
           END-IF.
           IF WS-DATE-INT > 0
               MOVE "NXT" TO WS-CHG-ACTION
               MOVE WS-DATE-A-TESTER TO WS-CHG-VERSION-DEBUT
               MOVE SPACES TO WS-CHG-TRAIN
               MOVE 0 TO WS-CHG-NUMERO
               SET WS-CHG-STOPS-SUIVENT TO TRUE
               MOVE SPACES TO WS-CHG-STOPS
               PERFORM 0850-QUEUE-CHANGE-BEGIN
                  THRU 0850-QUEUE-CHANGE-END
           END-IF.
       0150-NEXT-PERIOD-END.

      *paragraphe qui prépare la période suivante à partir de sa date
      *de début WS-CHG-VERSION-DEBUT : chaque version en vigueur la
      *veille et qui court encore à cette date est dupliquée en une
      *nouvelle version qui commence ce jour-là, avec son détail
      *d'arrêts, et la version en cours est close la veille. Le
      *service en cours ne change donc pas jusqu'à la bascule ; les
      *planificateurs modifient ensuite les nouvelles versions en
      *passant la date de travail dans la nouvelle période. Un train
      *qui a déjà sa version pour la nouvelle période n'est pas
      *dupliqué une seconde fois
       0155-APPLY-NEXT-PERIOD-BEGIN.
           MOVE WS-CHG-VERSION-DEBUT TO WS-DEBUT-PERIODE-X.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DEBUT-PERIODE).
           COMPUTE WS-DATE-VEILLE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT - 1).
           MOVE 0 TO WS-NB-PREPAREES.
           MOVE 0 TO WS-NB-DEJA-PRETES.
           MOVE WS-TBL-SIZE TO WS-NB-AVANT.
           MOVE WS-NB-STOPS TO WS-NB-STOPS-AVANT.
           PERFORM VARYING WS-ENTREE-SOURCE FROM 1 BY 1
               UNTIL WS-ENTREE-SOURCE > WS-NB-AVANT
               PERFORM 0160-PREPARE-VERSION-BEGIN
                  THRU 0160-PREPARE-VERSION-END
           END-PERFORM.
           DISPLAY WS-NB-PREPAREES " VERSION(S) PREPARED FROM "
               WS-DEBUT-PERIODE ", " WS-NB-DEJA-PRETES
               " ALREADY PREPARED - SET THE WORKING DATE (P) TO "
               "EDIT THEM".
       0155-APPLY-NEXT-PERIOD-END.

      *paragraphe qui duplique pour la période suivante la version
      *WS-ENTREE-SOURCE si elle est concernée
       0160-PREPARE-VERSION-BEGIN.
           MOVE WS-ENTREE-SOURCE TO WS-IDX-PERIODE.
           MOVE WS-DATE-VEILLE TO WS-DATE-A-TESTER.
           PERFORM 0750-CHECK-PERIOD-BEGIN
              THRU 0750-CHECK-PERIOD-END.
           IF WS-DANS-PERIODE
           AND (WS-VALID-FIN(WS-ENTREE-SOURCE) = SPACES
             OR WS-VALID-FIN(WS-ENTREE-SOURCE) > WS-DATE-VEILLE-X)
      *une autre version du train qui commence à la nouvelle date ou
      *après : la période suivante est déjà préparée pour lui
               MOVE 0 TO WS-VERSION-CHEVAUCHE
               PERFORM VARYING WS-IDX-VERSION FROM 1 BY 1
                   UNTIL WS-IDX-VERSION > WS-TBL-SIZE
                   OR WS-VERSION-CHEVAUCHE > 0
                   IF WS-NUMERO-TRAIN(WS-IDX-VERSION) =
                      WS-NUMERO-TRAIN(WS-ENTREE-SOURCE)
                   AND WS-VALID-DEBUT(WS-IDX-VERSION) NOT = SPACES
                   AND WS-VALID-DEBUT(WS-IDX-VERSION) >=
                       WS-DEBUT-PERIODE-X
                       MOVE WS-IDX-VERSION TO WS-VERSION-CHEVAUCHE
                   END-IF
               END-PERFORM
               IF WS-VERSION-CHEVAUCHE > 0
                   ADD 1 TO WS-NB-DEJA-PRETES
               ELSE
               IF WS-TBL-SIZE >= WS-TBL-MAX
                   DISPLAY "*** THE SCHEDULE IS FULL - TRAIN "
                       WS-NUMERO-TRAIN(WS-ENTREE-SOURCE)
                       " NOT PREPARED ***"
               ELSE
                   ADD 1 TO WS-TBL-SIZE
                   MOVE WS-LIGNE-TRAIN(WS-ENTREE-SOURCE)
                       TO WS-LIGNE-TRAIN(WS-TBL-SIZE)
                   MOVE WS-DEBUT-PERIODE-X
                       TO WS-VALID-DEBUT(WS-TBL-SIZE)
                   MOVE WS-DATE-VEILLE-X
                       TO WS-VALID-FIN(WS-ENTREE-SOURCE)
      *le détail des arrêts de la version suit dans la nouvelle
      *période
                   PERFORM VARYING WS-IDX-STOP FROM 1 BY 1
                       UNTIL WS-IDX-STOP > WS-NB-STOPS-AVANT
                       IF WS-STOP-NUMERO(WS-IDX-STOP) =
                          WS-NUMERO-TRAIN(WS-ENTREE-SOURCE)
                       AND WS-STOP-DEBUT(WS-IDX-STOP) =
                           WS-VALID-DEBUT(WS-ENTREE-SOURCE)
                           IF WS-NB-STOPS >= WS-TBL-STOPS-MAX
                               DISPLAY "*** THE CALLING POINTS TABLE "
                                   "IS FULL - STOPS OF TRAIN "
                                   WS-NUMERO-TRAIN(WS-ENTREE-SOURCE)
                                   " NOT COPIED ***"
                           ELSE
                               ADD 1 TO WS-NB-STOPS
                               MOVE WS-STOP-LIGNE(WS-IDX-STOP)
                                   TO WS-STOP-LIGNE(WS-NB-STOPS)
                               MOVE WS-DEBUT-PERIODE-X
                                   TO WS-STOP-DEBUT(WS-NB-STOPS)
                           END-IF
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-NB-PREPAREES
               END-IF
               END-IF
           END-IF.
       0160-PREPARE-VERSION-END.

      *paragraphe de contrôle des périodes : les versions d'un même
      *train dont les périodes se chevauchent (le programme principal
      *n'en garderait qu'une), puis la liste des trains en vigueur à
      *la date demandée, pour vérifier une période avant sa bascule
       0170-CHECK-PERIODS-BEGIN.
           DISPLAY "CHECK DATE (YYYYMMDD, BLANK = WORKING DATE)? ".
           PERFORM 0730-ASK-DATE-BEGIN
              THRU 0730-ASK-DATE-END.
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-TRAVAIL TO WS-DATE-CIBLE
               MOVE 1 TO WS-DATE-INT
           ELSE
               MOVE WS-DATE-A-TESTER TO WS-DATE-CIBLE
           END-IF.
           IF WS-DATE-INT > 0
               MOVE 0 TO WS-NB-CHEVAUCHEMENTS
               PERFORM VARYING WS-ENTREE-SOURCE FROM 1 BY 1
                   UNTIL WS-ENTREE-SOURCE > WS-TBL-SIZE
                   MOVE WS-NUMERO-TRAIN(WS-ENTREE-SOURCE)
                       TO WS-NUMERO-DEMANDE
                   MOVE WS-VALID-DEBUT(WS-ENTREE-SOURCE)
                       TO WS-SAISIE-DEBUT
                   MOVE WS-VALID-FIN(WS-ENTREE-SOURCE)
                       TO WS-SAISIE-FIN
                   MOVE WS-ENTREE-SOURCE TO WS-ENTREE-TROUVEE
                   COMPUTE WS-IDX-DEBUT-RECH = WS-ENTREE-SOURCE + 1
                   PERFORM 0770-FIND-OVERLAP-BEGIN
                      THRU 0770-FIND-OVERLAP-END
                   IF WS-VERSION-CHEVAUCHE > 0
                       ADD 1 TO WS-NB-CHEVAUCHEMENTS
                       DISPLAY "*** TRAIN " WS-NUMERO-DEMANDE
                           ": PERIOD '" WS-SAISIE-DEBUT "'-'"
                           WS-SAISIE-FIN "' OVERLAPS '"
                           WS-VALID-DEBUT(WS-VERSION-CHEVAUCHE) "'-'"
                           WS-VALID-FIN(WS-VERSION-CHEVAUCHE) "' ***"
                   END-IF
               END-PERFORM
               IF WS-NB-CHEVAUCHEMENTS = 0
                   DISPLAY "NO OVERLAPPING PERIODS"
               ELSE
                   DISPLAY WS-NB-CHEVAUCHEMENTS
                       " OVERLAPPING PERIOD(S) TO CORRECT"
               END-IF
               PERFORM 0100-LIST-TRAINS-BEGIN
                  THRU 0100-LIST-TRAINS-END
           END-IF.
       0170-CHECK-PERIODS-END.

      *paragraphe d'ajout d'un train : les champs sont demandés un
      *par un avec les mêmes contrôles que le programme principal,
      *puis le nouveau train part en attente d'approbation. Son
      *numéro permanent (plus grand numéro + 1) n'est attribué qu'à
      *l'acceptation, deux ajouts en attente ne pouvant pas réserver
      *le même
       0200-ADD-TRAIN-BEGIN.
           IF WS-TBL-SIZE >= WS-TBL-MAX
               DISPLAY "*** THE SCHEDULE IS FULL - CANNOT ADD ***"
           ELSE
               DISPLAY "ADDING A NEW TRAIN (NUMBER GIVEN WHEN THE "
                   "CHANGE IS ACCEPTED)"
               PERFORM 0600-ASK-ALL-FIELDS-BEGIN
                  THRU 0600-ASK-ALL-FIELDS-END
      *un nouveau numéro n'a pas d'autre version : sa période ne
      *peut en chevaucher aucune
               PERFORM 0210-FIND-NEXT-NUMERO-BEGIN
                  THRU 0210-FIND-NEXT-NUMERO-END
               MOVE WS-NUMERO-SUIVANT TO WS-NUMERO-DEMANDE
               MOVE 0 TO WS-ENTREE-TROUVEE
               PERFORM 0610-ASK-PERIOD-BEGIN
                  THRU 0610-ASK-PERIOD-END
      *les points d'arrêt du nouveau train, un par code du dessin
               PERFORM 0250-ASK-STOPS-BEGIN
                  THRU 0250-ASK-STOPS-END
               MOVE "ADD" TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-VERSION-DEBUT
               PERFORM 0640-FIELDS-TO-CHANGE-BEGIN
                  THRU 0640-FIELDS-TO-CHANGE-END
               MOVE 0 TO WS-CHG-NUMERO
               PERFORM 0850-QUEUE-CHANGE-BEGIN
                  THRU 0850-QUEUE-CHANGE-END
           END-IF.
       0200-ADD-TRAIN-END.

           ADD 1 TO WS-NUMERO-SUIVANT.
       0210-FIND-NEXT-NUMERO-END.

      *paragraphe qui demande les points d'arrêt du train : un par
      *code du dessin des arrêts qui vient d'être saisi, dans l'ordre
      *de desserte. Le type de chaque point vient du dessin lui-même,
      *on ne demande que la gare et l'heure de passage, gardées dans
      *WS-CHG-STOPS jusqu'à l'acceptation du changement
       0250-ASK-STOPS-BEGIN.
           MOVE 0 TO WS-SEQ-STOP.
           MOVE SPACES TO WS-CHG-STOPS.
           SET WS-CHG-STOPS-SAISIS TO TRUE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > 10
               OR WS-SAISIE-ARRET(WS-IDX-2) = SPACE
               ADD 1 TO WS-SEQ-STOP
      *la gare de passage : une gare hors référentiel est signalée
      *mais acceptée, comme pour les terminus
               SET WS-SAISIE-KO TO TRUE
               PERFORM UNTIL WS-SAISIE-OK
                   DISPLAY "CALLING POINT " WS-SEQ-STOP " (TYPE "
                       WS-SAISIE-ARRET(WS-IDX-2) ") STATION? "
                   MOVE SPACES TO WS-SAISIE-STOP-GARE
                   ACCEPT WS-SAISIE-STOP-GARE
                   IF WS-SAISIE-STOP-GARE = SPACES
                       DISPLAY "THE CALLING POINT STATION CANNOT "
                           "BE BLANK"
                   ELSE
                       SET WS-SAISIE-OK TO TRUE
                       IF WS-NB-GARES > 0
                           MOVE WS-SAISIE-STOP-GARE
                               TO WS-GARE-A-VERIFIER
                           PERFORM 0065-CHECK-GARE-BEGIN
                              THRU 0065-CHECK-GARE-END
                           IF WS-GARE-INCONNUE
                               DISPLAY "*** WARNING: '"
                                   WS-SAISIE-STOP-GARE
                                   "' IS NOT IN gares.dat ***"
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
      *l'heure de passage, HHMM sur quatre chiffres
               SET WS-SAISIE-KO TO TRUE
               PERFORM UNTIL WS-SAISIE-OK
                   DISPLAY "PASSING TIME (HHMM)? "
                   MOVE SPACES TO WS-SAISIE-STOP-HEURE
                   ACCEPT WS-SAISIE-STOP-HEURE
                   IF WS-SAISIE-STOP-HEURE IS NUMERIC
                   AND WS-SAISIE-STOP-HH <= 23
                   AND WS-SAISIE-STOP-MM <= 59
                       SET WS-SAISIE-OK TO TRUE
                   ELSE
                       DISPLAY "'" WS-SAISIE-STOP-HEURE "' IS "
                           "NOT A VALID HHMM TIME"
                   END-IF
               END-PERFORM
               MOVE WS-SAISIE-STOP-GARE
                   TO WS-CHG-STOP-GARE(WS-IDX-2)
               MOVE WS-SAISIE-STOP-HEURE
                   TO WS-CHG-STOP-HEURE(WS-IDX-2)
           END-PERFORM.
       0250-ASK-STOPS-END.

      *paragraphe qui écrit dans le tableau les points d'arrêt
      *WS-CHG-STOPS du train WS-NUMERO-STOP-CIBLE, version
      *WS-DEBUT-STOP-CIBLE, un par code du dessin WS-SAISIE-ARRETS
       0260-STORE-STOPS-BEGIN.
           MOVE 0 TO WS-SEQ-STOP.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > 10
                   MOVE 11 TO WS-IDX-2
               ELSE
                   ADD 1 TO WS-SEQ-STOP
                   ADD 1 TO WS-NB-STOPS
                   MOVE WS-NUMERO-STOP-CIBLE
                       TO WS-STOP-NUMERO(WS-NB-STOPS)
                   MOVE WS-SEQ-STOP TO WS-STOP-SEQ(WS-NB-STOPS)
                   MOVE WS-CHG-STOP-GARE(WS-IDX-2)
                       TO WS-STOP-GARE(WS-NB-STOPS)
                   MOVE WS-SAISIE-ARRET(WS-IDX-2)
                       TO WS-STOP-TYPE(WS-NB-STOPS)
                   MOVE WS-CHG-STOP-HEURE(WS-IDX-2)
                       TO WS-STOP-HEURE(WS-NB-STOPS)
                   MOVE WS-DEBUT-STOP-CIBLE
                       TO WS-STOP-DEBUT(WS-NB-STOPS)
               END-IF
           END-PERFORM.
       0260-STORE-STOPS-END.

      *paragraphe de modification : on redemande tous les champs de
      *la version du train en vigueur à la date de travail, période
      *comprise ; son numéro permanent ne change jamais. La nouvelle
      *image part en attente d'approbation
       0300-MODIFY-TRAIN-BEGIN.
           PERFORM 0700-ASK-NUMERO-BEGIN
              THRU 0700-ASK-NUMERO-END.
           IF WS-ENTREE-TROUVEE > 0
               DISPLAY "MODIFYING TRAIN " WS-NUMERO-DEMANDE
                   " VERSION FROM '"
                   WS-VALID-DEBUT(WS-ENTREE-TROUVEE) "' TO '"
                   WS-VALID-FIN(WS-ENTREE-TROUVEE)
                   "' (RE-ENTER ALL FIELDS)"
               PERFORM 0600-ASK-ALL-FIELDS-BEGIN
                  THRU 0600-ASK-ALL-FIELDS-END
               PERFORM 0610-ASK-PERIOD-BEGIN
                  THRU 0610-ASK-PERIOD-END
      *les points d'arrêt sont ressaisis avec le train : l'ancien
      *détail de la version ne peut plus correspondre au nouveau
      *dessin
               PERFORM 0250-ASK-STOPS-BEGIN
                  THRU 0250-ASK-STOPS-END
               MOVE "MOD" TO WS-CHG-ACTION
               MOVE WS-VALID-DEBUT(WS-ENTREE-TROUVEE)
                   TO WS-CHG-VERSION-DEBUT
               PERFORM 0640-FIELDS-TO-CHANGE-BEGIN
                  THRU 0640-FIELDS-TO-CHANGE-END
               MOVE WS-NUMERO-DEMANDE TO WS-CHG-NUMERO
               PERFORM 0850-QUEUE-CHANGE-BEGIN
                  THRU 0850-QUEUE-CHANGE-END
           END-IF.
       0300-MODIFY-TRAIN-END.

      *paragraphe de suppression de la version en vigueur à la date
      *de travail, avec confirmation avant de la proposer à
      *l'approbation
       0400-DELETE-TRAIN-BEGIN.
           PERFORM 0700-ASK-NUMERO-BEGIN
              THRU 0700-ASK-NUMERO-END.
               DISPLAY "DELETE TRAIN " WS-NUMERO-DEMANDE " "
                   WS-GARE-DEPART(WS-ENTREE-TROUVEE) "-> "
                   WS-GARE-DESTINATION(WS-ENTREE-TROUVEE)
                   " VERSION FROM '"
                   WS-VALID-DEBUT(WS-ENTREE-TROUVEE) "'? (Y/N)"
               MOVE SPACE TO WS-SAISIE-CONFIRM
               ACCEPT WS-SAISIE-CONFIRM
               IF WS-SAISIE-CONFIRM = "Y" OR WS-SAISIE-CONFIRM = "y"
      *le changement garde l'image de la version supprimée, pour que
      *l'approbateur voie ce qu'il retire
                   MOVE "DEL" TO WS-CHG-ACTION
                   MOVE WS-VALID-DEBUT(WS-ENTREE-TROUVEE)
                       TO WS-CHG-VERSION-DEBUT
                   MOVE WS-LIGNE-TRAIN(WS-ENTREE-TROUVEE)
                       TO WS-CHG-TRAIN
                   SET WS-CHG-STOPS-SUIVENT TO TRUE
                   MOVE SPACES TO WS-CHG-STOPS
                   PERFORM 0850-QUEUE-CHANGE-BEGIN
                      THRU 0850-QUEUE-CHANGE-END
               ELSE
                   DISPLAY "DELETION CANCELLED"
               END-IF
       0400-DELETE-TRAIN-END.

      *paragraphe qui retire du tableau toutes les lignes de détail
      *de la version WS-DEBUT-STOP-CIBLE du train
      *WS-NUMERO-STOP-CIBLE, en compactant les entrées restantes vers
      *le haut : les autres versions du train gardent leur détail
       0450-DELETE-STOPS-BEGIN.
           MOVE 0 TO WS-IDX-STOP-OUT.
           PERFORM VARYING WS-IDX-STOP FROM 1 BY 1
               UNTIL WS-IDX-STOP > WS-NB-STOPS
               IF WS-STOP-NUMERO(WS-IDX-STOP) NOT =
                  WS-NUMERO-STOP-CIBLE
               OR WS-STOP-DEBUT(WS-IDX-STOP) NOT =
                  WS-DEBUT-STOP-CIBLE
                   ADD 1 TO WS-IDX-STOP-OUT
                   MOVE WS-STOP-LIGNE(WS-IDX-STOP)
                       TO WS-STOP-LIGNE(WS-IDX-STOP-OUT)
                       TO STOP-PLANNING-TYPE
                   MOVE WS-STOP-HEURE(WS-IDX-STOP)
                       TO STOP-PLANNING-HEURE
                   MOVE WS-STOP-DEBUT(WS-IDX-STOP)
                       TO STOP-PLANNING-DEBUT
                   WRITE STOP-PLANNING
               END-PERFORM
               CLOSE TRAIN-STOPS
           END-IF.
       0550-REWRITE-STOPS-END.

      *paragraphe qui réécrit trainmnt-pending.dat, derrière sa
      *ligne de contrôle, avec les seuls changements restés en
      *attente : ceux qui ont été acceptés ou refusés pendant la
      *session en sortent
       0560-REWRITE-PENDING-BEGIN.
           OPEN OUTPUT TRAINMNT-PENDING.
      *'05' : le fichier optionnel n'existait pas et vient d'être créé
           IF NOT WS-PEND-STATUS-OK AND NOT WS-PEND-STATUS-NOTFOUND
               DISPLAY "*** WARNING: COULD NOT REWRITE "
                   "trainmnt-pending.dat - FILE STATUS "
                   WS-PEND-STATUS " - PROPOSALS AND DECISIONS OF "
                   "THIS SESSION ARE NOT SAVED ***"
           ELSE
               MOVE SPACES TO PEND-CONTROLE
               MOVE 0 TO PEND-CTL-ID
               MOVE WS-PEND-ID-DERNIER TO PEND-CTL-DERNIER-ID
               WRITE PEND-CONTROLE
               MOVE 0 TO WS-NB-EN-ATTENTE
               PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                   UNTIL WS-IDX-PEND > WS-NB-PEND
                   IF WS-PEND-EN-ATTENTE(WS-IDX-PEND)
                       MOVE WS-PEND-LIGNE(WS-IDX-PEND) TO PEND-RECORD
                       WRITE PEND-RECORD
                       ADD 1 TO WS-NB-EN-ATTENTE
                   END-IF
               END-PERFORM
               CLOSE TRAINMNT-PENDING
               DISPLAY WS-NB-EN-ATTENTE " CHANGE(S) LEFT AWAITING "
                   "APPROVAL IN trainmnt-pending.dat"
           END-IF.
       0560-REWRITE-PENDING-END.

      *paragraphe qui demande tous les champs d'un train, un par un,
      *en rebouclant sur chaque champ tant que la saisie ne passe
      *pas les contrôles (les mêmes que le programme principal :
           END-PERFORM.
       0600-ASK-ALL-FIELDS-END.

      *paragraphe qui demande la période de validité de la version,
      *en rebouclant tant qu'elle n'est pas valide ou qu'elle
      *chevauche une autre version du train WS-NUMERO-DEMANDE (hors
      *l'entrée WS-ENTREE-TROUVEE en cours de modification)
       0610-ASK-PERIOD-BEGIN.
           MOVE "X" TO WS-TRANS-MOTIF.
           PERFORM UNTIL WS-TRANS-MOTIF = SPACES
               DISPLAY "VALID FROM (YYYYMMDD, BLANK = NO START)? "
               MOVE SPACES TO WS-SAISIE-DEBUT
               ACCEPT WS-SAISIE-DEBUT
               DISPLAY "VALID UNTIL (YYYYMMDD, BLANK = NO END)? "
               MOVE SPACES TO WS-SAISIE-FIN
               ACCEPT WS-SAISIE-FIN
               MOVE SPACES TO WS-TRANS-MOTIF
               PERFORM 0760-VALIDATE-PERIOD-BEGIN
                  THRU 0760-VALIDATE-PERIOD-END
               IF WS-TRANS-MOTIF NOT = SPACES
                   DISPLAY "'" WS-SAISIE-DEBUT "'-'" WS-SAISIE-FIN
                       "': " WS-TRANS-MOTIF
               END-IF
           END-PERFORM.
       0610-ASK-PERIOD-END.

      *paragraphe qui recopie les champs saisis dans l'entrée
      *WS-ENTREE-TROUVEE du tableau (le numéro n'est jamais touché
      *ici)
               TO WS-NOMBRE-TRAJET(WS-ENTREE-TROUVEE).
           MOVE WS-SAISIE-JOURS
               TO WS-JOURS-TRAIN(WS-ENTREE-TROUVEE).
           MOVE WS-SAISIE-DEBUT
               TO WS-VALID-DEBUT(WS-ENTREE-TROUVEE).
           MOVE WS-SAISIE-FIN
               TO WS-VALID-FIN(WS-ENTREE-TROUVEE).
       0650-STORE-FIELDS-END.

      *paragraphe qui recopie les champs saisis dans l'image du
      *changement WS-CHG-TRAIN (le numéro est posé par l'appelant)
       0640-FIELDS-TO-CHANGE-BEGIN.
           MOVE WS-SAISIE-TYPE   TO WS-CHG-TYPE.
           MOVE WS-SAISIE-DEPART TO WS-CHG-DEPART.
           MOVE WS-SAISIE-DEST   TO WS-CHG-DEST.
           MOVE WS-SAISIE-HEURE  TO WS-CHG-HEURE.
           MOVE WS-SAISIE-DUREE  TO WS-CHG-DUREE.
           MOVE WS-SAISIE-ARRETS TO WS-CHG-ARRETS.
           MOVE WS-SAISIE-JOURS  TO WS-CHG-JOURS.
           MOVE WS-SAISIE-DEBUT  TO WS-CHG-DEBUT.
           MOVE WS-SAISIE-FIN    TO WS-CHG-FIN.
       0640-FIELDS-TO-CHANGE-END.

      *et l'inverse : l'image du changement dans les champs de
      *saisie, pour la contrôler et l'écrire comme une saisie
       0645-CHANGE-TO-FIELDS-BEGIN.
           MOVE WS-CHG-TYPE   TO WS-SAISIE-TYPE.
           MOVE WS-CHG-DEPART TO WS-SAISIE-DEPART.
           MOVE WS-CHG-DEST   TO WS-SAISIE-DEST.
           MOVE WS-CHG-HEURE  TO WS-SAISIE-HEURE.
           MOVE WS-CHG-DUREE  TO WS-SAISIE-DUREE.
           MOVE WS-CHG-ARRETS TO WS-SAISIE-ARRETS.
           MOVE WS-CHG-JOURS  TO WS-SAISIE-JOURS.
           MOVE WS-CHG-DEBUT  TO WS-SAISIE-DEBUT.
           MOVE WS-CHG-FIN    TO WS-SAISIE-FIN.
       0645-CHANGE-TO-FIELDS-END.

      *paragraphe qui applique aux champs WS-SAISIE-* les mêmes
      *contrôles que les invites de saisie, mais sans reboucler :
      *le premier contrôle en échec pose son motif dans
           ACCEPT WS-SAISIE-NUMERO.
           IF WS-SAISIE-NUMERO IS NUMERIC
               MOVE WS-SAISIE-NUMERO TO WS-NUMERO-DEMANDE
               MOVE WS-DATE-TRAVAIL TO WS-DATE-CIBLE
               PERFORM 0710-SEARCH-NUMERO-BEGIN
                  THRU 0710-SEARCH-NUMERO-END
               IF WS-ENTREE-TROUVEE = 0
                   DISPLAY WS-NUMERO-DEMANDE " IS NOT A KNOWN TRAIN "
                       "NUMBER ON " WS-DATE-TRAVAIL
               END-IF
           ELSE
               DISPLAY "'" WS-SAISIE-NUMERO "' IS NOT A VALID TRAIN "
           END-IF.
       0700-ASK-NUMERO-END.

      *paragraphe qui cherche l'entrée du tableau portant la version
      *de WS-NUMERO-DEMANDE en vigueur à WS-DATE-CIBLE
      *(WS-ENTREE-TROUVEE, 0 si absent)
       0710-SEARCH-NUMERO-BEGIN.
           MOVE 0 TO WS-ENTREE-TROUVEE.
           MOVE WS-DATE-CIBLE TO WS-DATE-A-TESTER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TBL-SIZE
               OR WS-ENTREE-TROUVEE > 0
               IF WS-NUMERO-TRAIN(WS-IDX) = WS-NUMERO-DEMANDE
                   MOVE WS-IDX TO WS-IDX-PERIODE
                   PERFORM 0750-CHECK-PERIOD-BEGIN
                      THRU 0750-CHECK-PERIOD-END
                   IF WS-DANS-PERIODE
                       MOVE WS-IDX TO WS-ENTREE-TROUVEE
                   END-IF
               END-IF
           END-PERFORM.
       0710-SEARCH-NUMERO-END.

      *paragraphe qui retrouve la version visée par un changement :
      *le train WS-CHG-NUMERO dont la période commence à
      *WS-CHG-VERSION-DEBUT (WS-ENTREE-TROUVEE, 0 si elle a disparu
      *du planning depuis la proposition)
       0720-FIND-VERSION-BEGIN.
           MOVE 0 TO WS-ENTREE-TROUVEE.
           MOVE WS-CHG-NUMERO TO WS-NUMERO-DEMANDE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TBL-SIZE
               OR WS-ENTREE-TROUVEE > 0
               IF WS-NUMERO-TRAIN(WS-IDX) = WS-NUMERO-DEMANDE
               AND WS-VALID-DEBUT(WS-IDX) = WS-CHG-VERSION-DEBUT
                   MOVE WS-IDX TO WS-ENTREE-TROUVEE
               END-IF
           END-PERFORM.
       0720-FIND-VERSION-END.

      *paragraphe qui lit une date AAAAMMJJ, l'invite étant déjà
      *affichée par l'appelant, et la contrôle :
      *WS-DATE-INT vaut 0 si elle est invalide ou laissée à blanc,
      *sinon WS-DATE-A-TESTER porte la date
       0730-ASK-DATE-BEGIN.
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           MOVE 0 TO WS-DATE-INT.
           IF WS-SAISIE-DATE IS NUMERIC
               MOVE WS-SAISIE-DATE TO WS-DATE-A-TESTER
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-A-TESTER)
           END-IF.
           IF WS-DATE-INT = 0 AND WS-SAISIE-DATE NOT = SPACES
               DISPLAY "'" WS-SAISIE-DATE "' IS NOT A VALID DATE"
           END-IF.
       0730-ASK-DATE-END.

      *paragraphe qui dit si la version WS-IDX-PERIODE est en
      *vigueur à la date WS-DATE-A-TESTER, avec la même règle que le
      *programme principal : une borne à blanc ne limite pas, les
      *deux bornes sont incluses
       0750-CHECK-PERIOD-BEGIN.
           SET WS-DANS-PERIODE TO TRUE.
           IF WS-VALID-DEBUT(WS-IDX-PERIODE) NOT = SPACES
           AND WS-VALID-DEBUT(WS-IDX-PERIODE) > WS-DATE-A-TESTER
               SET WS-HORS-DE-PERIODE TO TRUE
           END-IF.
           IF WS-VALID-FIN(WS-IDX-PERIODE) NOT = SPACES
           AND WS-VALID-FIN(WS-IDX-PERIODE) < WS-DATE-A-TESTER
               SET WS-HORS-DE-PERIODE TO TRUE
           END-IF.
       0750-CHECK-PERIOD-END.

      *paragraphe qui contrôle la période saisie WS-SAISIE-DEBUT /
      *WS-SAISIE-FIN comme le programme principal : chaque borne à
      *blanc ou date du calendrier, la fin pas avant le début. Le
      *motif d'un refus est posé dans WS-TRANS-MOTIF
       0760-VALIDATE-PERIOD-BEGIN.
           IF WS-SAISIE-DEBUT NOT = SPACES
               MOVE 0 TO WS-DATE-INT
               IF WS-SAISIE-DEBUT IS NUMERIC
                   MOVE WS-SAISIE-DEBUT TO WS-DATE-A-TESTER
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-A-TESTER)
               END-IF
               IF WS-DATE-INT = 0
                   MOVE "INVALID VALID-FROM DATE" TO WS-TRANS-MOTIF
               END-IF
           END-IF.
           IF WS-TRANS-MOTIF = SPACES
           AND WS-SAISIE-FIN NOT = SPACES
               MOVE 0 TO WS-DATE-INT
               IF WS-SAISIE-FIN IS NUMERIC
                   MOVE WS-SAISIE-FIN TO WS-DATE-A-TESTER
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-A-TESTER)
               END-IF
               IF WS-DATE-INT = 0
                   MOVE "INVALID VALID-UNTIL DATE" TO WS-TRANS-MOTIF
               END-IF
           END-IF.
           IF WS-TRANS-MOTIF = SPACES
           AND WS-SAISIE-DEBUT NOT = SPACES
           AND WS-SAISIE-FIN NOT = SPACES
           AND WS-SAISIE-FIN < WS-SAISIE-DEBUT
               MOVE "VALID-UNTIL BEFORE VALID-FROM" TO WS-TRANS-MOTIF
           END-IF.
      *deux versions du même train ne peuvent pas être en vigueur le
      *même jour
           IF WS-TRANS-MOTIF = SPACES
               MOVE 1 TO WS-IDX-DEBUT-RECH
               PERFORM 0770-FIND-OVERLAP-BEGIN
                  THRU 0770-FIND-OVERLAP-END
               IF WS-VERSION-CHEVAUCHE > 0
                   MOVE "OVERLAPS ANOTHER VERSION OF THE TRAIN"
                       TO WS-TRANS-MOTIF
               END-IF
           END-IF.
       0760-VALIDATE-PERIOD-END.

      *paragraphe qui cherche, à partir de l'entrée
      *WS-IDX-DEBUT-RECH, une autre version de WS-NUMERO-DEMANDE que
      *l'entrée WS-ENTREE-TROUVEE dont la période chevauche la
      *période WS-SAISIE-DEBUT / WS-SAISIE-FIN (une borne à blanc
      *est ouverte) : WS-VERSION-CHEVAUCHE, 0 si aucune
       0770-FIND-OVERLAP-BEGIN.
           MOVE 0 TO WS-VERSION-CHEVAUCHE.
           PERFORM VARYING WS-IDX-VERSION FROM WS-IDX-DEBUT-RECH BY 1
               UNTIL WS-IDX-VERSION > WS-TBL-SIZE
               OR WS-VERSION-CHEVAUCHE > 0
               IF WS-NUMERO-TRAIN(WS-IDX-VERSION) = WS-NUMERO-DEMANDE
               AND WS-IDX-VERSION NOT = WS-ENTREE-TROUVEE
               AND (WS-SAISIE-DEBUT = SPACES
                 OR WS-VALID-FIN(WS-IDX-VERSION) = SPACES
                 OR WS-SAISIE-DEBUT <= WS-VALID-FIN(WS-IDX-VERSION))
               AND (WS-VALID-DEBUT(WS-IDX-VERSION) = SPACES
                 OR WS-SAISIE-FIN = SPACES
                 OR WS-VALID-DEBUT(WS-IDX-VERSION) <= WS-SAISIE-FIN)
                   MOVE WS-IDX-VERSION TO WS-VERSION-CHEVAUCHE
               END-IF
           END-PERFORM.
       0770-FIND-OVERLAP-END.

      *paragraphes du mode lot : chaque transaction du fichier passe
      *par les mêmes contrôles que les invites puis part en attente
      *d'approbation au nom du planificateur de la ligne, et le
      *compte rendu reçoit une ligne mise en attente/rejetée avec le
      *motif. Les lignes d'audit qui/quand/quoi sont les mêmes que
      *celles de la session interactive
       0900-APPLY-TRANSACTIONS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN OUTPUT TRAINMNT-REPORT.
           IF NOT WS-TRANS-STATUS-OK
               DISPLAY "*** WARNING: COULD NOT REOPEN "
                   "trainmnt.trans - FILE STATUS " WS-TRANS-STATUS
                   " - NO TRANSACTION QUEUED ***"
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ TRAIN-TRANS
      *le total du compte rendu doit toujours se réconcilier
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "TRANSACTIONS READ: " WS-TRANS-LUES
               " = QUEUED " WS-TRANS-PROPOSEES
               " + REJECTED " WS-TRANS-REJETEES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-STRING.
           WRITE LIGNE-RAPPORT.
           CLOSE TRAINMNT-REPORT.
           DISPLAY WS-TRANS-PROPOSEES " TRANSACTION(S) QUEUED FOR "
               "APPROVAL, " WS-TRANS-REJETEES " REJECTED - SEE "
               "trainmnt-report.dat".
           SET WS-EOF-FALSE TO TRUE.
       0900-APPLY-TRANSACTIONS-END.

      *paragraphe qui contrôle la transaction qui vient d'être lue et
      *la met en attente. Son proposant doit être un planificateur ou
      *un approbateur connu. ADD prend le numéro donné, ou le laisse
      *à attribuer à l'acceptation s'il est à blanc ; MOD et DEL
      *exigent un numéro connu et visent la version en vigueur à
      *TRANS-DEBUT, ou à la date de travail quand il est à blanc
       0910-APPLY-ONE-TRANS-BEGIN.
           MOVE SPACES TO WS-TRANS-MOTIF.
           MOVE TRANS-OPERATEUR TO WS-OPER-A-VERIFIER.
           PERFORM 0042-FIND-OPERATOR-BEGIN
              THRU 0042-FIND-OPERATOR-END.
           IF WS-OPER-ROLE-TROUVE NOT = "P"
           AND WS-OPER-ROLE-TROUVE NOT = "A"
               MOVE "OPERATOR MAY NOT PROPOSE CHANGES"
                   TO WS-TRANS-MOTIF
           END-IF.
           MOVE TRANS-ACTION TO WS-CHG-ACTION.
           MOVE SPACES TO WS-CHG-VERSION-DEBUT.
           MOVE 0 TO WS-CHG-NUMERO.
           MOVE TRANS-TYPE   TO WS-CHG-TYPE.
           MOVE TRANS-DEPART TO WS-CHG-DEPART.
           MOVE TRANS-DEST   TO WS-CHG-DEST.
           MOVE TRANS-HEURE  TO WS-CHG-HEURE.
           MOVE TRANS-DUREE  TO WS-CHG-DUREE.
           MOVE TRANS-ARRETS TO WS-CHG-ARRETS.
           MOVE TRANS-JOURS  TO WS-CHG-JOURS.
           MOVE TRANS-DEBUT  TO WS-CHG-DEBUT.
           MOVE TRANS-FIN    TO WS-CHG-FIN.
      *le mode lot ne saisit pas de points d'arrêt : une version
      *modifiée garde son détail
           SET WS-CHG-STOPS-SUIVENT TO TRUE.
           MOVE SPACES TO WS-CHG-STOPS.
           MOVE WS-DATE-TRAVAIL TO WS-DATE-CIBLE.
           IF TRANS-DEBUT IS NUMERIC
               MOVE TRANS-DEBUT TO WS-DATE-CIBLE
           END-IF.
           IF WS-TRANS-MOTIF = SPACES
               EVALUATE TRANS-ACTION
                   WHEN "ADD"
                       IF TRANS-NUMERO NOT = SPACES
                       AND TRANS-NUMERO NOT = "0000"
                           IF TRANS-NUMERO IS NOT NUMERIC
                               MOVE "TRAIN NUMBER IS NOT NUMERIC"
                                   TO WS-TRANS-MOTIF
                           ELSE
                               MOVE TRANS-NUMERO TO WS-CHG-NUMERO
                           END-IF
                       END-IF
                   WHEN "MOD"
                   WHEN "DEL"
                       IF TRANS-NUMERO IS NOT NUMERIC
                           MOVE "TRAIN NUMBER IS NOT NUMERIC"
                               TO WS-TRANS-MOTIF
                       ELSE
                           MOVE TRANS-NUMERO TO WS-NUMERO-DEMANDE
                           PERFORM 0710-SEARCH-NUMERO-BEGIN
                              THRU 0710-SEARCH-NUMERO-END
                           IF WS-ENTREE-TROUVEE = 0
                               MOVE "NO VERSION IN FORCE ON THAT DATE"
                                   TO WS-TRANS-MOTIF
                           END-IF
                       END-IF
                       IF WS-TRANS-MOTIF = SPACES
                           MOVE WS-VALID-DEBUT(WS-ENTREE-TROUVEE)
                               TO WS-CHG-VERSION-DEBUT
                           IF TRANS-ACTION = "DEL"
                               MOVE WS-LIGNE-TRAIN(WS-ENTREE-TROUVEE)
                                   TO WS-CHG-TRAIN
                           ELSE
                               MOVE WS-NUMERO-DEMANDE TO WS-CHG-NUMERO
      *une borne de période laissée à blanc garde sa valeur
                               IF TRANS-DEBUT = SPACES
                                   MOVE WS-CHG-VERSION-DEBUT
                                       TO WS-CHG-DEBUT
                               END-IF
                               IF TRANS-FIN = SPACES
                                   MOVE WS-VALID-FIN(WS-ENTREE-TROUVEE)
                                       TO WS-CHG-FIN
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-TRANS-MOTIF
               END-EVALUATE
           END-IF.
           IF WS-TRANS-MOTIF = SPACES
               SET WS-CHG-CONTROLE TO TRUE
               PERFORM 0920-APPLY-CHANGE-BEGIN
                  THRU 0920-APPLY-CHANGE-END
           END-IF.
      *la proposition est enregistrée, et tracée, au nom du
      *planificateur de la ligne
           IF WS-TRANS-MOTIF = SPACES
               MOVE TRANS-OPERATEUR TO WS-OPERATEUR
               PERFORM 0850-QUEUE-CHANGE-BEGIN
                  THRU 0850-QUEUE-CHANGE-END
               MOVE "TRANS-FILE" TO WS-OPERATEUR
           END-IF.
           IF WS-TRANS-MOTIF = SPACES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "QUEUED   " WS-CHG-LIBELLE " (CHANGE "
                   WS-PEND-ID-DERNIER " BY " TRANS-OPERATEUR ")"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
               ADD 1 TO WS-TRANS-PROPOSEES
           ELSE
               ADD 1 TO WS-TRANS-REJETEES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "REJECTED " TRANS-ACTION " TRAIN '"
                   TRANS-NUMERO "' | REASON: " WS-TRANS-MOTIF
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               END-STRING
               WRITE LIGNE-RAPPORT
           END-IF.
       0910-APPLY-ONE-TRANS-END.

      *paragraphe qui contrôle le changement WS-CHG-* avec les mêmes
      *règles que la saisie écran et, en mode application, l'écrit
      *dans le planning en mémoire. Il sert à la proposition (contrôle
      *seul) puis à l'acceptation, où il est rejoué sur le planning
      *du moment : un changement qui ne s'applique plus pose son
      *motif dans WS-TRANS-MOTIF et reste en attente
       0920-APPLY-CHANGE-BEGIN.
           MOVE SPACES TO WS-TRANS-MOTIF.
           PERFORM 0645-CHANGE-TO-FIELDS-BEGIN
              THRU 0645-CHANGE-TO-FIELDS-END.
           EVALUATE WS-CHG-ACTION
               WHEN "ADD"
                   IF WS-TBL-SIZE >= WS-TBL-MAX
                       MOVE "THE SCHEDULE IS FULL" TO WS-TRANS-MOTIF
                       PERFORM 0660-VALIDATE-FIELDS-BEGIN
                          THRU 0660-VALIDATE-FIELDS-END
                   END-IF
      *le numéro : attribué à l'acceptation s'il est à zéro, sinon
      *repris tel quel ; un numéro déjà pris reçoit une nouvelle
      *version, à condition que sa période ne chevauche aucune de
      *celles qu'il a déjà
                   IF WS-TRANS-MOTIF = SPACES
                       IF WS-CHG-NUMERO = 0
                           PERFORM 0210-FIND-NEXT-NUMERO-BEGIN
                              THRU 0210-FIND-NEXT-NUMERO-END
                       ELSE
                           MOVE WS-CHG-NUMERO TO WS-NUMERO-SUIVANT
                       END-IF
                       MOVE WS-NUMERO-SUIVANT TO WS-NUMERO-DEMANDE
                       MOVE 0 TO WS-ENTREE-TROUVEE
                       PERFORM 0760-VALIDATE-PERIOD-BEGIN
                          THRU 0760-VALIDATE-PERIOD-END
                   END-IF
                   IF WS-TRANS-MOTIF = SPACES AND WS-CHG-APPLICATION
                       ADD 1 TO WS-TBL-SIZE
                       MOVE WS-NUMERO-SUIVANT
                           TO WS-NUMERO-TRAIN(WS-TBL-SIZE)
                       MOVE WS-TBL-SIZE TO WS-ENTREE-TROUVEE
                       PERFORM 0650-STORE-FIELDS-BEGIN
                          THRU 0650-STORE-FIELDS-END
                       IF WS-CHG-STOPS-SAISIS
                           MOVE WS-NUMERO-SUIVANT
                               TO WS-NUMERO-STOP-CIBLE
                           MOVE WS-SAISIE-DEBUT TO WS-DEBUT-STOP-CIBLE
                           PERFORM 0260-STORE-STOPS-BEGIN
                              THRU 0260-STORE-STOPS-END
                       END-IF
      *le numéro attribué figure dans la trace de la décision
                       MOVE WS-NUMERO-SUIVANT TO WS-CHG-NUMERO
                   END-IF
               WHEN "MOD"
                   PERFORM 0720-FIND-VERSION-BEGIN
                      THRU 0720-FIND-VERSION-END
                   IF WS-ENTREE-TROUVEE = 0
                       MOVE "THE VERSION IS NO LONGER IN THE SCHEDULE"
                           TO WS-TRANS-MOTIF
                   ELSE
                       PERFORM 0660-VALIDATE-FIELDS-BEGIN
                          THRU 0660-VALIDATE-FIELDS-END
                   END-IF
                   IF WS-TRANS-MOTIF = SPACES
                       PERFORM 0760-VALIDATE-PERIOD-BEGIN
                          THRU 0760-VALIDATE-PERIOD-END
                   END-IF
                   IF WS-TRANS-MOTIF = SPACES AND WS-CHG-APPLICATION
                       MOVE WS-NUMERO-DEMANDE TO WS-NUMERO-STOP-CIBLE
                       IF WS-CHG-STOPS-SAISIS
      *les points d'arrêt ressaisis remplacent le détail de la version
                           MOVE WS-VALID-DEBUT(WS-ENTREE-TROUVEE)
                               TO WS-DEBUT-STOP-CIBLE
                           PERFORM 0450-DELETE-STOPS-BEGIN
                              THRU 0450-DELETE-STOPS-END
                           PERFORM 0650-STORE-FIELDS-BEGIN
                              THRU 0650-STORE-FIELDS-END
                           MOVE WS-SAISIE-DEBUT TO WS-DEBUT-STOP-CIBLE
                           PERFORM 0260-STORE-STOPS-BEGIN
                              THRU 0260-STORE-STOPS-END
                       ELSE
      *le détail des arrêts de la version suit sa date de début
                           PERFORM VARYING WS-IDX-STOP FROM 1 BY 1
                               UNTIL WS-IDX-STOP > WS-NB-STOPS
                               IF WS-STOP-NUMERO(WS-IDX-STOP) =
                                  WS-NUMERO-STOP-CIBLE
                               AND WS-STOP-DEBUT(WS-IDX-STOP) =
                                   WS-VALID-DEBUT(WS-ENTREE-TROUVEE)
                                   MOVE WS-SAISIE-DEBUT
                                       TO WS-STOP-DEBUT(WS-IDX-STOP)
                               END-IF
                           END-PERFORM
                           PERFORM 0650-STORE-FIELDS-BEGIN
                              THRU 0650-STORE-FIELDS-END
                       END-IF
                   END-IF
               WHEN "DEL"
                   PERFORM 0720-FIND-VERSION-BEGIN
                      THRU 0720-FIND-VERSION-END
                   IF WS-ENTREE-TROUVEE = 0
                       MOVE "THE VERSION IS NO LONGER IN THE SCHEDULE"
                           TO WS-TRANS-MOTIF
                   END-IF
                   IF WS-TRANS-MOTIF = SPACES AND WS-CHG-APPLICATION
      *même mécanique que l'ancienne suppression directe : l'entrée
      *est compactée et les lignes de détail suivent la version
                       MOVE WS-VALID-DEBUT(WS-ENTREE-TROUVEE)
                           TO WS-DEBUT-STOP-CIBLE
                       PERFORM VARYING WS-IDX
                           FROM WS-ENTREE-TROUVEE BY 1
                           UNTIL WS-IDX >= WS-TBL-SIZE
                           TO WS-NUMERO-STOP-CIBLE
                       PERFORM 0450-DELETE-STOPS-BEGIN
                          THRU 0450-DELETE-STOPS-END
                   END-IF
               WHEN "NXT"
      *la bascule doit toujours être dans le futur le jour où elle
      *est acceptée
                   IF WS-CHG-VERSION-DEBUT IS NOT NUMERIC
                       MOVE "INVALID NEXT PERIOD DATE" TO WS-TRANS-MOTIF
                   ELSE
                       IF WS-CHG-VERSION-DEBUT <=
                          WS-RUN-DATETIME-RAW(1:8)
                           MOVE "THE NEXT PERIOD MUST START AFTER TODAY"
                               TO WS-TRANS-MOTIF
                       END-IF
                   END-IF
                   IF WS-TRANS-MOTIF = SPACES AND WS-CHG-APPLICATION
                       PERFORM 0155-APPLY-NEXT-PERIOD-BEGIN
                          THRU 0155-APPLY-NEXT-PERIOD-END
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-TRANS-MOTIF
           END-EVALUATE.
           IF WS-TRANS-MOTIF = SPACES AND WS-CHG-APPLICATION
               ADD 1 TO WS-NB-MODIFS
           END-IF.
       0920-APPLY-CHANGE-END.

      *paragraphe qui ajoute une ligne qui/quand/quoi au journal
      *d'audit partagé avec le programme principal
           END-STRING.
           WRITE TRAIN-AUDIT-RECORD.
       0800-WRITE-AUDIT-END.

      *paragraphe qui met le changement WS-CHG-* en attente
      *d'approbation au nom de WS-OPERATEUR, avec son numéro de
      *changement ; rien n'est écrit dans le planning
       0850-QUEUE-CHANGE-BEGIN.
           IF WS-NB-PEND >= WS-TBL-PEND-MAX
               MOVE "TOO MANY CHANGES AWAITING APPROVAL"
                   TO WS-TRANS-MOTIF
               DISPLAY "*** TOO MANY CHANGES AWAITING APPROVAL - "
                   "CHANGE NOT QUEUED ***"
           ELSE
               ADD 1 TO WS-NB-PEND
               ADD 1 TO WS-PEND-ID-DERNIER
               MOVE WS-PEND-ID-DERNIER TO WS-PEND-ID(WS-NB-PEND)
               MOVE WS-OPERATEUR TO WS-PEND-PROPOSE-PAR(WS-NB-PEND)
               MOVE WS-RUN-TIMESTAMP
                   TO WS-PEND-PROPOSE-LE(WS-NB-PEND)
               MOVE WS-CHG-ACTION TO WS-PEND-ACTION(WS-NB-PEND)
               MOVE WS-CHG-VERSION-DEBUT
                   TO WS-PEND-VERSION-DEBUT(WS-NB-PEND)
               MOVE WS-CHG-TRAIN TO WS-PEND-TRAIN(WS-NB-PEND)
               MOVE WS-CHG-STOPS-FLAG
                   TO WS-PEND-STOPS-FLAG(WS-NB-PEND)
               MOVE WS-CHG-STOPS TO WS-PEND-STOPS(WS-NB-PEND)
               SET WS-PEND-EN-ATTENTE(WS-NB-PEND) TO TRUE
               ADD 1 TO WS-NB-PEND-MODIFS
               PERFORM 0880-DESCRIBE-CHANGE-BEGIN
                  THRU 0880-DESCRIBE-CHANGE-END
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "PROPOSED " WS-PEND-ID-DERNIER " "
                   WS-CHG-LIBELLE
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               END-STRING
               PERFORM 0800-WRITE-AUDIT-BEGIN
                  THRU 0800-WRITE-AUDIT-END
               DISPLAY "CHANGE " WS-PEND-ID-DERNIER " QUEUED FOR "
                   "APPROVAL: " WS-CHG-LIBELLE
           END-IF.
       0850-QUEUE-CHANGE-END.

      *paragraphe qui liste les changements en attente d'approbation
       0860-LIST-PENDING-BEGIN.
           MOVE 0 TO WS-NB-EN-ATTENTE.
           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
               UNTIL WS-IDX-PEND > WS-NB-PEND
               IF WS-PEND-EN-ATTENTE(WS-IDX-PEND)
                   ADD 1 TO WS-NB-EN-ATTENTE
                   PERFORM 0885-LOAD-CHANGE-BEGIN
                      THRU 0885-LOAD-CHANGE-END
                   PERFORM 0880-DESCRIBE-CHANGE-BEGIN
                      THRU 0880-DESCRIBE-CHANGE-END
                   DISPLAY WS-PEND-ID(WS-IDX-PEND) " "
                       WS-PEND-PROPOSE-LE(WS-IDX-PEND) " BY "
                       WS-PEND-PROPOSE-PAR(WS-IDX-PEND) " "
                       WS-CHG-LIBELLE
               END-IF
           END-PERFORM.
           IF WS-NB-EN-ATTENTE = 0
               DISPLAY "NO CHANGES AWAITING APPROVAL"
           ELSE
               DISPLAY WS-NB-EN-ATTENTE " CHANGE(S) AWAITING APPROVAL"
           END-IF.
       0860-LIST-PENDING-END.

      *paragraphe de revue par un approbateur : chaque changement en
      *attente est présenté et l'approbateur l'accepte, le refuse ou
      *le laisse pour plus tard. Il ne peut pas décider d'un
      *changement qu'il a lui-même proposé
       0870-REVIEW-CHANGES-BEGIN.
           MOVE 0 TO WS-NB-EN-ATTENTE.
           MOVE SPACE TO WS-DECISION.
           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
               UNTIL WS-IDX-PEND > WS-NB-PEND
               OR WS-DECISION = "Q"
               IF WS-PEND-EN-ATTENTE(WS-IDX-PEND)
                   ADD 1 TO WS-NB-EN-ATTENTE
                   PERFORM 0875-REVIEW-ONE-CHANGE-BEGIN
                      THRU 0875-REVIEW-ONE-CHANGE-END
               END-IF
           END-PERFORM.
           IF WS-NB-EN-ATTENTE = 0
               DISPLAY "NO CHANGES AWAITING APPROVAL"
           END-IF.
       0870-REVIEW-CHANGES-END.

      *paragraphe qui présente le changement WS-IDX-PEND et applique
      *la décision de l'approbateur
       0875-REVIEW-ONE-CHANGE-BEGIN.
           PERFORM 0885-LOAD-CHANGE-BEGIN
              THRU 0885-LOAD-CHANGE-END.
           PERFORM 0880-DESCRIBE-CHANGE-BEGIN
              THRU 0880-DESCRIBE-CHANGE-END.
           DISPLAY " ".
           DISPLAY "CHANGE " WS-PEND-ID(WS-IDX-PEND) " PROPOSED BY "
               WS-CHG-PROPOSANT " ON "
               WS-PEND-PROPOSE-LE(WS-IDX-PEND).
           DISPLAY "  " WS-CHG-LIBELLE.
           IF WS-CHG-ACTION = "ADD" OR WS-CHG-ACTION = "MOD"
               DISPLAY "  NEW: " WS-CHG-TYPE " DEP " WS-CHG-HEURE
                   " DUR " WS-CHG-DUREE " STOPS '" WS-CHG-ARRETS
                   "' DAYS " WS-CHG-JOURS " FROM '" WS-CHG-DEBUT
                   "' TO '" WS-CHG-FIN "'"
               IF WS-CHG-STOPS-SAISIS
                   PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 > 10
                       OR WS-CHG-ARRETS(WS-IDX-2:1) = SPACE
                       DISPLAY "  CALLING POINT " WS-IDX-2 " ("
                           WS-CHG-ARRETS(WS-IDX-2:1) ") "
                           WS-CHG-STOP-GARE(WS-IDX-2) " "
                           WS-CHG-STOP-HEURE(WS-IDX-2)
                   END-PERFORM
               END-IF
           END-IF.
      *la version visée telle qu'elle est aujourd'hui au planning
           IF WS-CHG-ACTION = "MOD" OR WS-CHG-ACTION = "DEL"
               PERFORM 0720-FIND-VERSION-BEGIN
                  THRU 0720-FIND-VERSION-END
               IF WS-ENTREE-TROUVEE = 0
                   DISPLAY "  THE VERSION IS NO LONGER IN THE "
                       "SCHEDULE"
               ELSE
                   DISPLAY "  NOW: "
                       WS-TYPE-TRAIN(WS-ENTREE-TROUVEE) " "
                       WS-GARE-DEPART(WS-ENTREE-TROUVEE) "-> "
                       WS-GARE-DESTINATION(WS-ENTREE-TROUVEE)
                       " DEP " WS-HEURE-DEPART(WS-ENTREE-TROUVEE)
                       " DUR " WS-DUREE-TRAJET(WS-ENTREE-TROUVEE)
                       " STOPS '" WS-NOMBRE-TRAJET(WS-ENTREE-TROUVEE)
                       "' DAYS " WS-JOURS-TRAIN(WS-ENTREE-TROUVEE)
                       " FROM '" WS-VALID-DEBUT(WS-ENTREE-TROUVEE)
                       "' TO '" WS-VALID-FIN(WS-ENTREE-TROUVEE) "'"
               END-IF
           END-IF.
           IF WS-CHG-PROPOSANT = WS-OPERATEUR
               DISPLAY "YOU PROPOSED THIS CHANGE - ANOTHER APPROVER "
                   "MUST DECIDE"
           ELSE
               MOVE SPACE TO WS-DECISION
               PERFORM UNTIL WS-DECISION = "A" OR WS-DECISION = "R"
                   OR WS-DECISION = "S" OR WS-DECISION = "Q"
                   DISPLAY "ACCEPT, REJECT, SKIP OR QUIT THE REVIEW "
                       "(A/R/S/Q)? "
                   MOVE SPACE TO WS-DECISION
                   ACCEPT WS-DECISION
                   INSPECT WS-DECISION CONVERTING "arsq" TO "ARSQ"
               END-PERFORM
               EVALUATE WS-DECISION
                   WHEN "A"
      *le changement est rejoué sur le planning du moment : s'il ne
      *s'applique plus, il reste en attente avec son motif
                       SET WS-CHG-APPLICATION TO TRUE
                       PERFORM 0920-APPLY-CHANGE-BEGIN
                          THRU 0920-APPLY-CHANGE-END
                       IF WS-TRANS-MOTIF NOT = SPACES
                           DISPLAY "*** CHANGE " WS-PEND-ID(WS-IDX-PEND)
                               " CANNOT BE APPLIED: " WS-TRANS-MOTIF
                               " - LEFT PENDING ***"
                       ELSE
                           SET WS-PEND-ACCEPTE(WS-IDX-PEND) TO TRUE
                           ADD 1 TO WS-NB-PEND-MODIFS
                           PERFORM 0880-DESCRIBE-CHANGE-BEGIN
                              THRU 0880-DESCRIBE-CHANGE-END
                           MOVE SPACES TO WS-AUDIT-ACTION
                           STRING "ACCEPTED " WS-PEND-ID(WS-IDX-PEND)
                               " " FUNCTION TRIM(WS-CHG-LIBELLE)
                               " - PROPOSED BY " WS-CHG-PROPOSANT
                               DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                           END-STRING
                           PERFORM 0800-WRITE-AUDIT-BEGIN
                              THRU 0800-WRITE-AUDIT-END
                           DISPLAY "CHANGE " WS-PEND-ID(WS-IDX-PEND)
                               " ACCEPTED: " WS-CHG-LIBELLE
                       END-IF
                   WHEN "R"
                       SET WS-PEND-REFUSE(WS-IDX-PEND) TO TRUE
                       ADD 1 TO WS-NB-PEND-MODIFS
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "REJECTED " WS-PEND-ID(WS-IDX-PEND)
                           " " FUNCTION TRIM(WS-CHG-LIBELLE)
                           " - PROPOSED BY " WS-CHG-PROPOSANT
                           DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                       END-STRING
                       PERFORM 0800-WRITE-AUDIT-BEGIN
                          THRU 0800-WRITE-AUDIT-END
                       DISPLAY "CHANGE " WS-PEND-ID(WS-IDX-PEND)
                           " REJECTED"
               END-EVALUATE
           END-IF.
       0875-REVIEW-ONE-CHANGE-END.

      *paragraphe qui compose le libellé WS-CHG-LIBELLE du changement
      *WS-CHG-*
       0880-DESCRIBE-CHANGE-BEGIN.
           MOVE SPACES TO WS-CHG-LIBELLE.
           IF WS-CHG-NUMERO = 0
               MOVE "NEW" TO WS-CHG-NUMERO-AFF
           ELSE
               MOVE WS-CHG-NUMERO TO WS-CHG-NUMERO-AFF
           END-IF.
           EVALUATE WS-CHG-ACTION
               WHEN "NXT"
                   STRING "NEXT PERIOD FROM " WS-CHG-VERSION-DEBUT
                       DELIMITED BY SIZE INTO WS-CHG-LIBELLE
                   END-STRING
               WHEN "DEL"
                   STRING "DEL TRAIN " WS-CHG-NUMERO-AFF
                       " VERSION FROM '" WS-CHG-VERSION-DEBUT "'"
                       DELIMITED BY SIZE INTO WS-CHG-LIBELLE
                   END-STRING
               WHEN OTHER
                   STRING WS-CHG-ACTION " TRAIN "
                       FUNCTION TRIM(WS-CHG-NUMERO-AFF) " "
                       FUNCTION TRIM(WS-CHG-DEPART) "-> "
                       FUNCTION TRIM(WS-CHG-DEST) " DEP " WS-CHG-HEURE
                       DELIMITED BY SIZE INTO WS-CHG-LIBELLE
                   END-STRING
           END-EVALUATE.
       0880-DESCRIBE-CHANGE-END.

      *paragraphe qui reprend le changement WS-IDX-PEND du tableau
      *dans WS-CHG-*
       0885-LOAD-CHANGE-BEGIN.
           MOVE WS-PEND-PROPOSE-PAR(WS-IDX-PEND) TO WS-CHG-PROPOSANT.
           MOVE WS-PEND-ACTION(WS-IDX-PEND) TO WS-CHG-ACTION.
           MOVE WS-PEND-VERSION-DEBUT(WS-IDX-PEND)
               TO WS-CHG-VERSION-DEBUT.
           MOVE WS-PEND-TRAIN(WS-IDX-PEND) TO WS-CHG-TRAIN.
           MOVE WS-PEND-STOPS-FLAG(WS-IDX-PEND) TO WS-CHG-STOPS-FLAG.
           MOVE WS-PEND-STOPS(WS-IDX-PEND) TO WS-CHG-STOPS.
       0885-LOAD-CHANGE-END.
