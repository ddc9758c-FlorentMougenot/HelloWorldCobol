
      * Rendez-vous du jour : visiteurs annoncés par les équipes
      * visitées, chargés en mémoire avant la passe BATCH pour
      * distinguer visiteurs attendus et visites spontanées ; produits
      * par apptmnt à partir des réservations de la date
           SELECT APPOINT-IN ASSIGN TO "data/APPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPOINT-IN-STATUS.
               RECORD KEY IS PASS-KEY
               FILE STATUS IS WS-PASS-STATUS.

      * Annuaire des hôtes tenu par hostmnt : contrôle de l'hôte des
      * en-têtes de groupe et renvoi des avis d'arrivée au suppléant
      * d'un hôte absent le jour de la visite
           SELECT HOSTDIR-FILE ASSIGN TO "data/HOSTDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOST-KEY
               FILE STATUS IS WS-HOSTDIR-STATUS.

      * Avis d'arrivée des visiteurs de la liste de surveillance,
      * imprimé par l'accueil dès la fin du batch pour prévenir l'hôte
           SELECT HOSTALERT-OUT ASSIGN TO "data/HOSTALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGEREG-STATUS.

      * Sorties pointées par l'accueil (programme chkout) : relues au
      * démarrage avec le registre des badges pour connaître
      * l'occupation de chaque site avant de délivrer un badge
           SELECT CHECKOUT-IN ASSIGN TO "data/CHECKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKOUT-STATUS.

      * Visiteurs retenus faute de place : l'accueil les fait entrer
      * au fil des sorties, au lieu de dépasser l'effectif maximal
      * admis sur le site au titre de la sécurité incendie
           SELECT CAPHOLD-OUT ASSIGN TO "data/CAPHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHOLD-STATUS.

      * Séquence des numéros de badge : remise à zéro chaque jour mais
      * conservée d'une exécution à l'autre (même discipline que le
      * point de reprise CHECKPT.DAT), pour qu'une relance après
      * d'équilibre compare les totaux d'une exécution aux lignes
      * d'une autre et signale un faux écart)
           05 CKPT-RUN-ID       PIC X(17).
      * Visiteurs retenus faute de place, au total et dans le groupe
      * ouvert, sauvés et restaurés comme les autres comptes
           05 CKPT-HELD-COUNT      PIC 9(7).
           05 CKPT-GROUP-HELD      PIC 9(4).

       FD  AUDIT-OUT.
           COPY AUDIT-REC.
               ==HIST-LAST-VISIT-DATE== BY ==ARCH-LAST-VISIT-DATE==.

       FD  APPOINT-IN.
           COPY APPOINT-REC.

       FD  NOSHOW-OUT.
       01  NOSHOW-LINE PIC X(80).
       FD  PASS-FILE.
           COPY PASS-REC.

       FD  HOSTDIR-FILE.
           COPY HOSTDIR-REC.

      * ALERT-ROUTED-FROM porte l'hôte nommé quand l'avis a été
      * adressé à son suppléant (ALERT-HOST), à blanc sinon
       FD  HOSTALERT-OUT.
       01  HOSTALERT-LINE.
           05 ALERT-PRENOM      PIC X(20).
           05 ALERT-NOM         PIC X(20).
           05 ALERT-CATEGORY    PIC X(4).
           05 ALERT-HOST        PIC X(20).
           05 ALERT-TIMESTAMP   PIC X(16).
           05 ALERT-ROUTED-FROM PIC X(20).

       FD  BADGE-OUT.
       01  BADGE-LINE PIC X(80).
       FD  BADGEREG-OUT.
           COPY BADGEREG-REC.

       FD  CHECKOUT-IN.
           COPY CHECKOUT-REC.

       FD  CAPHOLD-OUT.
       01  CAPHOLD-LINE PIC X(80).

       FD  BADGESEQ-FILE.
       01  BADGESEQ-LINE.
           05 BSEQ-DATE   PIC X(8).
       01 WS-GROUP-GREETED PIC 9(4) VALUE ZERO.
       01 WS-GROUP-REJECTED PIC 9(4) VALUE ZERO.
       01 WS-GROUP-HDR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GROUP-HELD PIC 9(4) VALUE ZERO.

      * Occupation des sites : les badges et passes du jour relus dans
      * le registre au démarrage, moins ceux que le pointage des
      * départs (CHECKOUT.DAT) a vus sortir, donnent l'effectif de
      * chaque site ; chaque badge ou passe délivré ensuite l'augmente.
      * Quand la capacité du site (référentiel SITELANG.DAT, zéro =
      * pas de plafond) est atteinte, le badge n'est pas délivré : le
      * visiteur est retenu (issue HELD), listé dans CAPHOLD.RPT, et
      * ni son historique ni l'extrait CRM ne bougent, pour qu'il
      * puisse être accueilli normalement une fois la place libérée.
      * Les tables sont dimensionnées comme celles de chkout et un
      * dépassement arrête l'exécution
       01 WS-CHECKOUT-STATUS PIC X(2) VALUE "00".
       01 WS-CAPHOLD-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-OCC PIC X VALUE "N".
       01 WS-OCC-BADGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OCC-BADGE-MAX PIC 9(5) VALUE 5000.
       01 WS-OCC-BADGE-TABLE.
           05 WS-OCC-BADGE-ENTRY OCCURS 5000 TIMES.
               10 WS-OCC-B-NUMBER PIC 9(5).
               10 WS-OCC-B-TYPE   PIC X.
               10 WS-OCC-B-SITE   PIC X(4).
               10 WS-OCC-B-SORTI  PIC X.
       01 WS-OCC-IDX PIC 9(5) VALUE ZERO.
       01 WS-OCC-FOUND PIC X VALUE "N".
       01 WS-OCC-SITE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OCC-SITE-MAX PIC 9(3) VALUE 50.
       01 WS-OCC-SITE-TABLE.
           05 WS-OCC-SITE-ENTRY OCCURS 50 TIMES.
               10 WS-OCC-S-CODE     PIC X(4).
               10 WS-OCC-S-CAPACITY PIC 9(5).
               10 WS-OCC-S-ONSITE   PIC 9(5).
       01 WS-OCC-SITE-IDX PIC 9(3) VALUE ZERO.
       01 WS-OCC-SCAN-IDX PIC 9(3) VALUE ZERO.
       01 WS-OCC-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-IS-HELD PIC X VALUE "N".
       01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CAPHOLD-PTR PIC 9(3) VALUE ZERO.

      * Référentiel des sites et des langues : un référentiel absent
      * sur disque désactive simplement le contrôle des codes, comme
       01 WS-REF-AVAILABLE PIC X VALUE "N".
       01 WS-REF-STATUS PIC X(2) VALUE "00".

      * Annuaire des hôtes : absent, les hôtes ne sont pas contrôlés
      * et les avis partent à l'hôte nommé. Le renvoi au suppléant
      * suit au plus WS-ROUTE-MAX suppléants successifs quand le
      * suppléant est lui-même absent
       01 WS-HOSTDIR-AVAILABLE PIC X VALUE "N".
       01 WS-HOSTDIR-STATUS PIC X(2) VALUE "00".
       01 WS-ROUTE-ORIGIN PIC X(20) VALUE SPACES.
       01 WS-ROUTE-CONTINUE PIC X VALUE "N".
       01 WS-ROUTE-HOPS PIC 9 VALUE ZERO.
       01 WS-ROUTE-MAX PIC 9 VALUE 3.
       01 WS-ROUTE-ABSENT PIC X VALUE "N".
       01 WS-ROUTE-IDX PIC 9 VALUE ZERO.
       01 WS-ROUTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-HOST-COUNT PIC 9(5) VALUE ZERO.

      * Imputation de l'accueil pour la refacturation mensuelle
      * (chgback) : type tarifé, service refacturé et hôte dont le
      * service est tiré, posés par 2830-IMPUTER-VISITE et repris
      * par 2260-ECRIRE-AUDIT ; à blanc pour toute autre issue
       01 WS-CHG-TYPE PIC X(8) VALUE SPACES.
       01 WS-CHG-DEPT PIC X(20) VALUE SPACES.
       01 WS-CHG-HOST PIC X(20) VALUE SPACES.

       01 WS-VIP-AVAILABLE PIC X VALUE "N".
       01 WS-IS-VIP PIC X VALUE "N".
       01 WS-IS-DENIED PIC X VALUE "N".
           05 WS-RUN-MN   PIC 9(2).
           05 WS-RUN-SS   PIC 9(2).
           05 WS-RUN-HH-100 PIC 9(2).
      * Heure de délivrance de chaque badge ou passe au registre
       01 WS-ISSUE-TIME PIC 9(8).

      * Nombre d'accueils produits pendant l'exécution, dont ceux issus
      * de la passe de recyclage (rejets corrigés par rejfix), comptés
           PERFORM 1166-OUVRIR-REFERENTIEL
           PERFORM 1167-OUVRIR-PASSES
           PERFORM 1168-OUVRIR-ALERTES
           PERFORM 1169-OUVRIR-ANNUAIRE
           PERFORM 1170-OUVRIR-CRM-EXTRACT
           PERFORM 1172-LIRE-SEQUENCE-BADGES
           PERFORM 1174-OUVRIR-BADGES
      * L'occupation des sites se relit dans le registre avant que
      * celui-ci ne soit rouvert en ajout pour les badges du jour
           PERFORM 1177-CHARGER-OCCUPATION
           PERFORM 1176-OUVRIR-REGISTRE-BADGES
           PERFORM 1178-OUVRIR-RETENUES

           IF WS-RUN-MODE = "BATCH"
               PERFORM 1180-OUVRIR-REJET
               CLOSE PASS-FILE
           END-IF
           CLOSE HOSTALERT-OUT
           IF WS-HOSTDIR-AVAILABLE = "Y"
               CLOSE HOSTDIR-FILE
               IF WS-ROUTED-COUNT > ZERO
                   DISPLAY "Avis adresses a un suppleant : "
                       WS-ROUTED-COUNT
               END-IF
               IF WS-UNKNOWN-HOST-COUNT > ZERO
                   DISPLAY "Hotes de groupe inconnus de l'annuaire : "
                       WS-UNKNOWN-HOST-COUNT
               END-IF
           END-IF
           CLOSE CRM-EXTRACT
           CLOSE BADGE-OUT
           CLOSE BADGEREG-OUT
           CLOSE CAPHOLD-OUT
           PERFORM 2820-SAUVER-SEQUENCE-BADGES
           PERFORM 1200-ECRIRE-PIED-RAPPORT
           IF WS-RUN-MODE = "BATCH"
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Ouvre l'annuaire des hôtes en lecture seule ; un annuaire
      * absent (statut 35) désactive le contrôle des hôtes et le
      * renvoi aux suppléants, comme pour la liste de surveillance.
      * Tout autre statut arrête l'exécution
       1169-OUVRIR-ANNUAIRE.
           OPEN INPUT HOSTDIR-FILE
           EVALUATE WS-HOSTDIR-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HOSTDIR-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-HOSTDIR-AVAILABLE
               WHEN OTHER
                   MOVE "N" TO WS-HOSTDIR-AVAILABLE
                   MOVE "Impossible d'ouvrir HOSTDIR-FILE (HOSTDIR.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Ouvre l'extrait CRM ; en ajout lors d'une reprise, en création
      * sinon, pour ne pas écraser l'extrait des visiteurs déjà traités
       1170-OUVRIR-CRM-EXTRACT.
               END-IF
           END-IF.

      * Relit le registre des badges avant sa réouverture en ajout :
      * les badges et passes du jour, moins ceux que le pointage des
      * départs a vus sortir, donnent l'occupation de départ de chaque
      * site. Le rapprochement des sorties suit la règle de chkout (à
      * numéro égal, c'est le badge du jour qui est rendu avant le
      * passe). Un registre ou un fichier de sorties absent (statut
      * 35) veut dire qu'il n'y a encore personne sur site ou que
      * personne n'est encore sorti ; tout autre statut arrête
      * l'exécution, une occupation fausse laisserait passer un
      * dépassement de capacité
       1177-CHARGER-OCCUPATION.
           MOVE ZERO TO WS-OCC-BADGE-COUNT
           MOVE ZERO TO WS-OCC-SITE-COUNT
           OPEN INPUT BADGEREG-OUT
           EVALUATE WS-BADGEREG-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-OCC
                   PERFORM UNTIL WS-EOF-OCC = "Y"
                       READ BADGEREG-OUT
                           AT END MOVE "Y" TO WS-EOF-OCC
                           NOT AT END
                               IF BRG-DATE = WS-RUN-DATE-X
                                   PERFORM 1179-RANGER-BADGE-OCCUPATION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BADGEREG-OUT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible de relire BADGEREG-OUT (BADGEREG)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           OPEN INPUT CHECKOUT-IN
           EVALUATE WS-CHECKOUT-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-OCC
                   PERFORM UNTIL WS-EOF-OCC = "Y"
                       READ CHECKOUT-IN
                           AT END MOVE "Y" TO WS-EOF-OCC
                           NOT AT END
                               PERFORM 1181-POINTER-SORTIE-OCCUPATION
                       END-READ
                   END-PERFORM
                   CLOSE CHECKOUT-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir CHECKOUT-IN (CHECKOUT.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           MOVE 1 TO WS-OCC-IDX
           PERFORM UNTIL WS-OCC-IDX > WS-OCC-BADGE-COUNT
               IF WS-OCC-B-SORTI(WS-OCC-IDX) = "N"
                   MOVE WS-OCC-B-SITE(WS-OCC-IDX) TO WS-OCC-SITE-CODE
                   PERFORM 2396-CHERCHER-SITE-OCCUPATION
                   IF WS-OCC-SITE-IDX > ZERO
                       ADD 1 TO WS-OCC-S-ONSITE(WS-OCC-SITE-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-OCC-IDX
           END-PERFORM.

      * Range un badge ou un passe du jour relu dans le registre ; les
      * lignes antérieures au marquage du type sont des badges du jour
       1179-RANGER-BADGE-OCCUPATION.
           IF WS-OCC-BADGE-COUNT >= WS-OCC-BADGE-MAX
               MOVE "Table d'occupation pleine (voir WS-OCC-BADGE-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-OCC-BADGE-COUNT
           MOVE BRG-BADGE-NUMBER TO WS-OCC-B-NUMBER(WS-OCC-BADGE-COUNT)
           MOVE BRG-SITE-CODE TO WS-OCC-B-SITE(WS-OCC-BADGE-COUNT)
           IF BRG-TYPE = "P"
               MOVE "P" TO WS-OCC-B-TYPE(WS-OCC-BADGE-COUNT)
           ELSE
               MOVE "B" TO WS-OCC-B-TYPE(WS-OCC-BADGE-COUNT)
           END-IF
           MOVE "N" TO WS-OCC-B-SORTI(WS-OCC-BADGE-COUNT).

      * Marque sorti le badge rendu, badge du jour d'abord puis passe,
      * comme chkout ; une sortie sans correspondance est ignorée ici
      * (chkout la signale déjà à l'accueil)
       1181-POINTER-SORTIE-OCCUPATION.
           MOVE "N" TO WS-OCC-FOUND
           MOVE 1 TO WS-OCC-IDX
           PERFORM UNTIL WS-OCC-IDX > WS-OCC-BADGE-COUNT
                   OR WS-OCC-FOUND = "Y"
               IF WS-OCC-B-NUMBER(WS-OCC-IDX) = CKO-BADGE-NUMBER
                   AND WS-OCC-B-TYPE(WS-OCC-IDX) = "B"
                   AND WS-OCC-B-SORTI(WS-OCC-IDX) = "N"
                   MOVE "Y" TO WS-OCC-FOUND
                   MOVE "Y" TO WS-OCC-B-SORTI(WS-OCC-IDX)
               ELSE
                   ADD 1 TO WS-OCC-IDX
               END-IF
           END-PERFORM
           IF WS-OCC-FOUND = "N"
               MOVE 1 TO WS-OCC-IDX
               PERFORM UNTIL WS-OCC-IDX > WS-OCC-BADGE-COUNT
                       OR WS-OCC-FOUND = "Y"
                   IF WS-OCC-B-NUMBER(WS-OCC-IDX) = CKO-BADGE-NUMBER
                       AND WS-OCC-B-SORTI(WS-OCC-IDX) = "N"
                       MOVE "Y" TO WS-OCC-FOUND
                       MOVE "Y" TO WS-OCC-B-SORTI(WS-OCC-IDX)
                   ELSE
                       ADD 1 TO WS-OCC-IDX
                   END-IF
               END-PERFORM
           END-IF.

      * Ouvre la liste des visiteurs retenus faute de place ; en ajout
      * lors d'une reprise, en création (avec son titre) sinon, comme
      * le rapport
       1178-OUVRIR-RETENUES.
           IF WS-RESUME-COUNT > ZERO
               OPEN EXTEND CAPHOLD-OUT
               IF WS-CAPHOLD-STATUS NOT = "00"
                   OPEN OUTPUT CAPHOLD-OUT
               END-IF
           ELSE
               OPEN OUTPUT CAPHOLD-OUT
               IF WS-CAPHOLD-STATUS = "00"
                   MOVE SPACES TO CAPHOLD-LINE
                   STRING "Visiteurs retenus (capacite du site "
                       "atteinte) du " WS-RUN-YYYY "-" WS-RUN-MM "-"
                       WS-RUN-DD
                       INTO CAPHOLD-LINE
                   WRITE CAPHOLD-LINE
               END-IF
           END-IF
           IF WS-CAPHOLD-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir CAPHOLD-OUT (data/CAPHOLD.RPT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Ouvre le fichier des rejets (mode BATCH) ; en ajout lors d'une
      * reprise, en création sinon
       1180-OUVRIR-REJET.
               END-READ
           END-IF.

      * Contrôle la capacité du site du visiteur courant avant de lui
      * délivrer un badge : le visiteur est retenu quand l'effectif
      * sur site atteint déjà la capacité fixée au référentiel. Un
      * site sans code ou sans capacité n'a pas de plafond
       2395-CONTROLER-CAPACITE.
           MOVE "N" TO WS-IS-HELD
           MOVE SITE-CODE TO WS-OCC-SITE-CODE
           PERFORM 2396-CHERCHER-SITE-OCCUPATION
           IF WS-OCC-SITE-IDX > ZERO
               IF WS-OCC-S-CAPACITY(WS-OCC-SITE-IDX) > ZERO
                   AND WS-OCC-S-ONSITE(WS-OCC-SITE-IDX)
                       >= WS-OCC-S-CAPACITY(WS-OCC-SITE-IDX)
                   MOVE "Y" TO WS-IS-HELD
               END-IF
           END-IF.

      * Retrouve le site WS-OCC-SITE-CODE dans la table d'occupation,
      * ou l'y ajoute avec sa capacité lue au référentiel (zéro quand
      * le référentiel n'est pas chargé ou ne connaît pas le site) ;
      * WS-OCC-SITE-IDX reste à zéro pour un site sans code
       2396-CHERCHER-SITE-OCCUPATION.
           MOVE ZERO TO WS-OCC-SITE-IDX
           IF WS-OCC-SITE-CODE NOT = SPACES
               MOVE 1 TO WS-OCC-SCAN-IDX
               PERFORM UNTIL WS-OCC-SCAN-IDX > WS-OCC-SITE-COUNT
                       OR WS-OCC-SITE-IDX > ZERO
                   IF WS-OCC-S-CODE(WS-OCC-SCAN-IDX) = WS-OCC-SITE-CODE
                       MOVE WS-OCC-SCAN-IDX TO WS-OCC-SITE-IDX
                   ELSE
                       ADD 1 TO WS-OCC-SCAN-IDX
                   END-IF
               END-PERFORM
               IF WS-OCC-SITE-IDX = ZERO
                   PERFORM 2397-AJOUTER-SITE-OCCUPATION
               END-IF
           END-IF.

       2397-AJOUTER-SITE-OCCUPATION.
           IF WS-OCC-SITE-COUNT >= WS-OCC-SITE-MAX
               MOVE "Table des sites pleine (voir WS-OCC-SITE-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-OCC-SITE-COUNT
           MOVE WS-OCC-SITE-COUNT TO WS-OCC-SITE-IDX
           MOVE WS-OCC-SITE-CODE TO WS-OCC-S-CODE(WS-OCC-SITE-IDX)
           MOVE ZERO TO WS-OCC-S-CAPACITY(WS-OCC-SITE-IDX)
           MOVE ZERO TO WS-OCC-S-ONSITE(WS-OCC-SITE-IDX)
           IF WS-REF-AVAILABLE = "Y"
               MOVE "S" TO REF-TYPE
               MOVE WS-OCC-SITE-CODE TO REF-CODE
               READ REF-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REF-CAPACITY
                           TO WS-OCC-S-CAPACITY(WS-OCC-SITE-IDX)
               END-READ
           END-IF.

      * Compte l'entrée qui vient d'être inscrite au registre dans
      * l'occupation de son site
       2398-COMPTER-ENTREE-SITE.
           MOVE SITE-CODE TO WS-OCC-SITE-CODE
           PERFORM 2396-CHERCHER-SITE-OCCUPATION
           IF WS-OCC-SITE-IDX > ZERO
               ADD 1 TO WS-OCC-S-ONSITE(WS-OCC-SITE-IDX)
           END-IF.

      * Ouvre le groupe annoncé par l'en-tête courant (raison sociale
      * dans PRENOM, hôte dans NOM, effectif attendu dans SITE-CODE) ;
      * un en-tête qui arrive avant la fin du groupe précédent clôt
      * celui-ci d'abord. Un effectif absent ou non numérique rend
      * l'en-tête inexploitable : il est signalé et ignoré, les lignes
      * qui suivent sont traitées comme des visiteurs individuels.
      * Un hôte inconnu de l'annuaire est signalé dans le rapport
      * mais le groupe est traité : la délégation est déjà là
       2400-OUVRIR-GROUPE.
           IF WS-GROUP-ACTIVE = "Y"
               PERFORM 2460-CLOTURER-GROUPE
               MOVE WS-GROUP-EXPECTED TO WS-GROUP-REMAINING
               MOVE ZERO TO WS-GROUP-GREETED
               MOVE ZERO TO WS-GROUP-REJECTED
               MOVE ZERO TO WS-GROUP-HELD
               IF WS-HOSTDIR-AVAILABLE = "Y"
                   PERFORM 2410-CONTROLER-HOTE-GROUPE
               END-IF
           ELSE
               DISPLAY "En-tete de groupe sans effectif valide pour "
                   FUNCTION TRIM(PRENOM) ", en-tete ignore"
           END-IF.

      * Hôte d'en-tête de groupe cherché dans l'annuaire, clé en
      * majuscules comme la range hostmnt
       2410-CONTROLER-HOTE-GROUPE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GROUP-HOST))
               TO HOST-KEY
           READ HOSTDIR-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-HOST-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "Groupe " FUNCTION TRIM(WS-GROUP-NAME)
                       " : hote " FUNCTION TRIM(WS-GROUP-HOST)
                       " inconnu de l'annuaire" INTO REPORT-LINE
                   DISPLAY REPORT-LINE
                   WRITE REPORT-LINE
           END-READ.

      * Pointe le membre qui vient d'être traité dans les compteurs du
      * groupe et clôt le groupe quand tout l'effectif annoncé est
      * passé ; un accès refusé n'est ni accueilli ni rejeté mais
      * consomme sa place dans l'effectif, un membre retenu faute de
      * place est compté à part
       2450-POINTER-MEMBRE-GROUPE.
           IF WS-VALID-FLAG = "Y"
               IF WS-IS-DENIED NOT = "Y"
                   AND WS-IS-DUPLICATE NOT = "Y"
                   IF WS-IS-HELD = "Y"
                       ADD 1 TO WS-GROUP-HELD
                   ELSE
                       ADD 1 TO WS-GROUP-GREETED
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-GROUP-REJECTED
               WS-GROUP-REJECTED " rejete(s)"
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-GROUP-HELD > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  dont " WS-GROUP-HELD
                   " retenu(s) : capacite du site atteinte"
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 2470-ECRIRE-ALERTE-GROUPE
           MOVE "N" TO WS-GROUP-ACTIVE
           MOVE SPACES TO WS-GROUP-NAME
           MOVE ZERO TO WS-GROUP-EXPECTED
           MOVE ZERO TO WS-GROUP-REMAINING
           MOVE ZERO TO WS-GROUP-GREETED
           MOVE ZERO TO WS-GROUP-REJECTED
           MOVE ZERO TO WS-GROUP-HELD.

      * Avis d'arrivée unique pour toute la délégation, adressé à
      * l'hôte porté par l'en-tête de groupe ; la catégorie GRP le
           MOVE "GRP" TO ALERT-CATEGORY
           MOVE WS-GROUP-HOST TO ALERT-HOST
           MOVE WS-TIMESTAMP TO ALERT-TIMESTAMP
           PERFORM 2375-ROUTER-ALERTE
           WRITE HOSTALERT-LINE.

      * Rapport des absents : chaque rendez-vous du jour sans venue
           MOVE SPACES TO REPORT-LINE
           STRING "Total des doublons : " WS-DUP-COUNT
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Total des retenues capacite : " WS-HELD-COUNT
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Mode interactif historique : un visiteur saisi au clavier

           ADD 1 TO WS-TOTAL-READ
           PERFORM 2700-CONSTRUIRE-MESSAGE
           EVALUATE TRUE
               WHEN WS-IS-DENIED = "Y"
                   PERFORM 2750-TRAITER-REFUS
               WHEN WS-IS-HELD = "Y"
                   PERFORM 2770-TRAITER-CAPACITE
               WHEN OTHER
                   PERFORM 2800-SORTIR-MESSAGE
           END-EVALUATE.

      * Mode batch : un visiteur par ligne du fichier VISITOR-IN,
      * jusqu'à la fin du fichier
                               PERFORM 2750-TRAITER-REFUS
                           WHEN WS-IS-DUPLICATE = "Y"
                               PERFORM 2760-TRAITER-DOUBLON
                           WHEN WS-IS-HELD = "Y"
                               PERFORM 2770-TRAITER-CAPACITE
                           WHEN OTHER
                               PERFORM 2800-SORTIR-MESSAGE
                       END-EVALUATE
                               PERFORM 2750-TRAITER-REFUS
                           WHEN WS-IS-DUPLICATE = "Y"
                               PERFORM 2760-TRAITER-DOUBLON
                           WHEN WS-IS-HELD = "Y"
                               PERFORM 2770-TRAITER-CAPACITE
                           WHEN OTHER
                               PERFORM 2800-SORTIR-MESSAGE
                       END-EVALUATE
                       MOVE CKPT-GROUP-HDRS TO WS-GROUP-HDR-COUNT
                       MOVE CKPT-LAST-KEY TO WS-CKPT-EXPECTED-KEY
                       MOVE CKPT-RUN-ID TO WS-CKPT-RUN-ID
                       MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                       MOVE CKPT-GROUP-HELD TO WS-GROUP-HELD
               END-READ
               CLOSE CHECKPT-FILE
           END-IF.
               MOVE WS-GROUP-HDR-COUNT TO CKPT-GROUP-HDRS
               MOVE WS-CKPT-LAST-KEY TO CKPT-LAST-KEY
               MOVE WS-RUN-ID TO CKPT-RUN-ID
               MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
               MOVE WS-GROUP-HELD TO CKPT-GROUP-HELD
               WRITE CHECKPT-LINE
               CLOSE CHECKPT-FILE
      * La séquence des badges est sauvée au même instant que le point
           MOVE ZERO TO CKPT-GROUP-HDRS
           MOVE SPACES TO CKPT-LAST-KEY
           MOVE SPACES TO CKPT-RUN-ID
           MOVE ZERO TO CKPT-HELD-COUNT
           MOVE ZERO TO CKPT-GROUP-HELD
           WRITE CHECKPT-LINE
           CLOSE CHECKPT-FILE.

           MOVE WS-VISIT-TYPE TO AUD-VISIT-TYPE
           MOVE SITE-CODE TO AUD-SITE-CODE
           MOVE LANG-CODE TO AUD-LANG-CODE
           MOVE WS-CHG-TYPE TO AUD-CHARGE-TYPE
           MOVE WS-CHG-DEPT TO AUD-COST-CENTRE
           MOVE WS-CHG-HOST TO AUD-CHARGE-HOST
           WRITE AUDIT-LINE
           MOVE SPACES TO WS-CHG-TYPE
           MOVE SPACES TO WS-CHG-DEPT
           MOVE SPACES TO WS-CHG-HOST.

      * Choisit la formule d'accueil à utiliser selon le LANG-CODE du
      * visiteur (copybook GREETING-TBL) et selon qu'il s'agit d'un
           MOVE VIP-CATEGORY TO ALERT-CATEGORY
           MOVE VIP-HOST TO ALERT-HOST
           MOVE WS-TIMESTAMP TO ALERT-TIMESTAMP
           PERFORM 2375-ROUTER-ALERTE
           WRITE HOSTALERT-LINE.

      * Renvoi de l'avis au suppléant : si l'hôte nommé est absent le
      * jour du passage (une de ses périodes d'absence couvre
      * WS-RUN-DATE-X) et a un suppléant, l'avis est adressé au
      * suppléant, et au suppléant de celui-ci s'il est absent lui
      * aussi, dans la limite de WS-ROUTE-MAX renvois. L'hôte nommé
      * est alors porté dans ALERT-ROUTED-FROM. Un hôte inconnu de
      * l'annuaire garde l'avis
       2375-ROUTER-ALERTE.
           MOVE ALERT-HOST TO WS-ROUTE-ORIGIN
           MOVE SPACES TO ALERT-ROUTED-FROM
           IF WS-HOSTDIR-AVAILABLE = "Y" AND ALERT-HOST NOT = SPACES
               MOVE ZERO TO WS-ROUTE-HOPS
               MOVE "Y" TO WS-ROUTE-CONTINUE
               PERFORM UNTIL WS-ROUTE-CONTINUE = "N"
                       OR WS-ROUTE-HOPS >= WS-ROUTE-MAX
                   PERFORM 2376-SUIVRE-SUPPLEANCE
               END-PERFORM
               IF WS-ROUTE-HOPS > ZERO
                   IF FUNCTION UPPER-CASE(ALERT-HOST)
                       = FUNCTION UPPER-CASE(WS-ROUTE-ORIGIN)
                       MOVE WS-ROUTE-ORIGIN TO ALERT-HOST
                   ELSE
                       MOVE WS-ROUTE-ORIGIN TO ALERT-ROUTED-FROM
                       ADD 1 TO WS-ROUTED-COUNT
                   END-IF
               END-IF
           END-IF.

      * Un renvoi : l'hôte courant de l'avis est-il absent ce jour et
      * a-t-il un suppléant ?
       2376-SUIVRE-SUPPLEANCE.
           MOVE "N" TO WS-ROUTE-CONTINUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ALERT-HOST))
               TO HOST-KEY
           READ HOSTDIR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ROUTE-ABSENT
                   PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                           UNTIL WS-ROUTE-IDX > 4
                       IF HOST-ABS-FROM(WS-ROUTE-IDX) NOT = SPACES
                           AND HOST-ABS-FROM(WS-ROUTE-IDX)
                               <= WS-RUN-DATE-X
                           AND HOST-ABS-TO(WS-ROUTE-IDX)
                               >= WS-RUN-DATE-X
                           MOVE "Y" TO WS-ROUTE-ABSENT
                       END-IF
                   END-PERFORM
                   IF WS-ROUTE-ABSENT = "Y"
                       AND HOST-DEPUTY NOT = SPACES
                       MOVE HOST-DEPUTY TO ALERT-HOST
                       ADD 1 TO WS-ROUTE-HOPS
                       MOVE "Y" TO WS-ROUTE-CONTINUE
                   END-IF
           END-READ.

      * Accès refusé (catégorie DNA de la liste de surveillance) :
      * aucune formule d'accueil n'est servie, la ligne du rapport et
      * la piste d'audit portent l'issue dédiée pour que le refus
           MOVE SPACES TO WS-VISIT-TYPE
           PERFORM 2260-ECRIRE-AUDIT.

      * Capacité du site atteinte : pas de badge, pas de formule, pas
      * d'extrait CRM ni de visite comptée à l'historique ; le
      * rendez-vous est tout de même marqué vu (le visiteur est bien
      * venu). La ligne du rapport et l'issue HELD de la piste d'audit
      * tracent la retenue, et la liste CAPHOLD.RPT donne à l'accueil
      * les visiteurs à faire entrer au fil des sorties
       2770-TRAITER-CAPACITE.
           PERFORM 2380-CHERCHER-RENDEZ-VOUS
           MOVE SPACES TO REPORT-LINE
           STRING "CAPACITE ATTEINTE : " FUNCTION TRIM(PRENOM) " "
               FUNCTION TRIM(NOM) " (site " SITE-CODE ")"
               INTO REPORT-LINE
           DISPLAY REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-HELD-COUNT
           MOVE "HELD" TO AUD-OUTCOME
           PERFORM 2260-ECRIRE-AUDIT
      * Le groupe éventuel suit le reste de la ligne, sans écraser
      * un nom ou un site plus long
           MOVE SPACES TO CAPHOLD-LINE
           MOVE 1 TO WS-CAPHOLD-PTR
           STRING WS-RUN-HH ":" WS-RUN-MN " "
               FUNCTION TRIM(PRENOM) " " FUNCTION TRIM(NOM)
               "  site " SITE-CODE " "
               WS-OCC-S-ONSITE(WS-OCC-SITE-IDX) "/"
               WS-OCC-S-CAPACITY(WS-OCC-SITE-IDX)
               INTO CAPHOLD-LINE WITH POINTER WS-CAPHOLD-PTR
           IF WS-GROUP-ACTIVE = "Y"
               STRING "  groupe " FUNCTION TRIM(WS-GROUP-NAME)
                   INTO CAPHOLD-LINE WITH POINTER WS-CAPHOLD-PTR
           END-IF
           WRITE CAPHOLD-LINE.

      * Recherche le visiteur courant dans l'historique des visites.
      * S'il est déjà connu, on bascule sur la formule "welcome back"
      * et on incrémente son compteur de visites ; s'il est inconnu,
               AND HIST-LAST-VISIT-DATE = WS-RUN-DATE-X
               MOVE "Y" TO WS-IS-DUPLICATE
           END-IF
      * Un visiteur retenu faute de place n'est pas encore entré :
      * sa visite ne compte pas, et l'historique reste intact pour
      * qu'il soit accueilli normalement une fois la place libérée
           MOVE "N" TO WS-IS-HELD
           IF WS-IS-DUPLICATE NOT = "Y"
               PERFORM 2395-CONTROLER-CAPACITE
               IF WS-IS-HELD NOT = "Y"
                   PERFORM 2352-METTRE-A-JOUR-HISTORIQUE
               END-IF
           END-IF.

      * Met à jour l'historique pour une visite qui compte : habitué

      * Concaténation des variables et messages initiaux
       2700-CONSTRUIRE-MESSAGE.
           MOVE "N" TO WS-IS-HELD
           PERFORM 2360-RECHERCHER-VIP
      * Une personne à ne pas admettre ne passe ni par l'historique
      * (sa venue ne compte pas comme une visite) ni par la formule ;
           ELSE
               PERFORM 2350-RECHERCHER-HISTORIQUE
      * Un doublon du jour ne reçoit pas de seconde formule ;
      * l'appelant route vers 2760-TRAITER-DOUBLON, un visiteur
      * retenu faute de place vers 2770-TRAITER-CAPACITE
               IF WS-IS-DUPLICATE = "Y" OR WS-IS-HELD = "Y"
                   MOVE SPACES TO MESSAG
               ELSE
                   PERFORM 2300-TROUVER-FORMULE-ACCUEIL
                   MOVE "GREETED" TO AUD-OUTCOME
               END-IF
           END-IF
           PERFORM 2830-IMPUTER-VISITE
           PERFORM 2260-ECRIRE-AUDIT
           PERFORM 2270-ECRIRE-EXTRACT-CRM
      * Un porteur de passe valide ne consomme pas de badge du jour
               PERFORM 2370-ECRIRE-ALERTE-HOTE
           END-IF.

      * Imputation de l'accueil pour la refacturation : le type
      * tarifé retient, dans l'ordre, VIP, porteur de passe, membre
      * de délégation, attendu, spontané ; le service refacturé est
      * celui du rendez-vous, à défaut celui de l'hôte du groupe, à
      * défaut celui de l'hôte VIP (tirés de l'annuaire des hôtes).
      * Sans service, la visite part en "non affecté" chez chgback
       2830-IMPUTER-VISITE.
           EVALUATE TRUE
               WHEN WS-IS-VIP = "Y"
                   MOVE "VIP" TO WS-CHG-TYPE
               WHEN WS-HAS-PASS = "Y"
                   MOVE "PASS" TO WS-CHG-TYPE
               WHEN WS-GROUP-ACTIVE = "Y"
                   MOVE "GROUP" TO WS-CHG-TYPE
               WHEN OTHER
                   MOVE WS-VISIT-TYPE TO WS-CHG-TYPE
           END-EVALUATE
           MOVE SPACES TO WS-CHG-DEPT
           MOVE SPACES TO WS-CHG-HOST
           IF WS-IS-EXPECTED = "Y" AND APW-DEPT NOT = SPACES
               MOVE APW-DEPT TO WS-CHG-DEPT
           ELSE
               IF WS-GROUP-ACTIVE = "Y" AND WS-GROUP-HOST NOT = SPACES
                   MOVE WS-GROUP-HOST TO WS-CHG-HOST
               ELSE
                   IF WS-IS-VIP = "Y"
                       MOVE VIP-HOST TO WS-CHG-HOST
                   END-IF
               END-IF
               IF WS-CHG-HOST NOT = SPACES
                   AND WS-HOSTDIR-AVAILABLE = "Y"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHG-HOST))
                       TO HOST-KEY
                   READ HOSTDIR-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE HOST-DEPT TO WS-CHG-DEPT
                   END-READ
               END-IF
           END-IF.

      * Badge du visiteur courant : numéro du jour sans zéros de tête,
      * civilité et prénom puis nom sur deux lignes, site et date de
      * visite, avec la mention "habitué" quand l'historique connaît
           MOVE NOM TO BRG-NOM
           MOVE SITE-CODE TO BRG-SITE-CODE
           MOVE "B" TO BRG-TYPE
           PERFORM 2825-DATER-ENTREE-REGISTRE
           WRITE BADGEREG-LINE
           PERFORM 2398-COMPTER-ENTREE-SITE.

      * Le porteur d'un passe valide n'imprime pas de badge mais doit
      * figurer sur la liste d'évacuation comme tout le monde : son
           MOVE NOM TO BRG-NOM
           MOVE SITE-CODE TO BRG-SITE-CODE
           MOVE "P" TO BRG-TYPE
           PERFORM 2825-DATER-ENTREE-REGISTRE
           WRITE BADGEREG-LINE
           PERFORM 2398-COMPTER-ENTREE-SITE.

      * Sauve la séquence des numéros de badge avec la date du jour ;
      * appelée à chaque point de reprise et en fin d'exécution, pour
           WRITE BADGESEQ-LINE
           CLOSE BADGESEQ-FILE.

      * Heure de délivrance (HHMM, relue à l'instant même : en mode
      * interactif c'est l'heure d'arrivée) et type de visite de
      * l'entrée au registre, pour le rapport des durées de séjour
       2825-DATER-ENTREE-REGISTRE.
           ACCEPT WS-ISSUE-TIME FROM TIME
           MOVE WS-ISSUE-TIME(1:4) TO BRG-TIME-IN
           MOVE WS-VISIT-TYPE TO BRG-VISIT-TYPE.

      * Arrêt immédiat sur un fichier essentiel qui n'a pas pu être
      * ouvert (ex : data/VISITOR.DAT absent ou mal nommé) ; le message
      * part sur la console/SYSOUT pour que l'équipe de nuit voie tout
