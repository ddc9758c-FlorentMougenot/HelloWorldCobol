      * Réservation et entretien des rendez-vous. APPOINT.DAT était
      * tapé à la main par les assistants des hôtes et rien ne le
      * contrôlait avant que hello.cbl ne le charge, la nuit même de
      * la visite (1320-CHARGER-RENDEZ-VOUS) : un code site ou langue
      * erroné, voire une personne de la liste "à ne pas admettre",
      * ne se découvrait qu'au comptoir. Les rendez-vous sont
      * désormais réservés à l'avance dans un fichier indexé
      * (APPTBOOK.DAT, clé date + prénom espace nom) : ce programme
      * permet de créer, modifier, annuler et lister les
      * réservations, en contrôlant au moment de la saisie les codes
      * site et langue contre le référentiel SITELANG.DAT et le nom
      * contre la liste de surveillance — une personne DNA est
      * refusée, un VIP est signalé et sa catégorie gardée avec la
      * réservation. Chaque modification laisse une ligne dans
      * AUDIT.LOG au format habituel, sous un code d'issue de
      * maintenance. Le fichier APPOINT.DAT du jour est produit à
      * partir des réservations (option G, ou lancement
      * "apptmnt GENERE [AAAAMMJJ]" par le job de nuit) au lieu
      * d'être édité à la main.
      * Le service visité doit être porté par au moins un hôte de
      * l'annuaire (HOSTDIR.DAT, tenu par hostmnt) : un service
      * inconnu est refusé à la réservation et signalé à la
      * génération, l'avis d'absence de hello.cbl ne sachant pas à
      * qui s'adresser. Sans annuaire, le contrôle est désactivé.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apptmnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Réservations de rendez-vous, toutes dates confondues
           SELECT BOOKING-FILE ASSIGN TO "data/APPTBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-BOOKING-STATUS.

      * Rendez-vous du jour chargés par hello.cbl, régénérés ici à
      * partir des réservations de la date demandée
           SELECT APPOINT-OUT ASSIGN TO "data/APPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPOINT-OUT-STATUS.

      * Référentiel des sites et des langues, pour refuser à la
      * réservation les codes que hello.cbl rejetterait le jour venu
           SELECT REF-FILE ASSIGN TO "data/SITELANG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-STATUS.

      * Liste de surveillance : DNA refusé, VIP signalé
           SELECT VIP-FILE ASSIGN TO "data/VIPLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIP-KEY
               FILE STATUS IS WS-VIP-STATUS.

      * Annuaire des hôtes : le service visité doit y figurer
           SELECT HOST-FILE ASSIGN TO "data/HOSTDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOST-KEY
               FILE STATUS IS WS-HOST-STATUS.

      * Piste d'audit commune : les réservations s'y ajoutent sous
      * leur propre code d'issue, comme les corrections de histmnt
           SELECT AUDIT-OUT ASSIGN TO "data/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
           COPY APPTBOOK-REC.

       FD  APPOINT-OUT.
           COPY APPOINT-REC.

       FD  REF-FILE.
           COPY REF-REC.

       FD  VIP-FILE.
           COPY VIP-REC.

       FD  HOST-FILE.
           COPY HOSTDIR-REC.

       FD  AUDIT-OUT.
           COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01 WS-BOOKING-STATUS PIC X(2) VALUE "00".
       01 WS-APPOINT-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-REF-STATUS PIC X(2) VALUE "00".
       01 WS-VIP-STATUS PIC X(2) VALUE "00".
       01 WS-HOST-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-OUT-STATUS PIC X(2) VALUE "00".

      * Mode de lancement : interactif (défaut) ou GENERE, suivi de
      * la date des rendez-vous à produire (vide = ce jour), pour que
      * le job de nuit régénère APPOINT.DAT avant hello.cbl
       01 WS-CMD-LINE PIC X(40) VALUE SPACES.
       01 WS-RUN-MODE PIC X(8) VALUE SPACES.
       01 WS-PARM-DATE PIC X(8) VALUE SPACES.

      * Identifiant de la session de maintenance ("M" + horodatage),
      * même construction que celui de histmnt
       01 WS-RUN-ID PIC X(17) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(16) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-DATE-X PIC X(8) VALUE SPACES.

      * Référentiel et liste de surveillance : un fichier absent
      * désactive simplement le contrôle correspondant, comme dans
      * hello.cbl
       01 WS-REF-AVAILABLE PIC X VALUE "N".
       01 WS-VIP-AVAILABLE PIC X VALUE "N".
       01 WS-IS-VIP PIC X VALUE "N".
       01 WS-IS-DENIED PIC X VALUE "N".
       01 WS-VIP-CAT-SAVE PIC X(4) VALUE SPACES.
       01 WS-VIP-HOST-SAVE PIC X(20) VALUE SPACES.

      * Annuaire des hôtes : absent, le service n'est pas contrôlé ;
      * WS-CHECK-DEPT est le service cherché (majuscules, cadré à
      * gauche), WS-DEPT-FOUND le résultat de la recherche
       01 WS-HOSTDIR-AVAILABLE PIC X VALUE "N".
       01 WS-CHECK-DEPT PIC X(20) VALUE SPACES.
       01 WS-DEPT-FOUND PIC X VALUE "N".
       01 WS-EOF-HOST PIC X VALUE "N".

      * Choix du menu et saisies de l'opérateur
       01 WS-CHOIX PIC X VALUE SPACE.
       01 WS-REPONSE PIC X VALUE SPACE.
       01 WS-SAISIE-PRENOM PIC X(20) VALUE SPACES.
       01 WS-SAISIE-NOM PIC X(20) VALUE SPACES.
       01 WS-SAISIE-DATE PIC X(8) VALUE SPACES.
       01 WS-SAISIE-CIVILITE PIC X(4) VALUE SPACES.
       01 WS-SAISIE-TIME PIC X(4) VALUE SPACES.
       01 WS-SAISIE-DEPT PIC X(20) VALUE SPACES.
       01 WS-SAISIE-SITE PIC X(4) VALUE SPACES.
       01 WS-SAISIE-LANG PIC X(2) VALUE SPACES.
       01 WS-FIN-SESSION PIC X VALUE "N".
       01 WS-TROUVE PIC X VALUE "N".
       01 WS-EOF-BOOKING PIC X VALUE "N".

      * Clé de la réservation saisie (date + clé visiteur) et date à
      * contrôler ; WS-SAISIE-OK porte le résultat du dernier
      * contrôle, le message expliquant un refus est déjà affiché
       01 WS-BOOK-KEY.
           05 WS-BOOK-DATE    PIC X(8).
           05 WS-BOOK-VISITOR PIC X(41).
       01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
       01 WS-SAISIE-OK PIC X VALUE "Y".

      * Valeurs retenues pour la réservation (création ou
      * modification), contrôlées avant toute écriture
       01 WS-NEW-DATE PIC X(8) VALUE SPACES.
       01 WS-NEW-CIVILITE PIC X(4) VALUE SPACES.
       01 WS-NEW-TIME PIC X(4) VALUE SPACES.
       01 WS-NEW-TIME-N REDEFINES WS-NEW-TIME.
           05 WS-NEW-HH PIC 9(2).
           05 WS-NEW-MN PIC 9(2).
       01 WS-NEW-DEPT PIC X(20) VALUE SPACES.
       01 WS-NEW-SITE PIC X(4) VALUE SPACES.
       01 WS-NEW-LANG PIC X(2) VALUE SPACES.

      * Réservation d'origine mise de côté le temps d'un changement
      * de date (la clé change : suppression puis nouvelle écriture)
       01 WS-SAVE-BOOKING PIC X(143) VALUE SPACES.

      * Compteurs de la liste et de la génération
       01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-DEPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VIP-TAG PIC X(12) VALUE SPACES.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-CMD-LINE) TO WS-CMD-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-RUN-MODE WS-PARM-DATE
           PERFORM 1090-INITIALISER-SESSION
           IF WS-RUN-MODE = "GENERE"
               PERFORM 3400-GENERER-LOT
           ELSE
               PERFORM 1000-OUVRIR-FICHIERS
               PERFORM UNTIL WS-FIN-SESSION = "Y"
                   PERFORM 2000-AFFICHER-MENU
                   EVALUATE WS-CHOIX
                       WHEN "C"
                           PERFORM 2100-CREER-RESERVATION
                       WHEN "M"
                           PERFORM 2300-MODIFIER-RESERVATION
                       WHEN "A"
                           PERFORM 2400-ANNULER-RESERVATION
                       WHEN "L"
                           PERFORM 2500-LISTER-RESERVATIONS
                       WHEN "G"
                           PERFORM 2600-GENERER-INTERACTIF
                       WHEN "Q"
                           MOVE "Y" TO WS-FIN-SESSION
                       WHEN OTHER
                           DISPLAY "Choix inconnu : " WS-CHOIX
                   END-EVALUATE
               END-PERFORM
               CLOSE BOOKING-FILE
               CLOSE AUDIT-OUT
               IF WS-REF-AVAILABLE = "Y"
                   CLOSE REF-FILE
               END-IF
               IF WS-VIP-AVAILABLE = "Y"
                   CLOSE VIP-FILE
               END-IF
               IF WS-HOSTDIR-AVAILABLE = "Y"
                   CLOSE HOST-FILE
               END-IF
           END-IF

      * Fin du programme
           STOP RUN.

      * Ouvre les réservations en lecture/écriture (créées à la
      * première réservation, comme le fichier des passes), la piste
      * d'audit en ajout, puis le référentiel, la liste de
      * surveillance et l'annuaire des hôtes en lecture seule
       1000-OUVRIR-FICHIERS.
           OPEN I-O BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               OPEN OUTPUT BOOKING-FILE
               CLOSE BOOKING-FILE
               OPEN I-O BOOKING-FILE
               IF WS-BOOKING-STATUS NOT = "00"
                   MOVE "Impossible d'ouvrir BOOKING-FILE (APPTBOOK)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-OUT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
               IF WS-AUDIT-OUT-STATUS NOT = "00"
                   MOVE "Impossible d'ouvrir AUDIT-OUT (data/AUDIT.LOG)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-IF
           PERFORM 1050-OUVRIR-REFERENTIEL
           PERFORM 1060-OUVRIR-VIP
           PERFORM 1070-OUVRIR-ANNUAIRE.

      * Référentiel absent (statut 35) : le contrôle des codes est
      * désactivé, comme dans hello.cbl ; tout autre statut arrête
       1050-OUVRIR-REFERENTIEL.
           OPEN INPUT REF-FILE
           EVALUATE WS-REF-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-REF-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-REF-AVAILABLE
               WHEN OTHER
                   MOVE "N" TO WS-REF-AVAILABLE
                   MOVE "Impossible d'ouvrir REF-FILE (SITELANG.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Liste de surveillance absente (statut 35) : pas de filtrage ;
      * tout autre statut arrête, le refus des DNA ne doit pas se
      * désactiver en silence
       1060-OUVRIR-VIP.
           OPEN INPUT VIP-FILE
           EVALUATE WS-VIP-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-VIP-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-VIP-AVAILABLE
               WHEN OTHER
                   MOVE "N" TO WS-VIP-AVAILABLE
                   MOVE "Impossible d'ouvrir VIP-FILE (VIPLIST.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Annuaire des hôtes absent (statut 35) : le service visité
      * n'est pas contrôlé ; tout autre statut arrête
       1070-OUVRIR-ANNUAIRE.
           OPEN INPUT HOST-FILE
           EVALUATE WS-HOST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HOSTDIR-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-HOSTDIR-AVAILABLE
               WHEN OTHER
                   MOVE "N" TO WS-HOSTDIR-AVAILABLE
                   MOVE "Impossible d'ouvrir HOST-FILE (HOSTDIR.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Identifiant de session "M" + horodatage, pour retrouver dans
      * la piste d'audit toutes les réservations d'une même session
       1090-INITIALISER-SESSION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           STRING "M" WS-RUN-DATE WS-RUN-TIME INTO WS-RUN-ID
           STRING WS-RUN-DATE WS-RUN-TIME INTO WS-TIMESTAMP.

       2000-AFFICHER-MENU.
           DISPLAY " "
           DISPLAY "Reservation des rendez-vous"
           DISPLAY "  C = creer une reservation"
           DISPLAY "  M = modifier une reservation"
           DISPLAY "  A = annuler une reservation"
           DISPLAY "  L = lister les reservations d'une date"
           DISPLAY "  G = generer APPOINT.DAT pour une date"
           DISPLAY "  Q = quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX
           MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

      * Saisie du visiteur et de la date du rendez-vous ; la clé
      * visiteur est bâtie comme dans hello.cbl (prénom espace nom,
      * sans espaces de fin) pour que le rendez-vous soit retrouvé
      * à l'accueil
       2050-SAISIR-CLE.
           DISPLAY "Prenom : "
           ACCEPT WS-SAISIE-PRENOM
           DISPLAY "Nom : "
           ACCEPT WS-SAISIE-NOM
           DISPLAY "Date du rendez-vous (AAAAMMJJ, vide = ce jour) : "
           ACCEPT WS-SAISIE-DATE
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-RUN-DATE-X TO WS-SAISIE-DATE
           END-IF
           MOVE SPACES TO WS-BOOK-KEY
           MOVE WS-SAISIE-DATE TO WS-BOOK-DATE
           STRING FUNCTION TRIM(WS-SAISIE-PRENOM) " "
               FUNCTION TRIM(WS-SAISIE-NOM) INTO WS-BOOK-VISITOR
           MOVE WS-SAISIE-DATE TO WS-CHECK-DATE
           PERFORM 2055-CONTROLER-DATE.

      * Une date de rendez-vous doit être une date calendaire valide
      * au format AAAAMMJJ (sinon hello.cbl ne la reconnaîtrait
      * jamais comme celle du jour)
       2055-CONTROLER-DATE.
           MOVE "Y" TO WS-SAISIE-OK
           IF WS-CHECK-DATE IS NOT NUMERIC
               MOVE "N" TO WS-SAISIE-OK
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-CHECK-DATE)) NOT = ZERO
                   MOVE "N" TO WS-SAISIE-OK
               END-IF
           END-IF
           IF WS-SAISIE-OK = "N"
               DISPLAY "Date invalide : " WS-CHECK-DATE
           END-IF.

       2060-LIRE-RESERVATION.
           MOVE WS-BOOK-KEY TO BKG-KEY
           READ BOOKING-FILE
               INVALID KEY MOVE "N" TO WS-TROUVE
               NOT INVALID KEY MOVE "Y" TO WS-TROUVE
           END-READ.

       2070-AFFICHER-RESERVATION.
           MOVE SPACES TO WS-VIP-TAG
           IF BKG-VIP-CATEGORY NOT = SPACES
               STRING "[VIP " FUNCTION TRIM(BKG-VIP-CATEGORY) "]"
                   INTO WS-VIP-TAG
           END-IF
           DISPLAY BKG-DATE " " BKG-TIME " "
               FUNCTION TRIM(BKG-VISITOR-KEY) " site " BKG-SITE-CODE
               " langue " BKG-LANG-CODE " service "
               FUNCTION TRIM(BKG-DEPT) " " WS-VIP-TAG.

      * Prénom et nom soumis au même contrôle que la validation de
      * hello.cbl (vides ou non alphabétiques) : une réservation
      * qui partirait en rejet le jour venu est refusée tout de suite
       2150-CONTROLER-NOM.
           MOVE "Y" TO WS-SAISIE-OK
           IF WS-SAISIE-PRENOM = SPACES OR WS-SAISIE-NOM = SPACES
               MOVE "N" TO WS-SAISIE-OK
               DISPLAY "Prenom ou nom vide, reservation refusee."
           ELSE
               IF WS-SAISIE-PRENOM NOT ALPHABETIC
                   OR WS-SAISIE-NOM NOT ALPHABETIC
                   MOVE "N" TO WS-SAISIE-OK
                   DISPLAY "Prenom ou nom non alphabetique,"
                       " reservation refusee."
               END-IF
           END-IF.

      * Crée une réservation : date valide et non passée, visiteur
      * sans autre rendez-vous ce jour-là, nom admissible et absent
      * de la liste DNA, puis saisie et contrôle du détail
       2100-CREER-RESERVATION.
           PERFORM 2050-SAISIR-CLE
           IF WS-SAISIE-OK = "Y"
               AND WS-BOOK-DATE < WS-RUN-DATE-X
               MOVE "N" TO WS-SAISIE-OK
               DISPLAY "Date passee, reservation refusee."
           END-IF
           IF WS-SAISIE-OK = "Y"
               PERFORM 2060-LIRE-RESERVATION
               IF WS-TROUVE = "Y"
                   MOVE "N" TO WS-SAISIE-OK
                   DISPLAY "Une reservation existe deja ce jour-la,"
                       " utiliser la modification (M) :"
                   PERFORM 2070-AFFICHER-RESERVATION
               END-IF
           END-IF
           IF WS-SAISIE-OK = "Y"
               PERFORM 2150-CONTROLER-NOM
           END-IF
           IF WS-SAISIE-OK = "Y"
               PERFORM 2360-RECHERCHER-VIP
               IF WS-IS-DENIED = "Y"
                   MOVE "N" TO WS-SAISIE-OK
                   PERFORM 2370-TRAITER-REFUS
               END-IF
           END-IF
           IF WS-SAISIE-OK = "Y"
               MOVE WS-BOOK-DATE TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-CIVILITE
               MOVE SPACES TO WS-NEW-TIME
               MOVE SPACES TO WS-NEW-DEPT
               MOVE SPACES TO WS-NEW-SITE
               MOVE SPACES TO WS-NEW-LANG
               PERFORM 2200-SAISIR-DETAIL
               PERFORM 2250-CONTROLER-DETAIL
           END-IF
           IF WS-SAISIE-OK = "Y"
               MOVE SPACES TO BOOKING-REC
               MOVE WS-BOOK-KEY TO BKG-KEY
               MOVE WS-SAISIE-PRENOM TO BKG-PRENOM
               MOVE WS-SAISIE-NOM TO BKG-NOM
               PERFORM 2280-RANGER-DETAIL
               IF WS-IS-VIP = "Y"
                   MOVE WS-VIP-CAT-SAVE TO BKG-VIP-CATEGORY
               END-IF
               WRITE BOOKING-REC
                   INVALID KEY
                       DISPLAY "Reservation deja presente, creation"
                           " abandonnee."
                   NOT INVALID KEY
                       MOVE "APPT-CREATE" TO AUD-OUTCOME
                       PERFORM 3000-ECRIRE-AUDIT
                       DISPLAY "Reservation creee :"
                       PERFORM 2070-AFFICHER-RESERVATION
      * Un VIP est admis mais signalé tout de suite, pour que
      * l'assistant prévienne l'hôte dès la réservation
                       IF WS-IS-VIP = "Y"
                           DISPLAY "ATTENTION : visiteur surveille ("
                               FUNCTION TRIM(WS-VIP-CAT-SAVE)
                               "), hote a prevenir : "
                               FUNCTION TRIM(WS-VIP-HOST-SAVE)
                       END-IF
               END-WRITE
           END-IF.

      * Saisie du détail d'une réservation ; en modification, une
      * zone laissée vide conserve la valeur en place (déjà posée
      * dans WS-NEW-... par l'appelant)
       2200-SAISIR-DETAIL.
           DISPLAY "Civilite (vide = " WS-NEW-CIVILITE ") : "
           ACCEPT WS-SAISIE-CIVILITE
           IF WS-SAISIE-CIVILITE NOT = SPACES
               MOVE WS-SAISIE-CIVILITE TO WS-NEW-CIVILITE
           END-IF
           DISPLAY "Heure (HHMM, vide = " WS-NEW-TIME ") : "
           ACCEPT WS-SAISIE-TIME
           IF WS-SAISIE-TIME NOT = SPACES
               MOVE WS-SAISIE-TIME TO WS-NEW-TIME
           END-IF
           DISPLAY "Service visite (vide = "
               FUNCTION TRIM(WS-NEW-DEPT) ") : "
           ACCEPT WS-SAISIE-DEPT
           IF WS-SAISIE-DEPT NOT = SPACES
               MOVE WS-SAISIE-DEPT TO WS-NEW-DEPT
           END-IF
           DISPLAY "Code site (vide = " WS-NEW-SITE ") : "
           ACCEPT WS-SAISIE-SITE
           IF WS-SAISIE-SITE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-SITE)
                   TO WS-NEW-SITE
           END-IF
           DISPLAY "Code langue (vide = " WS-NEW-LANG ") : "
           ACCEPT WS-SAISIE-LANG
           IF WS-SAISIE-LANG NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-LANG)
                   TO WS-NEW-LANG
           END-IF.

      * Heure HHMM plausible et service renseigné (le rapport des
      * absents de hello.cbl s'en sert pour relancer l'hôte), puis
      * codes site et langue contre le référentiel quand il est
      * chargé ; un code à blanc reste admis comme à la validation
      * de hello.cbl, seul un code renseigné mais inconnu est refusé
       2250-CONTROLER-DETAIL.
           MOVE "Y" TO WS-SAISIE-OK
           IF WS-NEW-TIME IS NOT NUMERIC
               MOVE "N" TO WS-SAISIE-OK
           ELSE
               IF WS-NEW-HH > 23 OR WS-NEW-MN > 59
                   MOVE "N" TO WS-SAISIE-OK
               END-IF
           END-IF
           IF WS-SAISIE-OK = "N"
               DISPLAY "Heure invalide : " WS-NEW-TIME
           END-IF
           IF WS-SAISIE-OK = "Y" AND WS-NEW-DEPT = SPACES
               MOVE "N" TO WS-SAISIE-OK
               DISPLAY "Service visite obligatoire."
           END-IF
           IF WS-SAISIE-OK = "Y" AND WS-HOSTDIR-AVAILABLE = "Y"
               MOVE WS-NEW-DEPT TO WS-CHECK-DEPT
               PERFORM 2260-CHERCHER-SERVICE
               IF WS-DEPT-FOUND = "N"
                   MOVE "N" TO WS-SAISIE-OK
                   DISPLAY "Service inconnu de l'annuaire des hotes : "
                       FUNCTION TRIM(WS-NEW-DEPT)
               END-IF
           END-IF
           IF WS-SAISIE-OK = "Y" AND WS-REF-AVAILABLE = "Y"
               AND WS-NEW-SITE NOT = SPACES
               MOVE "S" TO REF-TYPE
               MOVE WS-NEW-SITE TO REF-CODE
               READ REF-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SAISIE-OK
                       DISPLAY "Code site inconnu : " WS-NEW-SITE
               END-READ
           END-IF
           IF WS-SAISIE-OK = "Y" AND WS-REF-AVAILABLE = "Y"
               AND WS-NEW-LANG NOT = SPACES
               MOVE "L" TO REF-TYPE
               MOVE SPACES TO REF-CODE
               MOVE WS-NEW-LANG TO REF-CODE
               READ REF-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SAISIE-OK
                       DISPLAY "Code langue inconnu : " WS-NEW-LANG
               END-READ
           END-IF
           IF WS-SAISIE-OK = "N"
               DISPLAY "Reservation non enregistree."
           END-IF.

      * L'annuaire est indexé sur le nom de l'hôte : la recherche
      * d'un service le parcourt en entier jusqu'au premier hôte qui
      * le porte (majuscules des deux côtés, comme hostmnt range le
      * service)
       2260-CHERCHER-SERVICE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHECK-DEPT))
               TO WS-CHECK-DEPT
           MOVE "N" TO WS-DEPT-FOUND
           MOVE LOW-VALUES TO HOST-KEY
           START HOST-FILE KEY IS NOT LESS THAN HOST-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-HOST
               NOT INVALID KEY MOVE "N" TO WS-EOF-HOST
           END-START
           PERFORM UNTIL WS-EOF-HOST = "Y"
               READ HOST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-HOST
                   NOT AT END
                       IF HOST-DEPT = WS-CHECK-DEPT
                           MOVE "Y" TO WS-DEPT-FOUND
                           MOVE "Y" TO WS-EOF-HOST
                       END-IF
               END-READ
           END-PERFORM.

      * Recopie le détail contrôlé dans la réservation, horodaté de
      * la session
       2280-RANGER-DETAIL.
           MOVE WS-NEW-CIVILITE TO BKG-CIVILITE
           MOVE WS-NEW-TIME TO BKG-TIME
           MOVE WS-NEW-DEPT TO BKG-DEPT
           MOVE WS-NEW-SITE TO BKG-SITE-CODE
           MOVE WS-NEW-LANG TO BKG-LANG-CODE
           MOVE WS-TIMESTAMP TO BKG-UPDATED.

      * Modifie une réservation : détail et, si souhaité, date du
      * rendez-vous. Un changement de date change la clé : la
      * réservation est réécrite sous la nouvelle date et l'ancienne
      * supprimée, à condition que le visiteur n'ait pas déjà un
      * rendez-vous ce jour-là. La liste de surveillance est
      * consultée à nouveau comme à la création : une personne
      * inscrite DNA depuis la réservation ne peut ni la déplacer ni
      * la modifier, et la catégorie gardée avec la réservation est
      * remise à jour
       2300-MODIFIER-RESERVATION.
           PERFORM 2050-SAISIR-CLE
           IF WS-SAISIE-OK = "Y"
               PERFORM 2060-LIRE-RESERVATION
               IF WS-TROUVE = "N"
                   MOVE "N" TO WS-SAISIE-OK
                   DISPLAY "Aucune reservation pour "
                       FUNCTION TRIM(WS-BOOK-VISITOR) " le "
                       WS-BOOK-DATE
               ELSE
                   PERFORM 2070-AFFICHER-RESERVATION
               END-IF
           END-IF
           IF WS-SAISIE-OK = "Y"
               MOVE BKG-DATE TO WS-NEW-DATE
               MOVE BKG-CIVILITE TO WS-NEW-CIVILITE
               MOVE BKG-TIME TO WS-NEW-TIME
               MOVE BKG-DEPT TO WS-NEW-DEPT
               MOVE BKG-SITE-CODE TO WS-NEW-SITE
               MOVE BKG-LANG-CODE TO WS-NEW-LANG
               MOVE BOOKING-REC TO WS-SAVE-BOOKING
               DISPLAY "Nouvelle date (AAAAMMJJ, vide = inchangee) : "
               ACCEPT WS-SAISIE-DATE
               IF WS-SAISIE-DATE NOT = SPACES
                   MOVE WS-SAISIE-DATE TO WS-CHECK-DATE
                   PERFORM 2055-CONTROLER-DATE
                   IF WS-SAISIE-OK = "Y"
                       AND WS-SAISIE-DATE < WS-RUN-DATE-X
                       MOVE "N" TO WS-SAISIE-OK
                       DISPLAY "Date passee, modification refusee."
                   END-IF
                   IF WS-SAISIE-OK = "Y"
                       MOVE WS-SAISIE-DATE TO WS-NEW-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-SAISIE-OK = "Y"
               AND WS-NEW-DATE NOT = WS-BOOK-DATE
               MOVE WS-NEW-DATE TO BKG-DATE
               READ BOOKING-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-SAISIE-OK
                       DISPLAY "Le visiteur a deja une reservation le "
                           WS-NEW-DATE ", modification refusee."
               END-READ
               MOVE WS-SAVE-BOOKING TO BOOKING-REC
           END-IF
           IF WS-SAISIE-OK = "Y"
               PERFORM 2360-RECHERCHER-VIP
               IF WS-IS-DENIED = "Y"
                   MOVE "N" TO WS-SAISIE-OK
                   PERFORM 2370-TRAITER-REFUS
               END-IF
           END-IF
           IF WS-SAISIE-OK = "Y"
               PERFORM 2200-SAISIR-DETAIL
               PERFORM 2250-CONTROLER-DETAIL
           END-IF
           IF WS-SAISIE-OK = "Y"
               MOVE WS-SAVE-BOOKING TO BOOKING-REC
               PERFORM 2280-RANGER-DETAIL
               MOVE SPACES TO BKG-VIP-CATEGORY
               IF WS-IS-VIP = "Y"
                   MOVE WS-VIP-CAT-SAVE TO BKG-VIP-CATEGORY
               END-IF
      * Sur un changement de date, la réservation est d'abord écrite
      * sous la nouvelle date puis l'ancienne supprimée : un échec
      * arrête la session sans avoir perdu le rendez-vous, et la
      * ligne d'audit n'est écrite qu'une fois le fichier à jour
               IF WS-NEW-DATE = WS-BOOK-DATE
                   REWRITE BOOKING-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   PERFORM 2390-CONTROLER-MISE-A-JOUR
               ELSE
                   MOVE WS-NEW-DATE TO BKG-DATE
                   WRITE BOOKING-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   PERFORM 2390-CONTROLER-MISE-A-JOUR
                   MOVE WS-BOOK-KEY TO BKG-KEY
                   DELETE BOOKING-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM 2390-CONTROLER-MISE-A-JOUR
                   MOVE WS-NEW-DATE TO BKG-DATE
               END-IF
               MOVE "APPT-CHANGE" TO AUD-OUTCOME
               PERFORM 3000-ECRIRE-AUDIT
               DISPLAY "Reservation modifiee :"
               PERFORM 2070-AFFICHER-RESERVATION
           END-IF.

      * Annule une réservation après confirmation explicite
       2400-ANNULER-RESERVATION.
           PERFORM 2050-SAISIR-CLE
           IF WS-SAISIE-OK = "Y"
               PERFORM 2060-LIRE-RESERVATION
               IF WS-TROUVE = "N"
                   DISPLAY "Aucune reservation pour "
                       FUNCTION TRIM(WS-BOOK-VISITOR) " le "
                       WS-BOOK-DATE
               ELSE
                   PERFORM 2070-AFFICHER-RESERVATION
                   DISPLAY "Confirmer l'annulation (O/N) ? "
                   ACCEPT WS-REPONSE
                   MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
                   IF WS-REPONSE = "O"
                       DELETE BOOKING-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                       PERFORM 2390-CONTROLER-MISE-A-JOUR
                       MOVE "APPT-CANCEL" TO AUD-OUTCOME
                       PERFORM 3000-ECRIRE-AUDIT
                       DISPLAY "Reservation annulee."
                   ELSE
                       DISPLAY "Annulation abandonnee."
                   END-IF
               END-IF
           END-IF.

      * Liste à l'écran les réservations d'une date, dans l'ordre
      * alphabétique des visiteurs
       2500-LISTER-RESERVATIONS.
           DISPLAY "Date (AAAAMMJJ, vide = ce jour) : "
           ACCEPT WS-SAISIE-DATE
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-RUN-DATE-X TO WS-SAISIE-DATE
           END-IF
           MOVE ZERO TO WS-LIST-COUNT
           PERFORM 2550-POSITIONNER-DATE
           PERFORM UNTIL WS-EOF-BOOKING = "Y"
               READ BOOKING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-BOOKING
                   NOT AT END
                       IF BKG-DATE NOT = WS-SAISIE-DATE
                           MOVE "Y" TO WS-EOF-BOOKING
                       ELSE
                           PERFORM 2070-AFFICHER-RESERVATION
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " reservation(s) le " WS-SAISIE-DATE.

      * Positionne le fichier sur la première réservation de la date
      * saisie (WS-SAISIE-DATE)
       2550-POSITIONNER-DATE.
           MOVE LOW-VALUES TO BKG-KEY
           MOVE WS-SAISIE-DATE TO BKG-DATE
           START BOOKING-FILE KEY IS NOT LESS THAN BKG-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-BOOKING
               NOT INVALID KEY MOVE "N" TO WS-EOF-BOOKING
           END-START.

      * Génération demandée depuis le menu : APPOINT.DAT est remplacé,
      * l'opérateur confirme avant
       2600-GENERER-INTERACTIF.
           DISPLAY "Date des rendez-vous (AAAAMMJJ, vide = ce jour) : "
           ACCEPT WS-SAISIE-DATE
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-RUN-DATE-X TO WS-SAISIE-DATE
           END-IF
           MOVE WS-SAISIE-DATE TO WS-CHECK-DATE
           PERFORM 2055-CONTROLER-DATE
           MOVE SPACE TO WS-REPONSE
           IF WS-SAISIE-OK = "Y"
               DISPLAY "APPOINT.DAT sera remplace, confirmer (O/N) ? "
               ACCEPT WS-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
           END-IF
           IF WS-REPONSE = "O"
               PERFORM 3500-GENERER-RENDEZ-VOUS
           ELSE
               DISPLAY "Generation abandonnee."
           END-IF.

      * Consulte la liste de surveillance pour le visiteur saisi,
      * avec la même clé que hello.cbl : DNA refusé, autre catégorie
      * signalée et gardée avec la réservation
       2360-RECHERCHER-VIP.
           MOVE "N" TO WS-IS-VIP
           MOVE "N" TO WS-IS-DENIED
           MOVE SPACES TO WS-VIP-CAT-SAVE
           MOVE SPACES TO WS-VIP-HOST-SAVE
           IF WS-VIP-AVAILABLE = "Y"
               MOVE WS-BOOK-VISITOR TO VIP-KEY
               READ VIP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE VIP-CATEGORY TO WS-VIP-CAT-SAVE
                       MOVE VIP-HOST TO WS-VIP-HOST-SAVE
                       IF VIP-CATEGORY = "DNA"
                           MOVE "Y" TO WS-IS-DENIED
                       ELSE
                           MOVE "Y" TO WS-IS-VIP
                       END-IF
               END-READ
           END-IF.

      * Personne à ne pas admettre : la réservation est refusée et la
      * tentative tracée dans la piste d'audit, comme un refus au
      * comptoir
       2370-TRAITER-REFUS.
           DISPLAY "RESERVATION REFUSEE : "
               FUNCTION TRIM(WS-BOOK-VISITOR)
               " figure sur la liste des personnes a ne pas admettre"
           MOVE SPACES TO BOOKING-REC
           MOVE WS-BOOK-KEY TO BKG-KEY
           MOVE WS-SAISIE-PRENOM TO BKG-PRENOM
           MOVE WS-SAISIE-NOM TO BKG-NOM
           MOVE "APPT-DENIED" TO AUD-OUTCOME
           PERFORM 3000-ECRIRE-AUDIT.

      * Une mise à jour refusée du fichier des réservations (clé
      * déjà prise, réservation disparue, fichier en erreur) arrête
      * la session avant toute ligne d'audit
       2390-CONTROLER-MISE-A-JOUR.
           IF WS-BOOKING-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Echec de mise a jour de BOOKING-FILE, statut "
                   WS-BOOKING-STATUS INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Trace la modification dans la piste d'audit au format commun :
      * l'appelant a posé l'issue (AUD-OUTCOME), l'identité, le site
      * et la langue viennent de la réservation touchée ; le type de
      * visite et la zone de refacturation restent à blanc, ce n'est
      * pas un accueil ; une modification y porte l'ancienne et la
      * nouvelle date du rendez-vous
       3000-ECRIRE-AUDIT.
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE BKG-PRENOM TO AUD-PRENOM
           MOVE BKG-NOM TO AUD-NOM
           MOVE SPACES TO AUD-VISIT-TYPE
           MOVE SPACES TO AUD-CHARGE-AREA
           IF AUD-OUTCOME = "APPT-CHANGE"
               MOVE WS-BOOK-DATE TO AUD-APPT-OLD-DATE
               MOVE WS-NEW-DATE TO AUD-APPT-NEW-DATE
           END-IF
           MOVE BKG-SITE-CODE TO AUD-SITE-CODE
           MOVE BKG-LANG-CODE TO AUD-LANG-CODE
           WRITE AUDIT-LINE
           IF WS-AUDIT-OUT-STATUS NOT = "00"
               MOVE "Echec d'ecriture dans AUDIT-OUT (AUDIT.LOG)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Lancement par le job de nuit (apptmnt GENERE [AAAAMMJJ]) :
      * sans fichier de réservations (site qui ne les utilise pas
      * encore), APPOINT.DAT est laissé tel quel. Les services
      * inconnus de l'annuaire sont signalés sans bloquer la
      * génération : le visiteur est attendu quoi qu'il arrive. Une
      * date donnée est contrôlée comme à la saisie : invalide, elle
      * arrête le job plutôt que de produire un APPOINT.DAT vide
       3400-GENERER-LOT.
           PERFORM 1070-OUVRIR-ANNUAIRE
           IF WS-PARM-DATE = SPACES
               MOVE WS-RUN-DATE-X TO WS-SAISIE-DATE
           ELSE
               MOVE WS-PARM-DATE TO WS-CHECK-DATE
               PERFORM 2055-CONTROLER-DATE
               IF WS-SAISIE-OK = "N"
                   MOVE "Date des rendez-vous invalide (AAAAMMJJ)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               MOVE WS-PARM-DATE TO WS-SAISIE-DATE
           END-IF
           OPEN INPUT BOOKING-FILE
           EVALUATE WS-BOOKING-STATUS
               WHEN "00"
                   PERFORM 3500-GENERER-RENDEZ-VOUS
                   CLOSE BOOKING-FILE
               WHEN "35"
                   DISPLAY "apptmnt : aucune reservation (APPTBOOK.DAT"
                       " absent), APPOINT.DAT inchange"
               WHEN OTHER
                   MOVE "Impossible d'ouvrir BOOKING-FILE (APPTBOOK)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           IF WS-HOSTDIR-AVAILABLE = "Y"
               CLOSE HOST-FILE
           END-IF.

      * Réécrit APPOINT.DAT avec les réservations de la date
      * demandée (WS-SAISIE-DATE), au format chargé par hello.cbl
       3500-GENERER-RENDEZ-VOUS.
           OPEN OUTPUT APPOINT-OUT
           IF WS-APPOINT-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir APPOINT-OUT (APPOINT.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE ZERO TO WS-GEN-COUNT
           PERFORM 2550-POSITIONNER-DATE
           PERFORM UNTIL WS-EOF-BOOKING = "Y"
               READ BOOKING-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-BOOKING
                   NOT AT END
                       IF BKG-DATE NOT = WS-SAISIE-DATE
                           MOVE "Y" TO WS-EOF-BOOKING
                       ELSE
                           PERFORM 3550-ECRIRE-RENDEZ-VOUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPOINT-OUT
           DISPLAY "apptmnt : " WS-GEN-COUNT " rendez-vous du "
               WS-SAISIE-DATE " ecrits dans data/APPOINT.DAT"
           IF WS-UNKNOWN-DEPT-COUNT > ZERO
               DISPLAY "apptmnt : " WS-UNKNOWN-DEPT-COUNT
                   " rendez-vous pour un service inconnu de"
                   " l'annuaire"
           END-IF.

       3550-ECRIRE-RENDEZ-VOUS.
           MOVE SPACES TO APPOINT-LINE
           MOVE BKG-CIVILITE TO APP-CIVILITE
           MOVE BKG-PRENOM TO APP-PRENOM
           MOVE BKG-NOM TO APP-NOM
           MOVE BKG-LANG-CODE TO APP-LANG-CODE
           MOVE BKG-SITE-CODE TO APP-SITE-CODE
           MOVE BKG-DATE TO APP-DATE
           MOVE BKG-TIME TO APP-TIME
           MOVE BKG-DEPT TO APP-DEPT
           WRITE APPOINT-LINE
           ADD 1 TO WS-GEN-COUNT
           IF WS-HOSTDIR-AVAILABLE = "Y"
               MOVE BKG-DEPT TO WS-CHECK-DEPT
               PERFORM 2260-CHERCHER-SERVICE
               IF WS-DEPT-FOUND = "N"
                   ADD 1 TO WS-UNKNOWN-DEPT-COUNT
                   DISPLAY "apptmnt : service "
                       FUNCTION TRIM(BKG-DEPT) " inconnu de"
                       " l'annuaire pour "
                       FUNCTION TRIM(BKG-PRENOM) " "
                       FUNCTION TRIM(BKG-NOM)
               END-IF
           END-IF.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ou
      * écrit ; le code retour non nul permet à l'appelant de
      * détecter l'échec sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
