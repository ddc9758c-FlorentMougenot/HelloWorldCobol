      * Annuaire des hôtes et suppléances. L'hôte nommé dans
      * VIP-HOST, dans la zone NOM d'un en-tête de groupe ou sous-
      * entendu par le service d'un rendez-vous (APP-DEPT) était un
      * texte libre que rien ne contrôlait : les avis d'arrivée de
      * HOSTALERT.DAT partaient vers des personnes parties, mal
      * orthographiées ou en congé. L'annuaire (HOSTDIR.DAT, clé nom
      * de l'hôte en majuscules) porte pour chaque hôte son service,
      * son site, son point de contact, un suppléant et jusqu'à
      * quatre périodes d'absence. vipload, le contrôle des en-têtes
      * de groupe de hello.cbl et les réservations d'apptmnt s'y
      * réfèrent ; quand l'hôte est absent le jour de la visite,
      * hello.cbl adresse l'avis à son suppléant.
      * Ce programme tient l'annuaire : consultation, liste
      * alphabétique, création et modification d'une fiche, saisie
      * des absences, suppression. Lancé avec le paramètre CHARGE, il
      * charge en lot le fichier texte HOSTDIR.SEQ fourni par les
      * ressources humaines (une ligne par hôte, même découpage que la
      * fiche) : un hôte nouveau est créé, un hôte connu est mis à
      * jour, ses absences étant conservées quand la ligne n'en porte
      * aucune ; un hôte absent du fichier texte n'est pas supprimé.
      *     hostmnt [CHARGE]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hostmnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Annuaire des hôtes consulté par hello.cbl, vipload et apptmnt
           SELECT HOST-FILE ASSIGN TO "data/HOSTDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOST-KEY
               FILE STATUS IS WS-HOST-STATUS.

      * Fichier texte des ressources humaines, chargé en lot
           SELECT HOSTSEQ-IN ASSIGN TO "data/HOSTDIR.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOSTSEQ-IN-STATUS.

      * Référentiel des sites et des langues, pour refuser un code
      * site inconnu
           SELECT REF-FILE ASSIGN TO "data/SITELANG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOST-FILE.
           COPY HOSTDIR-REC.

       FD  HOSTSEQ-IN.
       01  HOSTSEQ-LINE.
           05 SEQ-NAME     PIC X(20).
           05 SEQ-DEPT     PIC X(20).
           05 SEQ-SITE     PIC X(4).
           05 SEQ-CONTACT  PIC X(30).
           05 SEQ-DEPUTY   PIC X(20).
           05 SEQ-ABSENCE OCCURS 4 TIMES.
               10 SEQ-ABS-FROM PIC X(8).
               10 SEQ-ABS-TO   PIC X(8).

       FD  REF-FILE.
           COPY REF-REC.

       WORKING-STORAGE SECTION.
       01 WS-HOST-STATUS PIC X(2) VALUE "00".
       01 WS-HOSTSEQ-IN-STATUS PIC X(2) VALUE "00".
       01 WS-REF-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".

      * Mode de lancement : interactif (défaut) ou CHARGE
       01 WS-CMD-LINE PIC X(40) VALUE SPACES.
       01 WS-RUN-MODE PIC X(8) VALUE SPACES.

      * Référentiel absent : le contrôle du code site est désactivé,
      * comme dans hello.cbl
       01 WS-REF-AVAILABLE PIC X VALUE "N".

      * Choix du menu et saisies de l'opérateur
       01 WS-CHOIX PIC X VALUE SPACE.
       01 WS-REPONSE PIC X VALUE SPACE.
       01 WS-SAISIE-NAME PIC X(20) VALUE SPACES.
       01 WS-SAISIE-DEPT PIC X(20) VALUE SPACES.
       01 WS-SAISIE-SITE PIC X(4) VALUE SPACES.
       01 WS-SAISIE-CONTACT PIC X(30) VALUE SPACES.
       01 WS-SAISIE-DEPUTY PIC X(20) VALUE SPACES.
       01 WS-SAISIE-SLOT PIC X VALUE SPACE.
       01 WS-SAISIE-FROM PIC X(8) VALUE SPACES.
       01 WS-SAISIE-TO PIC X(8) VALUE SPACES.
       01 WS-FIN-SESSION PIC X VALUE "N".
       01 WS-TROUVE PIC X VALUE "N".
       01 WS-SAISIE-OK PIC X VALUE "Y".

      * Clé de l'hôte saisi (nom en majuscules) et fiche mise de côté
      * le temps d'un contrôle qui relit l'annuaire (suppléant)
       01 WS-HOST-KEY PIC X(20) VALUE SPACES.
       01 WS-SAVE-HOST PIC X(158) VALUE SPACES.
       01 WS-DEPUTY-KEY PIC X(20) VALUE SPACES.

      * Contrôle d'une période d'absence ; WS-ABS-IDX parcourt les
      * quatre périodes d'une fiche
       01 WS-CHECK-FROM PIC X(8) VALUE SPACES.
       01 WS-CHECK-TO PIC X(8) VALUE SPACES.
       01 WS-ABS-IDX PIC 9 VALUE ZERO.
       01 WS-ABS-BLANK PIC X VALUE "Y".

      * Parcours alphabétique : nombre de fiches affichées par page
       01 WS-BROWSE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-BROWSE-PAGE PIC 9(2) VALUE 10.

      * Compteurs du chargement en lot
       01 WS-CREATED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UPDATED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-CMD-LINE) TO WS-CMD-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-RUN-MODE
           PERFORM 1000-OUVRIR-FICHIERS
           IF WS-RUN-MODE = "CHARGE"
               PERFORM 3000-CHARGER-LOT
           ELSE
               PERFORM UNTIL WS-FIN-SESSION = "Y"
                   PERFORM 2000-AFFICHER-MENU
                   EVALUATE WS-CHOIX
                       WHEN "C"
                           PERFORM 2100-CONSULTER-HOTE
                       WHEN "L"
                           PERFORM 2200-LISTER-HOTES
                       WHEN "M"
                           PERFORM 2300-CREER-MODIFIER-HOTE
                       WHEN "A"
                           PERFORM 2400-SAISIR-ABSENCE
                       WHEN "S"
                           PERFORM 2500-SUPPRIMER-HOTE
                       WHEN "Q"
                           MOVE "Y" TO WS-FIN-SESSION
                       WHEN OTHER
                           DISPLAY "Choix inconnu : " WS-CHOIX
                   END-EVALUATE
               END-PERFORM
           END-IF
           CLOSE HOST-FILE
           IF WS-REF-AVAILABLE = "Y"
               CLOSE REF-FILE
           END-IF

      * Fin du programme
           STOP RUN.

      * Ouvre l'annuaire en lecture/écriture (créé au premier
      * passage, comme le fichier des passes) puis le référentiel en
      * lecture seule
       1000-OUVRIR-FICHIERS.
           OPEN I-O HOST-FILE
           IF WS-HOST-STATUS NOT = "00"
               OPEN OUTPUT HOST-FILE
               CLOSE HOST-FILE
               OPEN I-O HOST-FILE
               IF WS-HOST-STATUS NOT = "00"
                   MOVE "Impossible d'ouvrir HOST-FILE (HOSTDIR.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-IF
           OPEN INPUT REF-FILE
           EVALUATE WS-REF-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-REF-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-REF-AVAILABLE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir REF-FILE (SITELANG.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       2000-AFFICHER-MENU.
           DISPLAY " "
           DISPLAY "Annuaire des hotes"
           DISPLAY "  C = consulter un hote"
           DISPLAY "  L = lister par ordre alphabetique"
           DISPLAY "  M = creer ou modifier un hote"
           DISPLAY "  A = saisir ou effacer une absence"
           DISPLAY "  S = supprimer un hote"
           DISPLAY "  Q = quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX
           MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

      * Saisie du nom de l'hôte ; la clé est le nom en majuscules,
      * sans espaces de tête, comme le recherche hello.cbl
       2050-SAISIR-HOTE.
           DISPLAY "Nom de l'hote : "
           ACCEPT WS-SAISIE-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAISIE-NAME))
               TO WS-HOST-KEY.

       2060-LIRE-HOTE.
           MOVE WS-HOST-KEY TO HOST-KEY
           READ HOST-FILE
               INVALID KEY MOVE "N" TO WS-TROUVE
               NOT INVALID KEY MOVE "Y" TO WS-TROUVE
           END-READ.

       2070-AFFICHER-HOTE.
           DISPLAY FUNCTION TRIM(HOST-KEY) " service "
               FUNCTION TRIM(HOST-DEPT) " site " HOST-SITE-CODE
               " contact " FUNCTION TRIM(HOST-CONTACT)
           DISPLAY "  suppleant : " FUNCTION TRIM(HOST-DEPUTY)
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1 UNTIL WS-ABS-IDX > 4
               IF HOST-ABS-FROM(WS-ABS-IDX) NOT = SPACES
                   DISPLAY "  absence " WS-ABS-IDX " du "
                       HOST-ABS-FROM(WS-ABS-IDX) " au "
                       HOST-ABS-TO(WS-ABS-IDX)
               END-IF
           END-PERFORM.

       2100-CONSULTER-HOTE.
           PERFORM 2050-SAISIR-HOTE
           PERFORM 2060-LIRE-HOTE
           IF WS-TROUVE = "Y"
               PERFORM 2070-AFFICHER-HOTE
           ELSE
               DISPLAY "Aucun hote " FUNCTION TRIM(WS-HOST-KEY)
           END-IF.

      * Liste alphabétique à partir du nom saisi (vide = début), une
      * page à la fois
       2200-LISTER-HOTES.
           DISPLAY "Point de depart (vide = debut) :"
           PERFORM 2050-SAISIR-HOTE
           IF WS-HOST-KEY = SPACES
               MOVE LOW-VALUES TO HOST-KEY
           ELSE
               MOVE WS-HOST-KEY TO HOST-KEY
           END-IF
           START HOST-FILE KEY IS NOT LESS THAN HOST-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           MOVE ZERO TO WS-BROWSE-COUNT
           PERFORM UNTIL WS-EOF-FLAG = "Y"
                   OR WS-BROWSE-COUNT >= WS-BROWSE-PAGE
               READ HOST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2070-AFFICHER-HOTE
                       ADD 1 TO WS-BROWSE-COUNT
               END-READ
           END-PERFORM
           IF WS-BROWSE-COUNT = ZERO
               DISPLAY "Aucun hote a partir de ce point."
           END-IF.

      * Crée une fiche ou modifie une fiche existante ; en
      * modification, une zone laissée vide conserve la valeur en
      * place. Le service est obligatoire (apptmnt contrôle les
      * rendez-vous par service), le site est contrôlé contre le
      * référentiel, le suppléant doit exister dans l'annuaire et ne
      * peut pas être l'hôte lui-même
       2300-CREER-MODIFIER-HOTE.
           PERFORM 2050-SAISIR-HOTE
           IF WS-HOST-KEY = SPACES
               DISPLAY "Nom vide, rien a faire."
           ELSE
               PERFORM 2060-LIRE-HOTE
               IF WS-TROUVE = "Y"
                   PERFORM 2070-AFFICHER-HOTE
               ELSE
                   MOVE SPACES TO HOSTDIR-REC
                   MOVE WS-HOST-KEY TO HOST-KEY
                   DISPLAY "Nouvel hote " FUNCTION TRIM(WS-HOST-KEY)
               END-IF
               DISPLAY "Service (vide = " FUNCTION TRIM(HOST-DEPT)
                   ") : "
               ACCEPT WS-SAISIE-DEPT
               IF WS-SAISIE-DEPT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-SAISIE-DEPT)
                       TO HOST-DEPT
               END-IF
               DISPLAY "Code site (vide = " HOST-SITE-CODE ") : "
               ACCEPT WS-SAISIE-SITE
               IF WS-SAISIE-SITE NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-SAISIE-SITE)
                       TO HOST-SITE-CODE
               END-IF
               DISPLAY "Point de contact (vide = "
                   FUNCTION TRIM(HOST-CONTACT) ") : "
               ACCEPT WS-SAISIE-CONTACT
               IF WS-SAISIE-CONTACT NOT = SPACES
                   MOVE WS-SAISIE-CONTACT TO HOST-CONTACT
               END-IF
               DISPLAY "Suppleant (vide = " FUNCTION TRIM(HOST-DEPUTY)
                   ", - = aucun) : "
               ACCEPT WS-SAISIE-DEPUTY
               EVALUATE WS-SAISIE-DEPUTY
                   WHEN SPACES
                       CONTINUE
                   WHEN "-"
                       MOVE SPACES TO HOST-DEPUTY
                   WHEN OTHER
                       MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(WS-SAISIE-DEPUTY))
                           TO HOST-DEPUTY
               END-EVALUATE
               PERFORM 2350-CONTROLER-HOTE
               IF WS-SAISIE-OK = "Y"
                   IF WS-TROUVE = "Y"
                       REWRITE HOSTDIR-REC
                       DISPLAY "Hote modifie :"
                   ELSE
                       WRITE HOSTDIR-REC
                       DISPLAY "Hote cree :"
                   END-IF
                   PERFORM 2070-AFFICHER-HOTE
               ELSE
                   DISPLAY "Fiche non enregistree."
               END-IF
           END-IF.

      * Contrôle de la fiche en cours (HOSTDIR-REC) avant écriture ;
      * la relecture du suppléant passe par une copie de la fiche,
      * pour ne pas perdre la saisie
       2350-CONTROLER-HOTE.
           MOVE "Y" TO WS-SAISIE-OK
           IF HOST-DEPT = SPACES
               MOVE "N" TO WS-SAISIE-OK
               DISPLAY "Service obligatoire."
           END-IF
           IF WS-SAISIE-OK = "Y" AND WS-REF-AVAILABLE = "Y"
               AND HOST-SITE-CODE NOT = SPACES
               MOVE "S" TO REF-TYPE
               MOVE HOST-SITE-CODE TO REF-CODE
               READ REF-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SAISIE-OK
                       DISPLAY "Code site inconnu : " HOST-SITE-CODE
               END-READ
           END-IF
           IF WS-SAISIE-OK = "Y" AND HOST-DEPUTY NOT = SPACES
               IF HOST-DEPUTY = HOST-KEY
                   MOVE "N" TO WS-SAISIE-OK
                   DISPLAY "L'hote ne peut pas etre son propre"
                       " suppleant."
               ELSE
                   MOVE HOSTDIR-REC TO WS-SAVE-HOST
                   MOVE HOST-DEPUTY TO WS-DEPUTY-KEY
                   MOVE WS-DEPUTY-KEY TO HOST-KEY
                   READ HOST-FILE
                       INVALID KEY
                           MOVE "N" TO WS-SAISIE-OK
                           DISPLAY "Suppleant inconnu de l'annuaire : "
                               FUNCTION TRIM(WS-DEPUTY-KEY)
                   END-READ
                   MOVE WS-SAVE-HOST TO HOSTDIR-REC
               END-IF
           END-IF.

      * Saisit ou efface une période d'absence (1 à 4) ; des dates
      * vides effacent la période
       2400-SAISIR-ABSENCE.
           PERFORM 2050-SAISIR-HOTE
           PERFORM 2060-LIRE-HOTE
           IF WS-TROUVE = "N"
               DISPLAY "Aucun hote " FUNCTION TRIM(WS-HOST-KEY)
           ELSE
               PERFORM 2070-AFFICHER-HOTE
               DISPLAY "Numero de la periode (1 a 4) : "
               ACCEPT WS-SAISIE-SLOT
               IF WS-SAISIE-SLOT < "1" OR WS-SAISIE-SLOT > "4"
                   DISPLAY "Numero de periode invalide."
               ELSE
                   MOVE WS-SAISIE-SLOT TO WS-ABS-IDX
                   DISPLAY "Absent du (AAAAMMJJ, vide = effacer) : "
                   ACCEPT WS-SAISIE-FROM
                   IF WS-SAISIE-FROM = SPACES
                       MOVE SPACES TO HOST-ABS-FROM(WS-ABS-IDX)
                       MOVE SPACES TO HOST-ABS-TO(WS-ABS-IDX)
                       REWRITE HOSTDIR-REC
                       DISPLAY "Periode effacee."
                   ELSE
                       DISPLAY "Au (AAAAMMJJ inclus) : "
                       ACCEPT WS-SAISIE-TO
                       MOVE WS-SAISIE-FROM TO WS-CHECK-FROM
                       MOVE WS-SAISIE-TO TO WS-CHECK-TO
                       PERFORM 2450-CONTROLER-PERIODE
                       IF WS-SAISIE-OK = "Y"
                           MOVE WS-CHECK-FROM
                               TO HOST-ABS-FROM(WS-ABS-IDX)
                           MOVE WS-CHECK-TO TO HOST-ABS-TO(WS-ABS-IDX)
                           REWRITE HOSTDIR-REC
                           DISPLAY "Absence enregistree :"
                           PERFORM 2070-AFFICHER-HOTE
                       ELSE
                           DISPLAY "Periode invalide : "
                               WS-CHECK-FROM " - " WS-CHECK-TO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Une période d'absence est faite de deux dates calendaires
      * valides, la première au plus égale à la seconde
       2450-CONTROLER-PERIODE.
           MOVE "Y" TO WS-SAISIE-OK
           IF WS-CHECK-FROM IS NOT NUMERIC
               OR WS-CHECK-TO IS NOT NUMERIC
               MOVE "N" TO WS-SAISIE-OK
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-CHECK-FROM)) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-CHECK-TO)) NOT = ZERO
                   OR WS-CHECK-FROM > WS-CHECK-TO
                   MOVE "N" TO WS-SAISIE-OK
               END-IF
           END-IF.

      * Supprime un hôte après confirmation ; les hôtes qui l'ont
      * pour suppléant sont signalés, leur suppléance devra être
      * revue
       2500-SUPPRIMER-HOTE.
           PERFORM 2050-SAISIR-HOTE
           PERFORM 2060-LIRE-HOTE
           IF WS-TROUVE = "N"
               DISPLAY "Aucun hote " FUNCTION TRIM(WS-HOST-KEY)
           ELSE
               PERFORM 2070-AFFICHER-HOTE
               DISPLAY "Confirmer la suppression (O/N) ? "
               ACCEPT WS-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
               IF WS-REPONSE = "O"
                   DELETE HOST-FILE
                   DISPLAY "Hote supprime."
                   PERFORM 2550-SIGNALER-SUPPLEANCES
               ELSE
                   DISPLAY "Suppression abandonnee."
               END-IF
           END-IF.

       2550-SIGNALER-SUPPLEANCES.
           MOVE LOW-VALUES TO HOST-KEY
           START HOST-FILE KEY IS NOT LESS THAN HOST-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HOST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF HOST-DEPUTY = WS-HOST-KEY
                           DISPLAY "ATTENTION : suppleant de "
                               FUNCTION TRIM(HOST-KEY)
                               ", suppleance a revoir"
                       END-IF
               END-READ
           END-PERFORM.

      * Chargement en lot de HOSTDIR.SEQ : chaque ligne crée ou met à
      * jour un hôte ; une ligne sans nom ou sans service est
      * rejetée, un code site inconnu ou une période d'absence
      * invalide est signalé (la zone est laissée à blanc). Les
      * suppléants sont contrôlés une fois tout le fichier chargé,
      * un suppléant pouvant figurer plus loin dans le fichier
       3000-CHARGER-LOT.
           OPEN INPUT HOSTSEQ-IN
           IF WS-HOSTSEQ-IN-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir HOSTSEQ-IN (data/HOSTDIR.SEQ)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HOSTSEQ-IN
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM 3100-CHARGER-LIGNE
               END-READ
           END-PERFORM
           CLOSE HOSTSEQ-IN
           PERFORM 3300-CONTROLER-SUPPLEANTS
           DISPLAY "Hotes crees : " WS-CREATED-COUNT
           DISPLAY "Hotes mis a jour : " WS-UPDATED-COUNT
           DISPLAY "Lignes rejetees : " WS-REJECTED-COUNT
           DISPLAY "Anomalies signalees : " WS-FLAGGED-COUNT.

       3100-CHARGER-LIGNE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SEQ-NAME))
               TO WS-HOST-KEY
           IF WS-HOST-KEY = SPACES OR SEQ-DEPT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "hostmnt : ligne sans nom ou sans service"
                   " rejetee (" FUNCTION TRIM(SEQ-NAME) ")"
           ELSE
               PERFORM 2060-LIRE-HOTE
               IF WS-TROUVE = "N"
                   MOVE SPACES TO HOSTDIR-REC
                   MOVE WS-HOST-KEY TO HOST-KEY
               END-IF
               MOVE FUNCTION UPPER-CASE(SEQ-DEPT) TO HOST-DEPT
               MOVE FUNCTION UPPER-CASE(SEQ-SITE) TO HOST-SITE-CODE
               MOVE SEQ-CONTACT TO HOST-CONTACT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SEQ-DEPUTY))
                   TO HOST-DEPUTY
               PERFORM 3150-CONTROLER-SITE-LOT
               PERFORM 3200-CHARGER-ABSENCES
               IF WS-TROUVE = "Y"
                   REWRITE HOSTDIR-REC
                   ADD 1 TO WS-UPDATED-COUNT
               ELSE
                   WRITE HOSTDIR-REC
                   ADD 1 TO WS-CREATED-COUNT
               END-IF
           END-IF.

       3150-CONTROLER-SITE-LOT.
           IF WS-REF-AVAILABLE = "Y"
               AND HOST-SITE-CODE NOT = SPACES
               MOVE "S" TO REF-TYPE
               MOVE HOST-SITE-CODE TO REF-CODE
               READ REF-FILE
                   INVALID KEY
                       ADD 1 TO WS-FLAGGED-COUNT
                       DISPLAY "hostmnt : code site inconnu "
                           HOST-SITE-CODE " pour "
                           FUNCTION TRIM(HOST-KEY) ", laisse a blanc"
                       MOVE SPACES TO HOST-SITE-CODE
               END-READ
           END-IF.

      * Les absences de la ligne remplacent celles de la fiche ; une
      * ligne sans aucune absence laisse en place celles saisies
      * entre deux chargements
       3200-CHARGER-ABSENCES.
           MOVE "Y" TO WS-ABS-BLANK
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1 UNTIL WS-ABS-IDX > 4
               IF SEQ-ABS-FROM(WS-ABS-IDX) NOT = SPACES
                   MOVE "N" TO WS-ABS-BLANK
               END-IF
           END-PERFORM
           IF WS-ABS-BLANK = "N"
               PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                       UNTIL WS-ABS-IDX > 4
                   MOVE SPACES TO HOST-ABS-FROM(WS-ABS-IDX)
                   MOVE SPACES TO HOST-ABS-TO(WS-ABS-IDX)
                   IF SEQ-ABS-FROM(WS-ABS-IDX) NOT = SPACES
                       MOVE SEQ-ABS-FROM(WS-ABS-IDX) TO WS-CHECK-FROM
                       MOVE SEQ-ABS-TO(WS-ABS-IDX) TO WS-CHECK-TO
                       PERFORM 2450-CONTROLER-PERIODE
                       IF WS-SAISIE-OK = "Y"
                           MOVE WS-CHECK-FROM
                               TO HOST-ABS-FROM(WS-ABS-IDX)
                           MOVE WS-CHECK-TO TO HOST-ABS-TO(WS-ABS-IDX)
                       ELSE
                           ADD 1 TO WS-FLAGGED-COUNT
                           DISPLAY "hostmnt : absence invalide "
                               WS-CHECK-FROM " - " WS-CHECK-TO
                               " pour " FUNCTION TRIM(HOST-KEY)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Parcourt l'annuaire chargé et signale les suppléants qui n'y
      * figurent pas ou qui désignent l'hôte lui-même : l'avis d'un
      * hôte absent ne pourrait pas leur être adressé
       3300-CONTROLER-SUPPLEANTS.
           MOVE LOW-VALUES TO HOST-KEY
           START HOST-FILE KEY IS NOT LESS THAN HOST-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HOST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF HOST-DEPUTY NOT = SPACES
                           PERFORM 3350-CONTROLER-SUPPLEANT
                       END-IF
               END-READ
           END-PERFORM.

      * La relecture du suppléant déplace la position du parcours :
      * la fiche courante est mise de côté puis le parcours est
      * repositionné juste après elle
       3350-CONTROLER-SUPPLEANT.
           MOVE HOSTDIR-REC TO WS-SAVE-HOST
           MOVE HOST-KEY TO WS-HOST-KEY
           MOVE HOST-DEPUTY TO WS-DEPUTY-KEY
           IF WS-DEPUTY-KEY = WS-HOST-KEY
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY "hostmnt : " FUNCTION TRIM(WS-HOST-KEY)
                   " est son propre suppleant"
           ELSE
               MOVE WS-DEPUTY-KEY TO HOST-KEY
               READ HOST-FILE
                   INVALID KEY
                       ADD 1 TO WS-FLAGGED-COUNT
                       DISPLAY "hostmnt : suppleant inconnu "
                           FUNCTION TRIM(WS-DEPUTY-KEY) " pour "
                           FUNCTION TRIM(WS-HOST-KEY)
               END-READ
               MOVE WS-HOST-KEY TO HOST-KEY
               START HOST-FILE KEY IS GREATER THAN HOST-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF
           MOVE WS-SAVE-HOST TO HOSTDIR-REC.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
