      * Dossier de droit d'accès d'un visiteur. viswipe sait effacer
      * une personne de tous les fichiers, mais quand quelqu'un
      * demande ce que nous détenons sur lui (droit d'accès du RGPD),
      * il fallait fouiller une douzaine de fichiers à la main. Ce
      * programme prend la même identité que viswipe (clé prénom
      * espace nom, comme HIST-KEY) et écrit un seul dossier,
      * DOSSIER.<horodatage>.RPT, avec une section par fichier
      * source : fiche d'historique (HISTORY.DAT), archive
      * (HISTARCH.DAT), passe de longue durée (PASSFILE.DAT),
      * catégorie et hôte de la liste de surveillance (VIPLIST.DAT),
      * lignes de la piste d'audit (AUDIT.LOG et les générations
      * mensuelles AUDIT.<AAAAMM>.LOG des 60 derniers mois), registre
      * des badges (BADGEREG.DAT), extrait CRM et retransmissions
      * (CRMEXTR.DAT, CRMRESEND.DAT), rejets en attente de correction
      * (REJECT.OUT), rendez-vous réservés et du jour (APPTBOOK.DAT,
      * APPOINT.DAT), suivi, extrait et réponses de l'enquête de
      * satisfaction (SURVHIST.DAT, SURVEXTR.DAT, SURVRESP.DAT),
      * propositions de fusion de doublons (DUPPROP.DAT), retenues
      * faute de place sur le site (CAPHOLD.RPT) et effacements
      * antérieurs (ERASURE.LOG). Chaque
      * section porte le nom du fichier et la période qu'il couvre :
      * dates extrêmes des lignes d'un journal, ou "état au" pour un
      * fichier permanent qui ne garde que la situation du jour.
      * La demande elle-même est consignée dans le registre des
      * demandes d'accès (SARLOG.DAT : qui, quand, quelle identité,
      * date de réception, échéance légale d'un mois, nombre
      * d'enregistrements, nom du dossier), pour pouvoir prouver que
      * le délai a été tenu. La date de réception est celle du jour
      * si elle n'est pas donnée. Le programme ne modifie aucun des
      * fichiers qu'il lit.
      *     visdoss PRENOM NOM [OPERATEUR [AAAAMMJJ-RECEPTION]]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. visdoss.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historique des visites entretenu par hello.cbl
           SELECT HISTORY-FILE ASSIGN TO "data/HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      * Passes de longue durée tenus par passmnt
           SELECT PASS-FILE ASSIGN TO "data/PASSFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PASS-KEY
               FILE STATUS IS WS-PASS-STATUS.

      * Liste de surveillance chargée par vipload
           SELECT VIP-FILE ASSIGN TO "data/VIPLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIP-KEY
               FILE STATUS IS WS-VIP-STATUS.

      * Suivi des enquêtes de satisfaction tenu par survext et
      * survresp, même clé que l'historique
           SELECT SURVHIST-FILE ASSIGN TO "data/SURVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVH-KEY
               FILE STATUS IS WS-SURVHIST-STATUS.

      * Réservations de rendez-vous tenues par apptmnt
           SELECT BOOKING-FILE ASSIGN TO "data/APPTBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-BOOKING-STATUS.

      * Fichier séquentiel en cours de lecture (archive, extraits
      * CRM, piste d'audit, registres) ; le nom est posé avant
      * chaque ouverture
           SELECT SOURCE-IN ASSIGN TO WS-SOURCE-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

      * Fichier de travail : les lignes d'une section y attendent que
      * la période couverte soit connue pour écrire l'en-tête
           SELECT WORK-IO ASSIGN TO "data/DOSSWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

      * Dossier remis à la personne, un fichier par demande
           SELECT DOSSIER-OUT ASSIGN TO WS-DOSSIER-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSSIER-OUT-STATUS.

      * Registre des demandes d'accès, en ajout pour que les demandes
      * successives s'accumulent
           SELECT SARLOG-OUT ASSIGN TO "data/SARLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SARLOG-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY HISTORY-REC.

       FD  PASS-FILE.
           COPY PASS-REC.

       FD  VIP-FILE.
           COPY VIP-REC.

       FD  SURVHIST-FILE.
           COPY SURVHIST-REC.

       FD  BOOKING-FILE.
           COPY APPTBOOK-REC.

       FD  SOURCE-IN.
       01  SOURCE-LINE PIC X(150).

       FD  WORK-IO.
       01  WORK-LINE PIC X(80).

       FD  DOSSIER-OUT.
       01  DOSSIER-LINE PIC X(80).

       FD  SARLOG-OUT.
       01  SARLOG-LINE.
           05 SAR-TIMESTAMP PIC X(16).
           05 SAR-OPERATOR  PIC X(20).
           05 SAR-KEY       PIC X(41).
           05 SAR-RECEIVED  PIC X(8).
           05 SAR-DUE       PIC X(8).
           05 SAR-HITS      PIC 9(7).
           05 SAR-DOSSIER   PIC X(40).

       WORKING-STORAGE SECTION.
      * Gabarits des enregistrements des fichiers séquentiels, pour
      * retrouver les zones de nom et de date dans la ligne lue
           COPY AUDIT-REC.
           COPY CRM-REC.
           COPY BADGEREG-REC.
           COPY REJECT-REC.
           COPY APPOINT-REC.
           COPY SURVEY-REC.
           COPY DUPPROP-REC.
           COPY HISTORY-REC
               REPLACING ==HISTORY-REC== BY ==ARCHIVE-REC==
               ==HIST-KEY==             BY ==ARCH-KEY==
               ==HIST-VISIT-COUNT==     BY ==ARCH-VISIT-COUNT==
               ==HIST-LAST-VISIT-DATE== BY ==ARCH-LAST-VISIT-DATE==.

      * Ligne du fichier de réponses du prestataire d'enquête, lu
      * par survresp
       01  RESPONSE-LINE.
           05 RSP-PRENOM        PIC X(20).
           05 RSP-NOM           PIC X(20).
           05 RSP-VISIT-DATE    PIC X(8).
           05 RSP-SITE-CODE     PIC X(4).
           05 RSP-SCORE-X       PIC X(2).
           05 RSP-RESPONSE-DATE PIC X(8).

      * Ligne du registre des effacements écrit par viswipe
       01  ERASURE-LINE.
           05 ERA-TIMESTAMP PIC X(16).
           05 ERA-OPERATOR  PIC X(20).
           05 ERA-KEY       PIC X(41).
           05 ERA-FILE      PIC X(20).
           05 ERA-HITS      PIC 9(7).

       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-PASS-STATUS PIC X(2) VALUE "00".
       01 WS-VIP-STATUS PIC X(2) VALUE "00".
       01 WS-SURVHIST-STATUS PIC X(2) VALUE "00".
       01 WS-BOOKING-STATUS PIC X(2) VALUE "00".
       01 WS-SOURCE-STATUS PIC X(2) VALUE "00".
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-DOSSIER-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-SARLOG-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".

      * Identité demandée, relue sur la ligne de commande, et clé au
      * format HIST-KEY ; l'opérateur et la date de réception de la
      * demande sont consignés dans le registre des demandes
       01 WS-CMD-LINE PIC X(80) VALUE SPACES.
       01 WS-PRENOM PIC X(20) VALUE SPACES.
       01 WS-NOM PIC X(20) VALUE SPACES.
       01 WS-OPERATOR PIC X(20) VALUE SPACES.
       01 WS-RECEIVED-X PIC X(8) VALUE SPACES.
       01 WS-SAR-KEY PIC X(41) VALUE SPACES.

      * Horodatage de la demande, même construction que dans
      * hello.cbl
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-TIMESTAMP PIC X(16) VALUE SPACES.
       01 WS-RUN-DATE-X PIC X(8).

      * Échéance légale : un mois après la réception, compté en jours
      * calendaires (30) ; un dossier produit après l'échéance est
      * signalé à l'opérateur et reste consigné avec ses dates
       01 WS-DELAI-LEGAL PIC 9(3) VALUE 30.
       01 WS-RECEIVED-DATE PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-INT PIC 9(7) VALUE ZERO.

      * Nom du dossier produit : DOSSIER.<AAAAMMJJHHMMSS>.RPT
       01 WS-DOSSIER-FNAME PIC X(40) VALUE SPACES.

      * Fichier séquentiel en cours : nom, libellé de section, nature
      * du contenu ("A" archive, "C" extrait CRM, "R" retransmission,
      * "L" piste d'audit, "B" registre des badges, "J" rejets, "P"
      * rendez-vous du jour, "S" extrait d'enquête, "Q" réponses
      * d'enquête, "D" propositions de fusion, "H" visiteurs retenus,
      * "E" registre des effacements), et
      * indicateur pour les générations d'audit, qui ne font l'objet
      * d'une section que si elles existent
       01 WS-SOURCE-FNAME PIC X(40) VALUE SPACES.
       01 WS-SOURCE-LABEL PIC X(20) VALUE SPACES.
       01 WS-SOURCE-KIND PIC X VALUE SPACE.
       01 WS-SKIP-ABSENT PIC X VALUE "N".

      * Section en cours : lignes retenues, dates extrêmes des lignes
      * lues, nature de la période ("J" journal daté, "E" état au
      * jour d'un fichier permanent, "N" lignes non datées, "A"
      * fichier absent)
       01 WS-SECTION-HITS PIC 9(7) VALUE ZERO.
       01 WS-SECTION-LINES PIC 9(7) VALUE ZERO.
       01 WS-PERIOD-KIND PIC X VALUE SPACE.
       01 WS-DATE-MIN PIC X(8) VALUE SPACES.
       01 WS-DATE-MAX PIC X(8) VALUE SPACES.
       01 WS-LINE-DATE PIC X(8) VALUE SPACES.
       01 WS-LINE-MATCH PIC X VALUE "N".

      * Liste des visiteurs retenus (CAPHOLD.RPT) : la date de
      * l'exécution est relue sur la ligne de titre ; chaque ligne
      * porte ensuite l'heure, le prénom et le nom jusqu'au libellé
      * du site, puis le site, son effectif et le groupe éventuel
       01 WS-HOLD-DATE PIC X(8) VALUE SPACES.
       01 WS-HOLD-NAME PIC X(41) VALUE SPACES.
       01 WS-HOLD-REST PIC X(60) VALUE SPACES.

      * Totaux du dossier
       01 WS-TOTAL-HITS PIC 9(7) VALUE ZERO.
       01 WS-SECTIONS-HIT PIC 9(3) VALUE ZERO.

      * Parcours des générations mensuelles de la piste d'audit
       01 WS-GEN-MONTH-X.
           05 WS-GEN-YYYY PIC 9(4).
           05 WS-GEN-MM   PIC 9(2).
       01 WS-GEN-FLOOR PIC 9(3) VALUE 60.
       01 WS-FLOOR-LEFT PIC 9(3) VALUE ZERO.

      * Message d'arrêt (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-LIRE-PARAMETRES
           PERFORM 1100-OUVRIR-DOSSIER
           PERFORM 2100-RELEVER-HISTORIQUE
           PERFORM 2150-RELEVER-PASSE
           PERFORM 2180-RELEVER-SURVEILLANCE
           PERFORM 2200-RELEVER-ARCHIVE
           PERFORM 2300-RELEVER-EXTRAIT-CRM
           PERFORM 2400-RELEVER-RETRANSMISSION
           PERFORM 2450-RELEVER-REGISTRE-BADGES
           PERFORM 2500-RELEVER-AUDIT
           PERFORM 2550-RELEVER-GENERATIONS
           PERFORM 2600-RELEVER-REJETS
           PERFORM 2650-RELEVER-RENDEZ-VOUS-JOUR
           PERFORM 2680-RELEVER-RESERVATIONS
           PERFORM 2685-RELEVER-SUIVI-ENQUETE
           PERFORM 2690-RELEVER-EXTRAIT-ENQUETE
           PERFORM 2692-RELEVER-REPONSES-ENQUETE
           PERFORM 2695-RELEVER-PROPOSITIONS
           PERFORM 2697-RELEVER-RETENUES
           PERFORM 2700-RELEVER-EFFACEMENTS
           PERFORM 3000-FERMER-DOSSIER
           PERFORM 3100-CONSIGNER-DEMANDE
           DISPLAY "visdoss : " WS-TOTAL-HITS " enregistrement(s)"
               " dans " WS-SECTIONS-HIT " fichier(s) pour "
               FUNCTION TRIM(WS-SAR-KEY) " -> "
               FUNCTION TRIM(WS-DOSSIER-FNAME)
           IF WS-RUN-DATE > WS-DUE-DATE
               DISPLAY "ATTENTION : dossier produit apres l'echeance"
                   " legale du " WS-DUE-DATE
           END-IF

      * Fin du programme
           STOP RUN.

      * Relit l'identité demandée, l'opérateur et la date de
      * réception ; sans prénom et nom il n'y a pas de dossier, une
      * date de réception illisible ou future arrête le programme
      * plutôt que de fausser l'échéance consignée
       1000-LIRE-PARAMETRES.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-PRENOM WS-NOM WS-OPERATOR WS-RECEIVED-X
           IF WS-PRENOM = SPACES OR WS-NOM = SPACES
               MOVE "Usage : visdoss PRENOM NOM [OPERATEUR [AAAAMMJJ]]"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "INCONNU" TO WS-OPERATOR
           END-IF
           MOVE SPACES TO WS-SAR-KEY
           STRING FUNCTION TRIM(WS-PRENOM) " "
               FUNCTION TRIM(WS-NOM) INTO WS-SAR-KEY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           STRING WS-RUN-DATE WS-RUN-TIME INTO WS-TIMESTAMP
           IF WS-RECEIVED-X = SPACES
               MOVE WS-RUN-DATE TO WS-RECEIVED-DATE
           ELSE
               IF WS-RECEIVED-X IS NOT NUMERIC
                   MOVE "Date de reception illisible (AAAAMMJJ)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               MOVE WS-RECEIVED-X TO WS-RECEIVED-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-DATE)
                   NOT = ZERO
                   OR WS-RECEIVED-DATE > WS-RUN-DATE
                   MOVE "Date de reception invalide ou future"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE)
               + WS-DELAI-LEGAL
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-DATE-INT)
           MOVE SPACES TO WS-DOSSIER-FNAME
           STRING "data/DOSSIER." WS-RUN-DATE WS-RUN-TIME(1:6) ".RPT"
               INTO WS-DOSSIER-FNAME.

      * Ouvre le dossier et écrit son en-tête : identité, dates de la
      * demande et de production
       1100-OUVRIR-DOSSIER.
           OPEN OUTPUT DOSSIER-OUT
           IF WS-DOSSIER-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir DOSSIER-OUT (dossier d'acces)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE SPACES TO DOSSIER-LINE
           STRING "Dossier de droit d'acces : "
               FUNCTION TRIM(WS-SAR-KEY) INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "Demande recue le " WS-RECEIVED-DATE
               ", echeance legale le " WS-DUE-DATE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "Dossier produit le " WS-RUN-DATE " a "
               WS-RUN-TIME(1:2) "h" WS-RUN-TIME(3:2) " par "
               FUNCTION TRIM(WS-OPERATOR) INTO DOSSIER-LINE
           WRITE DOSSIER-LINE.

      * Fichiers permanents indexés : lecture directe par la clé ; la
      * période couverte est l'état au jour de la demande. Un fichier
      * absent (statut 35) fait l'objet d'une section "absent", tout
      * autre statut arrête le dossier : un fichier illisible ne doit
      * pas passer pour "aucun enregistrement"
       2100-RELEVER-HISTORIQUE.
           MOVE "HISTORY.DAT" TO WS-SOURCE-LABEL
           PERFORM 2900-OUVRIR-SECTION
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   MOVE "E" TO WS-PERIOD-KIND
                   MOVE WS-SAR-KEY TO HIST-KEY
                   READ HISTORY-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WORK-LINE
                           STRING "  " HIST-VISIT-COUNT
                               " visite(s), derniere le "
                               HIST-LAST-VISIT-DATE INTO WORK-LINE
                           PERFORM 2950-RETENIR-LIGNE
                   END-READ
                   CLOSE HISTORY-FILE
               WHEN "35"
                   MOVE "A" TO WS-PERIOD-KIND
               WHEN OTHER
                   MOVE "Impossible d'ouvrir HISTORY-FILE (HISTORY.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           PERFORM 2990-ECRIRE-SECTION.

       2150-RELEVER-PASSE.
           MOVE "PASSFILE.DAT" TO WS-SOURCE-LABEL
           PERFORM 2900-OUVRIR-SECTION
           OPEN INPUT PASS-FILE
           EVALUATE WS-PASS-STATUS
               WHEN "00"
                   MOVE "E" TO WS-PERIOD-KIND
                   MOVE WS-SAR-KEY TO PASS-KEY
                   READ PASS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WORK-LINE
                           STRING "  Passe " PASS-NUMBER
                               " valable du " PASS-FROM-DATE
                               " au " PASS-TO-DATE INTO WORK-LINE
                           PERFORM 2950-RETENIR-LIGNE
                   END-READ
                   CLOSE PASS-FILE
               WHEN "35"
                   MOVE "A" TO WS-PERIOD-KIND
               WHEN OTHER
                   MOVE "Impossible d'ouvrir PASS-FILE (PASSFILE.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           PERFORM 2990-ECRIRE-SECTION.

       2180-RELEVER-SURVEILLANCE.
           MOVE "VIPLIST.DAT" TO WS-SOURCE-LABEL
           PERFORM 2900-OUVRIR-SECTION
           OPEN INPUT VIP-FILE
           EVALUATE WS-VIP-STATUS
               WHEN "00"
                   MOVE "E" TO WS-PERIOD-KIND
                   MOVE WS-SAR-KEY TO VIP-KEY
                   READ VIP-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WORK-LINE
                           STRING "  Categorie " VIP-CATEGORY
                               " hote " VIP-HOST INTO WORK-LINE
                           PERFORM 2950-RETENIR-LIGNE
                   END-READ
                   CLOSE VIP-FILE
               WHEN "35"
                   MOVE "A" TO WS-PERIOD-KIND
               WHEN OTHER
                   MOVE "Impossible d'ouvrir VIP-FILE (VIPLIST.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           PERFORM 2990-ECRIRE-SECTION.

       2200-RELEVER-ARCHIVE.
           MOVE "data/HISTARCH.DAT" TO WS-SOURCE-FNAME
           MOVE "HISTARCH.DAT" TO WS-SOURCE-LABEL
           MOVE "A" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

       2300-RELEVER-EXTRAIT-CRM.
           MOVE "data/CRMEXTR.DAT" TO WS-SOURCE-FNAME
           MOVE "CRMEXTR.DAT" TO WS-SOURCE-LABEL
           MOVE "C" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

       2400-RELEVER-RETRANSMISSION.
           MOVE "data/CRMRESEND.DAT" TO WS-SOURCE-FNAME
           MOVE "CRMRESEND.DAT" TO WS-SOURCE-LABEL
           MOVE "R" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

       2450-RELEVER-REGISTRE-BADGES.
           MOVE "data/BADGEREG.DAT" TO WS-SOURCE-FNAME
           MOVE "BADGEREG.DAT" TO WS-SOURCE-LABEL
           MOVE "B" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

       2500-RELEVER-AUDIT.
           MOVE "data/AUDIT.LOG" TO WS-SOURCE-FNAME
           MOVE "AUDIT.LOG" TO WS-SOURCE-LABEL
           MOVE "L" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

      * Balaye les générations mensuelles de la piste d'audit, du
      * mois précédent à 60 mois en arrière, comme viswipe ; seules
      * les générations présentes sur disque ont une section
       2550-RELEVER-GENERATIONS.
           MOVE WS-RUN-DATE-X(1:6) TO WS-GEN-MONTH-X
           MOVE WS-GEN-FLOOR TO WS-FLOOR-LEFT
           MOVE "Y" TO WS-SKIP-ABSENT
           PERFORM UNTIL WS-FLOOR-LEFT = ZERO
               IF WS-GEN-MM = 1
                   MOVE 12 TO WS-GEN-MM
                   SUBTRACT 1 FROM WS-GEN-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-GEN-MM
               END-IF
               SUBTRACT 1 FROM WS-FLOOR-LEFT
               MOVE SPACES TO WS-SOURCE-FNAME
               STRING "data/AUDIT." WS-GEN-MONTH-X ".LOG"
                   INTO WS-SOURCE-FNAME
               MOVE SPACES TO WS-SOURCE-LABEL
               STRING "AUDIT." WS-GEN-MONTH-X ".LOG"
                   INTO WS-SOURCE-LABEL
               MOVE "L" TO WS-SOURCE-KIND
               PERFORM 2800-LIRE-FICHIER-SOURCE
           END-PERFORM
           MOVE "N" TO WS-SKIP-ABSENT.

       2600-RELEVER-REJETS.
           MOVE "data/REJECT.OUT" TO WS-SOURCE-FNAME
           MOVE "REJECT.OUT" TO WS-SOURCE-LABEL
           MOVE "J" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

       2650-RELEVER-RENDEZ-VOUS-JOUR.
           MOVE "data/APPOINT.DAT" TO WS-SOURCE-FNAME
           MOVE "APPOINT.DAT" TO WS-SOURCE-LABEL
           MOVE "P" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

      * Les réservations couvrent toutes les dates : le fichier est
      * parcouru en entier, la période est celle des rendez-vous
      * réservés, passés comme à venir
       2680-RELEVER-RESERVATIONS.
           MOVE "APPTBOOK.DAT" TO WS-SOURCE-LABEL
           PERFORM 2900-OUVRIR-SECTION
           OPEN INPUT BOOKING-FILE
           EVALUATE WS-BOOKING-STATUS
               WHEN "00"
                   MOVE "J" TO WS-PERIOD-KIND
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ BOOKING-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE BKG-DATE TO WS-LINE-DATE
                               PERFORM 2960-BORNER-PERIODE
                               IF BKG-VISITOR-KEY = WS-SAR-KEY
                                   MOVE SPACES TO WORK-LINE
                                   STRING "  " BKG-DATE " " BKG-TIME
                                       " site " BKG-SITE-CODE
                                       " langue " BKG-LANG-CODE " "
                                       BKG-DEPT " " BKG-VIP-CATEGORY
                                       INTO WORK-LINE
                                   PERFORM 2950-RETENIR-LIGNE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOKING-FILE
               WHEN "35"
                   MOVE "A" TO WS-PERIOD-KIND
               WHEN OTHER
                   MOVE "Impossible d'ouvrir BOOKING-FILE (APPTBOOK)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           PERFORM 2990-ECRIRE-SECTION.

      * Le suivi des enquêtes est parcouru en entier comme les
      * réservations : la période est celle des envois d'enquête
       2685-RELEVER-SUIVI-ENQUETE.
           MOVE "SURVHIST.DAT" TO WS-SOURCE-LABEL
           PERFORM 2900-OUVRIR-SECTION
           OPEN INPUT SURVHIST-FILE
           EVALUATE WS-SURVHIST-STATUS
               WHEN "00"
                   MOVE "J" TO WS-PERIOD-KIND
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ SURVHIST-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE SVH-SENT-DATE TO WS-LINE-DATE
                               PERFORM 2960-BORNER-PERIODE
                               IF SVH-KEY = WS-SAR-KEY
                                   MOVE SPACES TO WORK-LINE
                                   STRING "  Envoi " SVH-SENT-DATE
                                       " visite " SVH-VISIT-DATE
                                       " site " SVH-SITE-CODE
                                       " langue " SVH-LANG-CODE " "
                                       SVH-VISIT-TYPE " reponse "
                                       SVH-RESPONSE-DATE " note "
                                       SVH-SCORE INTO WORK-LINE
                                   PERFORM 2950-RETENIR-LIGNE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SURVHIST-FILE
               WHEN "35"
                   MOVE "A" TO WS-PERIOD-KIND
               WHEN OTHER
                   MOVE "Impossible d'ouvrir SURVHIST-FILE (SURVHIST)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           PERFORM 2990-ECRIRE-SECTION.

       2690-RELEVER-EXTRAIT-ENQUETE.
           MOVE "data/SURVEXTR.DAT" TO WS-SOURCE-FNAME
           MOVE "SURVEXTR.DAT" TO WS-SOURCE-LABEL
           MOVE "S" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

       2692-RELEVER-REPONSES-ENQUETE.
           MOVE "data/SURVRESP.DAT" TO WS-SOURCE-FNAME
           MOVE "SURVRESP.DAT" TO WS-SOURCE-LABEL
           MOVE "Q" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

      * Les propositions de fusion ne portent pas de date : comme les
      * rejets, ce sont des lignes en attente de revue (histmnt)
       2695-RELEVER-PROPOSITIONS.
           MOVE "data/DUPPROP.DAT" TO WS-SOURCE-FNAME
           MOVE "DUPPROP.DAT" TO WS-SOURCE-LABEL
           MOVE "D" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

      * La liste des visiteurs retenus est réécrite à chaque
      * exécution de hello : la période est le jour de son titre
       2697-RELEVER-RETENUES.
           MOVE "data/CAPHOLD.RPT" TO WS-SOURCE-FNAME
           MOVE "CAPHOLD.RPT" TO WS-SOURCE-LABEL
           MOVE "H" TO WS-SOURCE-KIND
           MOVE SPACES TO WS-HOLD-DATE
           PERFORM 2800-LIRE-FICHIER-SOURCE.

       2700-RELEVER-EFFACEMENTS.
           MOVE "data/ERASURE.LOG" TO WS-SOURCE-FNAME
           MOVE "ERASURE.LOG" TO WS-SOURCE-LABEL
           MOVE "E" TO WS-SOURCE-KIND
           PERFORM 2800-LIRE-FICHIER-SOURCE.

      * Lit un fichier séquentiel en entier : chaque ligne élargit la
      * période couverte, celles qui portent l'identité demandée
      * sont mises en forme dans le fichier de travail. Un fichier
      * absent (statut 35) a sa section "absent", sauf une génération
      * d'audit qui est simplement sautée ; tout autre statut arrête
      * le dossier
       2800-LIRE-FICHIER-SOURCE.
           OPEN INPUT SOURCE-IN
           EVALUATE WS-SOURCE-STATUS
               WHEN "00"
                   PERFORM 2900-OUVRIR-SECTION
                   IF WS-SOURCE-KIND = "J" OR WS-SOURCE-KIND = "D"
                       MOVE "N" TO WS-PERIOD-KIND
                   ELSE
                       MOVE "J" TO WS-PERIOD-KIND
                   END-IF
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ SOURCE-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END PERFORM 2850-EXAMINER-LIGNE
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-IN
                   PERFORM 2990-ECRIRE-SECTION
               WHEN "35"
                   IF WS-SKIP-ABSENT = "N"
                       PERFORM 2900-OUVRIR-SECTION
                       MOVE "A" TO WS-PERIOD-KIND
                       PERFORM 2990-ECRIRE-SECTION
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Impossible d'ouvrir "
                       FUNCTION TRIM(WS-SOURCE-LABEL)
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Relève la date de la ligne courante et décide si elle porte
      * l'identité demandée, selon la nature du fichier ; la ligne
      * retenue est mise en forme pour le dossier
       2850-EXAMINER-LIGNE.
           MOVE SPACES TO WS-LINE-DATE
           MOVE "N" TO WS-LINE-MATCH
           MOVE SPACES TO WORK-LINE
           EVALUATE WS-SOURCE-KIND
               WHEN "A"
                   MOVE SOURCE-LINE TO ARCHIVE-REC
                   MOVE ARCH-LAST-VISIT-DATE TO WS-LINE-DATE
                   IF ARCH-KEY = WS-SAR-KEY
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  " ARCH-VISIT-COUNT
                           " visite(s), derniere le "
                           ARCH-LAST-VISIT-DATE INTO WORK-LINE
                   END-IF
               WHEN "C"
               WHEN "R"
                   MOVE SOURCE-LINE TO CRM-LINE
                   MOVE CRM-VISIT-DATE TO WS-LINE-DATE
                   IF CRM-PRENOM = WS-PRENOM
                       AND CRM-NOM = WS-NOM
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  Visite du " CRM-VISIT-DATE
                           " site " CRM-SITE-CODE
                           " langue " CRM-LANG-CODE " "
                           CRM-COMPANY INTO WORK-LINE
                   END-IF
               WHEN "L"
                   MOVE SOURCE-LINE TO AUDIT-LINE
                   MOVE AUD-TIMESTAMP(1:8) TO WS-LINE-DATE
                   IF AUD-PRENOM = WS-PRENOM
                       AND AUD-NOM = WS-NOM
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  " AUD-TIMESTAMP(1:8) " "
                           AUD-TIMESTAMP(9:4) " " AUD-RUN-ID " "
                           AUD-OUTCOME " " AUD-VISIT-TYPE " "
                           AUD-SITE-CODE " " AUD-LANG-CODE
                           INTO WORK-LINE
                   END-IF
               WHEN "B"
                   MOVE SOURCE-LINE TO BADGEREG-LINE
                   MOVE BRG-DATE TO WS-LINE-DATE
                   IF BRG-PRENOM = WS-PRENOM
                       AND BRG-NOM = WS-NOM
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  " BRG-DATE " badge " BRG-BADGE-NUMBER
                           " site " BRG-SITE-CODE " type " BRG-TYPE
                           " entree " BRG-TIME-IN " " BRG-VISIT-TYPE
                           INTO WORK-LINE
                   END-IF
               WHEN "J"
                   MOVE SOURCE-LINE TO REJECT-LINE
                   IF REJ-PRENOM = WS-PRENOM
                       AND REJ-NOM = WS-NOM
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  " REJ-REASON-CODE " " REJ-REASON-TEXT
                           " site " REJ-SITE-CODE " langue "
                           REJ-LANG-CODE " " REJ-GROUP-NAME
                           INTO WORK-LINE
                   END-IF
               WHEN "P"
                   MOVE SOURCE-LINE TO APPOINT-LINE
                   MOVE APP-DATE TO WS-LINE-DATE
                   IF APP-PRENOM = WS-PRENOM
                       AND APP-NOM = WS-NOM
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  " APP-DATE " " APP-TIME
                           " site " APP-SITE-CODE
                           " langue " APP-LANG-CODE " "
                           APP-DEPT INTO WORK-LINE
                   END-IF
               WHEN "S"
                   MOVE SOURCE-LINE TO SURVEY-LINE
                   MOVE SRV-VISIT-DATE TO WS-LINE-DATE
                   IF SRV-PRENOM = WS-PRENOM
                       AND SRV-NOM = WS-NOM
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  Visite du " SRV-VISIT-DATE
                           " site " SRV-SITE-CODE
                           " langue " SRV-LANG-CODE " "
                           SRV-VISIT-TYPE INTO WORK-LINE
                   END-IF
               WHEN "Q"
                   MOVE SOURCE-LINE TO RESPONSE-LINE
                   MOVE RSP-RESPONSE-DATE TO WS-LINE-DATE
                   IF RSP-PRENOM = WS-PRENOM
                       AND RSP-NOM = WS-NOM
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  Reponse du " RSP-RESPONSE-DATE
                           " visite " RSP-VISIT-DATE
                           " site " RSP-SITE-CODE
                           " note " RSP-SCORE-X INTO WORK-LINE
                   END-IF
               WHEN "D"
                   MOVE SOURCE-LINE TO DUPPROP-LINE
                   IF PROP-KEEP-KEY = WS-SAR-KEY
                       OR PROP-DROP-KEY = WS-SAR-KEY
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  Score " PROP-SCORE " "
                           PROP-REASON " conserver "
                           FUNCTION TRIM(PROP-KEEP-KEY) " / "
                           FUNCTION TRIM(PROP-DROP-KEY)
                           INTO WORK-LINE
                   END-IF
               WHEN "H"
                   IF SOURCE-LINE(1:10) = "Visiteurs "
                       STRING SOURCE-LINE(50:4) SOURCE-LINE(55:2)
                           SOURCE-LINE(58:2) INTO WS-HOLD-DATE
                   ELSE
                       MOVE SPACES TO WS-HOLD-NAME
                       MOVE SPACES TO WS-HOLD-REST
                       UNSTRING SOURCE-LINE(7:) DELIMITED BY "  site "
                           INTO WS-HOLD-NAME WS-HOLD-REST
                       IF WS-HOLD-NAME = WS-SAR-KEY
                           MOVE "Y" TO WS-LINE-MATCH
                           STRING "  " WS-HOLD-DATE " "
                               SOURCE-LINE(1:5) " retenu, site "
                               FUNCTION TRIM(WS-HOLD-REST)
                               INTO WORK-LINE
                       END-IF
                   END-IF
                   MOVE WS-HOLD-DATE TO WS-LINE-DATE
               WHEN "E"
                   MOVE SOURCE-LINE TO ERASURE-LINE
                   MOVE ERA-TIMESTAMP(1:8) TO WS-LINE-DATE
                   IF ERA-KEY = WS-SAR-KEY
                       MOVE "Y" TO WS-LINE-MATCH
                       STRING "  " ERA-TIMESTAMP(1:8) " par "
                           ERA-OPERATOR " " ERA-FILE " "
                           ERA-HITS " enr." INTO WORK-LINE
                   END-IF
           END-EVALUATE
           PERFORM 2960-BORNER-PERIODE
           IF WS-LINE-MATCH = "Y"
               PERFORM 2950-RETENIR-LIGNE
           END-IF.

      * Nouvelle section : le fichier de travail est vidé, les
      * compteurs et les bornes de la période remis à zéro
       2900-OUVRIR-SECTION.
           MOVE ZERO TO WS-SECTION-HITS
           MOVE ZERO TO WS-SECTION-LINES
           MOVE SPACES TO WS-DATE-MIN
           MOVE SPACES TO WS-DATE-MAX
           OPEN OUTPUT WORK-IO
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir WORK-IO (DOSSWORK.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

       2950-RETENIR-LIGNE.
           WRITE WORK-LINE
           ADD 1 TO WS-SECTION-HITS.

      * Élargit la période couverte avec la date de la ligne
      * courante ; une date illisible (ligne abîmée, zone à blanc)
      * ne la fausse pas
       2960-BORNER-PERIODE.
           ADD 1 TO WS-SECTION-LINES
           IF WS-LINE-DATE IS NUMERIC
               IF WS-DATE-MIN = SPACES OR WS-LINE-DATE < WS-DATE-MIN
                   MOVE WS-LINE-DATE TO WS-DATE-MIN
               END-IF
               IF WS-DATE-MAX = SPACES OR WS-LINE-DATE > WS-DATE-MAX
                   MOVE WS-LINE-DATE TO WS-DATE-MAX
               END-IF
           END-IF.

      * Écrit la section dans le dossier : nom du fichier source,
      * période couverte, lignes retenues et leur nombre
       2990-ECRIRE-SECTION.
           CLOSE WORK-IO
           MOVE SPACES TO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "---- " FUNCTION TRIM(WS-SOURCE-LABEL) " ----"
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           EVALUATE WS-PERIOD-KIND
               WHEN "A"
                   MOVE "Fichier absent : aucune donnee detenue"
                       TO DOSSIER-LINE
               WHEN "E"
                   STRING "Periode couverte : etat au " WS-RUN-DATE
                       " (fichier permanent)" INTO DOSSIER-LINE
               WHEN "N"
                   STRING "Periode couverte : " WS-SECTION-LINES
                       " ligne(s) en attente, non datees"
                       INTO DOSSIER-LINE
               WHEN OTHER
                   IF WS-DATE-MIN = SPACES
                       MOVE "Periode couverte : fichier vide"
                           TO DOSSIER-LINE
                   ELSE
                       STRING "Periode couverte : du " WS-DATE-MIN
                           " au " WS-DATE-MAX INTO DOSSIER-LINE
                   END-IF
           END-EVALUATE
           WRITE DOSSIER-LINE
           OPEN INPUT WORK-IO
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Impossible de relire WORK-IO (DOSSWORK.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ WORK-IO
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WORK-LINE TO DOSSIER-LINE
                       WRITE DOSSIER-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-IO
           MOVE SPACES TO DOSSIER-LINE
           STRING "Enregistrement(s) concernant la personne : "
               WS-SECTION-HITS INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           ADD WS-SECTION-HITS TO WS-TOTAL-HITS
           IF WS-SECTION-HITS > ZERO
               ADD 1 TO WS-SECTIONS-HIT
           END-IF.

       3000-FERMER-DOSSIER.
           MOVE SPACES TO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "Total : " WS-TOTAL-HITS " enregistrement(s) dans "
               WS-SECTIONS-HIT " fichier(s)" INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           CLOSE DOSSIER-OUT.

      * Registre des demandes d'accès : qui, quand, quelle identité,
      * réception et échéance, volume et nom du dossier — la preuve
      * que la demande a été honorée dans le délai légal
       3100-CONSIGNER-DEMANDE.
           OPEN EXTEND SARLOG-OUT
           IF WS-SARLOG-OUT-STATUS NOT = "00"
               OPEN OUTPUT SARLOG-OUT
               IF WS-SARLOG-OUT-STATUS NOT = "00"
                   MOVE "Impossible d'ouvrir SARLOG-OUT (SARLOG.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-IF
           MOVE WS-TIMESTAMP TO SAR-TIMESTAMP
           MOVE WS-OPERATOR TO SAR-OPERATOR
           MOVE WS-SAR-KEY TO SAR-KEY
           MOVE WS-RECEIVED-DATE TO SAR-RECEIVED
           MOVE WS-DUE-DATE TO SAR-DUE
           MOVE WS-TOTAL-HITS TO SAR-HITS
           MOVE WS-DOSSIER-FNAME TO SAR-DOSSIER
           WRITE SARLOG-LINE
           CLOSE SARLOG-OUT.

      * Arrêt immédiat ; le code retour non nul permet à l'appelant
      * de détecter l'échec sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
