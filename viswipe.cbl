      * dans l'archive HISTARCH.DAT écrite par histpurge, dans chaque
      * ligne d'AUDIT.LOG, dans CRMEXTR.DAT et CRMRESEND.DAT, dans le
      * registre des badges BADGEREG.DAT et dans le fichier des
      * passes PASSFILE.DAT ; depuis l'enquête de satisfaction, aussi
      * dans le suivi des enquêtes SURVHIST.DAT, l'extrait d'enquête
      * SURVEXTR.DAT et le fichier de réponses SURVRESP.DAT ; depuis
      * la réservation des rendez-vous, dans APPTBOOK.DAT et
      * APPOINT.DAT ; depuis le balayage des doublons, dans les
      * propositions de fusion DUPPROP.DAT et les listes de revue
      * DUPSWEEP.RPT et DUPDNA.RPT ; depuis le contrôle de capacité
      * des sites, dans la liste des visiteurs retenus CAPHOLD.RPT.
      * Ce programme prend une identité (même clé prénom-espace-nom
      * que HIST-KEY) et traite tous ces fichiers en un seul passage :
      * la fiche d'historique, le passe et la fiche de suivi
      * d'enquête sont supprimés ainsi que toutes ses réservations,
      * les enregistrements d'archive, de CRM, d'enquête, de
      * rendez-vous du jour et de doublons sont retirés, et les
      * lignes d'audit, du registre des badges et des visiteurs
      * retenus sont anonymisées
      * (prénom et nom remplacés par des étoiles) plutôt que
      * supprimées, pour que les contrôles d'équilibre de reconcil et
      * le pointage des sorties par numéro de badge continuent de
               RECORD KEY IS PASS-KEY
               FILE STATUS IS WS-PASS-STATUS.

      * Suivi des enquêtes de satisfaction tenu par survext et
      * survresp, même clé : la fiche du visiteur effacé est supprimée
           SELECT SURVHIST-FILE ASSIGN TO "data/SURVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVH-KEY
               FILE STATUS IS WS-SURVHIST-STATUS.

      * Réservations de rendez-vous tenues par apptmnt, toutes dates
      * confondues : la clé juxtapose la date et la clé du visiteur,
      * toutes les réservations du visiteur effacé sont supprimées
           SELECT BOOKING-FILE ASSIGN TO "data/APPTBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               FILE STATUS IS WS-BOOKING-STATUS.

      * Registre des exécutions, consulté pour refuser l'effacement
      * pendant un batch en cours
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
       FD  PASS-FILE.
           COPY PASS-REC.

       FD  SURVHIST-FILE.
           COPY SURVHIST-REC.

       FD  BOOKING-FILE.
           COPY APPTBOOK-REC.

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE.
           05 RCTL-RUN-ID       PIC X(17).
           05 RCTL-REJECT-COUNT PIC 9(7).

       FD  TARGET-IO.
       01  TARGET-LINE PIC X(150).

       FD  WORK-IO.
       01  WORK-LINE PIC X(150).

       FD  ERASURE-OUT.
       01  ERASURE-LINE.
           COPY AUDIT-REC.
           COPY CRM-REC.
           COPY BADGEREG-REC.
           COPY APPOINT-REC.
           COPY DUPPROP-REC.
           COPY HISTORY-REC
               REPLACING ==HISTORY-REC== BY ==ARCHIVE-REC==
               ==HIST-KEY==             BY ==ARCH-KEY==

       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-PASS-STATUS PIC X(2) VALUE "00".
       01 WS-SURVHIST-STATUS PIC X(2) VALUE "00".
       01 WS-BOOKING-STATUS PIC X(2) VALUE "00".
       01 WS-RUNCTL-STATUS PIC X(2) VALUE "00".
       01 WS-TARGET-STATUS PIC X(2) VALUE "00".
       01 WS-WORK-STATUS PIC X(2) VALUE "00".

      * Fichier séquentiel en cours : nom, nature du contenu ("A"
      * archive, "C" extrait CRM, "R" retransmission, "L" piste
      * d'audit, "B" registre des badges, "P" rendez-vous du jour,
      * "D" propositions de fusion, "S" liste de revue des doublons,
      * "H" visiteurs retenus) et nombre d'enregistrements touchés
       01 WS-TARGET-FNAME PIC X(40) VALUE SPACES.
       01 WS-TARGET-KIND PIC X VALUE SPACE.
       01 WS-TARGET-LABEL PIC X(20) VALUE SPACES.
       01 WS-TOTAL-HITS PIC 9(7) VALUE ZERO.
       01 WS-FILES-TOUCHED PIC 9(3) VALUE ZERO.

      * Liste de revue des doublons : un rapprochement tient sur
      * trois lignes (score et motif, puis les deux identités, clé
      * en colonne 7), retenues ensemble et retirées ensemble si
      * l'une des deux identités est celle à effacer
       01 WS-GRP-TABLE.
           05 WS-GRP-LINE PIC X(150) OCCURS 3 TIMES.
       01 WS-GRP-COUNT PIC 9 VALUE ZERO.
       01 WS-GRP-IDX PIC 9 VALUE ZERO.
       01 WS-GRP-HIT PIC X VALUE "N".

      * Liste des visiteurs retenus : après l'heure (colonnes 1 à 5),
      * le prénom et le nom vont de la colonne 7 jusqu'au libellé du
      * site ; leur longueur borne les étoiles qui les remplacent
       01 WS-HOLD-NAME PIC X(41) VALUE SPACES.
       01 WS-HOLD-LEN PIC 9(3) VALUE ZERO.

      * Parcours des générations mensuelles de la piste d'audit
       01 WS-GEN-MONTH-X.
           05 WS-GEN-YYYY PIC 9(4).
           PERFORM 1200-OUVRIR-REGISTRE-EFFACEMENTS
           PERFORM 2100-EFFACER-HISTORIQUE
           PERFORM 2150-EFFACER-PASSE
           PERFORM 2160-EFFACER-SUIVI-ENQUETE
           PERFORM 2200-EFFACER-ARCHIVE
           PERFORM 2300-EFFACER-EXTRAIT-CRM
           PERFORM 2400-EFFACER-RETRANSMISSION
           PERFORM 2420-EFFACER-EXTRAIT-ENQUETE
           PERFORM 2430-EFFACER-REPONSES-ENQUETE
           PERFORM 2435-EFFACER-RESERVATIONS
           PERFORM 2440-EFFACER-RENDEZ-VOUS-JOUR
           PERFORM 2442-EFFACER-PROPOSITIONS-FUSION
           PERFORM 2444-EFFACER-REVUE-DOUBLONS
           PERFORM 2446-EFFACER-REVUE-DNA
           PERFORM 2448-ANONYMISER-RETENUES
           PERFORM 2450-ANONYMISER-REGISTRE-BADGES
           PERFORM 2500-ANONYMISER-AUDIT
           PERFORM 2550-ANONYMISER-GENERATIONS
           END-EVALUATE
           PERFORM 3000-CONSIGNER-FICHIER.

      * Supprime la fiche de suivi d'enquête du visiteur, même
      * circuit que la fiche d'historique et le passe
       2160-EFFACER-SUIVI-ENQUETE.
           MOVE ZERO TO WS-FILE-HITS
           MOVE "SURVHIST.DAT" TO WS-TARGET-LABEL
           OPEN I-O SURVHIST-FILE
           EVALUATE WS-SURVHIST-STATUS
               WHEN "00"
                   MOVE WS-WIPE-KEY TO SVH-KEY
                   READ SURVHIST-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DELETE SURVHIST-FILE
                           ADD 1 TO WS-FILE-HITS
                   END-READ
                   CLOSE SURVHIST-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir SURVHIST-FILE (SURVHIST)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           PERFORM 3000-CONSIGNER-FICHIER.

       2200-EFFACER-ARCHIVE.
           MOVE "data/HISTARCH.DAT" TO WS-TARGET-FNAME
           MOVE "HISTARCH.DAT" TO WS-TARGET-LABEL
           MOVE "R" TO WS-TARGET-KIND
           PERFORM 2600-TRAITER-FICHIER-CIBLE.

      * L'extrait et les réponses d'enquête commencent par le prénom
      * et le nom comme l'extrait CRM : ils sont épurés de la même
      * façon
       2420-EFFACER-EXTRAIT-ENQUETE.
           MOVE "data/SURVEXTR.DAT" TO WS-TARGET-FNAME
           MOVE "SURVEXTR.DAT" TO WS-TARGET-LABEL
           MOVE "C" TO WS-TARGET-KIND
           PERFORM 2600-TRAITER-FICHIER-CIBLE.

       2430-EFFACER-REPONSES-ENQUETE.
           MOVE "data/SURVRESP.DAT" TO WS-TARGET-FNAME
           MOVE "SURVRESP.DAT" TO WS-TARGET-LABEL
           MOVE "C" TO WS-TARGET-KIND
           PERFORM 2600-TRAITER-FICHIER-CIBLE.

      * Supprime toutes les réservations du visiteur, passées comme
      * à venir : la clé commence par la date, le fichier est donc
      * parcouru en entier. Même circuit que la fiche d'historique :
      * fichier absent (statut 35) n'est pas une erreur, tout autre
      * statut d'ouverture arrête l'effacement
       2435-EFFACER-RESERVATIONS.
           MOVE ZERO TO WS-FILE-HITS
           MOVE "APPTBOOK.DAT" TO WS-TARGET-LABEL
           OPEN I-O BOOKING-FILE
           EVALUATE WS-BOOKING-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ BOOKING-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF BKG-VISITOR-KEY = WS-WIPE-KEY
                                   DELETE BOOKING-FILE
                                   ADD 1 TO WS-FILE-HITS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOKING-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir BOOKING-FILE (APPTBOOK)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           PERFORM 3000-CONSIGNER-FICHIER.

       2440-EFFACER-RENDEZ-VOUS-JOUR.
           MOVE "data/APPOINT.DAT" TO WS-TARGET-FNAME
           MOVE "APPOINT.DAT" TO WS-TARGET-LABEL
           MOVE "P" TO WS-TARGET-KIND
           PERFORM 2600-TRAITER-FICHIER-CIBLE.

      * Une proposition de fusion qui nomme le visiteur, qu'il soit
      * la fiche conservée ou le double, est retirée : elle n'a plus
      * d'objet une fois sa fiche d'historique supprimée
       2442-EFFACER-PROPOSITIONS-FUSION.
           MOVE "data/DUPPROP.DAT" TO WS-TARGET-FNAME
           MOVE "DUPPROP.DAT" TO WS-TARGET-LABEL
           MOVE "D" TO WS-TARGET-KIND
           PERFORM 2600-TRAITER-FICHIER-CIBLE.

       2444-EFFACER-REVUE-DOUBLONS.
           MOVE "data/DUPSWEEP.RPT" TO WS-TARGET-FNAME
           MOVE "DUPSWEEP.RPT" TO WS-TARGET-LABEL
           MOVE "S" TO WS-TARGET-KIND
           PERFORM 2600-TRAITER-FICHIER-CIBLE.

       2446-EFFACER-REVUE-DNA.
           MOVE "data/DUPDNA.RPT" TO WS-TARGET-FNAME
           MOVE "DUPDNA.RPT" TO WS-TARGET-LABEL
           MOVE "S" TO WS-TARGET-KIND
           PERFORM 2600-TRAITER-FICHIER-CIBLE.

      * La liste des visiteurs retenus garde une ligne par retenue
      * pour que l'accueil sache combien de visiteurs ont attendu :
      * seuls le prénom et le nom sont masqués
       2448-ANONYMISER-RETENUES.
           MOVE "data/CAPHOLD.RPT" TO WS-TARGET-FNAME
           MOVE "CAPHOLD.RPT" TO WS-TARGET-LABEL
           MOVE "H" TO WS-TARGET-KIND
           PERFORM 2600-TRAITER-FICHIER-CIBLE.

      * Le registre des badges est anonymisé plutôt qu'épuré : les
      * numéros de badge doivent rester rapprochables des sorties
      * pointées par l'accueil, seuls le prénom et le nom
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               MOVE ZERO TO WS-GRP-COUNT
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TARGET-IO
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END PERFORM 2650-TRAITER-LIGNE-CIBLE
                   END-READ
               END-PERFORM
               PERFORM 2680-VIDER-GROUPE
               CLOSE TARGET-IO
               CLOSE WORK-IO
               PERFORM 2700-REVERSER-FICHIER-CIBLE
                   END-IF
                   MOVE BADGEREG-LINE TO WORK-LINE
                   WRITE WORK-LINE
               WHEN "P"
                   MOVE TARGET-LINE TO APPOINT-LINE
                   IF APP-PRENOM = WS-PRENOM
                       AND APP-NOM = WS-NOM
                       ADD 1 TO WS-FILE-HITS
                   ELSE
                       MOVE TARGET-LINE TO WORK-LINE
                       WRITE WORK-LINE
                   END-IF
               WHEN "D"
                   MOVE TARGET-LINE TO DUPPROP-LINE
                   IF PROP-KEEP-KEY = WS-WIPE-KEY
                       OR PROP-DROP-KEY = WS-WIPE-KEY
                       ADD 1 TO WS-FILE-HITS
                   ELSE
                       MOVE TARGET-LINE TO WORK-LINE
                       WRITE WORK-LINE
                   END-IF
               WHEN "S"
                   PERFORM 2670-TRAITER-LIGNE-REVUE
               WHEN "H"
                   IF TARGET-LINE(1:10) NOT = "Visiteurs "
                       MOVE SPACES TO WS-HOLD-NAME
                       MOVE ZERO TO WS-HOLD-LEN
                       UNSTRING TARGET-LINE(7:) DELIMITED BY "  site "
                           INTO WS-HOLD-NAME COUNT IN WS-HOLD-LEN
                       IF WS-HOLD-NAME = WS-WIPE-KEY
                           AND WS-HOLD-LEN > ZERO
                           MOVE ALL "*" TO TARGET-LINE(7:WS-HOLD-LEN)
                           ADD 1 TO WS-FILE-HITS
                       END-IF
                   END-IF
                   MOVE TARGET-LINE TO WORK-LINE
                   WRITE WORK-LINE
           END-EVALUATE.

      * Liste de revue des doublons : une ligne de score ouvre un
      * rapprochement, dont les deux lignes d'identité suivent ; les
      * lignes d'en-tête et de pied sont recopiées telles quelles
       2670-TRAITER-LIGNE-REVUE.
           IF TARGET-LINE(1:8) = "  Score "
               PERFORM 2680-VIDER-GROUPE
               MOVE 1 TO WS-GRP-COUNT
               MOVE TARGET-LINE TO WS-GRP-LINE(1)
           ELSE
               IF WS-GRP-COUNT > ZERO
                   ADD 1 TO WS-GRP-COUNT
                   MOVE TARGET-LINE TO WS-GRP-LINE(WS-GRP-COUNT)
                   IF TARGET-LINE(7:41) = WS-WIPE-KEY
                       MOVE "Y" TO WS-GRP-HIT
                   END-IF
                   IF WS-GRP-COUNT = 3
                       PERFORM 2680-VIDER-GROUPE
                   END-IF
               ELSE
                   MOVE TARGET-LINE TO WORK-LINE
                   WRITE WORK-LINE
               END-IF
           END-IF.

      * Recopie le rapprochement retenu, sauf s'il nomme la personne
      * à effacer : il est alors retiré en entier, l'autre identité
      * n'ayant plus de doublon à revoir
       2680-VIDER-GROUPE.
           IF WS-GRP-HIT = "Y"
               ADD WS-GRP-COUNT TO WS-FILE-HITS
           ELSE
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   MOVE WS-GRP-LINE(WS-GRP-IDX) TO WORK-LINE
                   WRITE WORK-LINE
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-GRP-COUNT
           MOVE "N" TO WS-GRP-HIT.

      * Reverse le fichier de travail (contenu déjà nettoyé) sur le
      * fichier d'origine
       2700-REVERSER-FICHIER-CIBLE.
           OPEN INPUT WORK-IO
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Impossible de relire WORK-IO (WIPEWORK.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT TARGET-IO
           IF WS-TARGET-STATUS NOT = "00"
               MOVE "Impossible de reecrire le fichier cible"
