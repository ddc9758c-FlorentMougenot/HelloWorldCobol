      * rendus restent en tête de liste pour être réclamés. Les
      * porteurs d'un passe de longue durée figurent au registre sous
      * le type "P" et apparaissent donc sur la liste comme tout le
      * monde. La liste se termine par l'occupation de chaque site
      * rapportée à sa capacité (référentiel SITELANG.DAT), la même
      * que hello.cbl contrôle avant de délivrer un badge.
      * CHECKOUT.DAT ne vaut que pour la journée : chaque pointage
      * recopie les sorties rapprochées, datées, dans l'historique
      * cumulatif CHKHIST.DAT (les lignes du jour laissées par un
      * pointage précédent sont remplacées), relu par le rapport des
      * durées de séjour (stayrpt). Le dernier pointage de la journée
      * fait donc foi pour l'historique.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkout.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKOUT-IN-STATUS.

      * Référentiel des sites et des langues : capacité de chaque
      * site ; absent, l'occupation est listée sans capacité
           SELECT REF-FILE ASSIGN TO "data/SITELANG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-STATUS.

      * Historique cumulatif des sorties, une ligne datée par badge
      * rendu ; réécrit à chaque pointage via le fichier de travail
           SELECT CHKHIST-IO ASSIGN TO "data/CHKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-STATUS.

      * Fichier de travail : les lignes des autres jours y sont
      * recopiées, suivies des sorties du jour, puis reversées sur
      * l'historique
           SELECT WORK-IO ASSIGN TO "data/CHKWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

      * Liste de présence / évacuation : visiteurs encore sur site,
      * puis récapitulatif des badges rendus et non rendus
           SELECT ONSITE-OUT ASSIGN TO "data/ONSITE.RPT"
           COPY BADGEREG-REC.

       FD  CHECKOUT-IN.
           COPY CHECKOUT-REC.

       FD  REF-FILE.
           COPY REF-REC.

       FD  CHKHIST-IO.
           COPY CHKHIST-REC.

       FD  WORK-IO.
       01  WORK-LINE PIC X(18).

       FD  ONSITE-OUT.
       01  ONSITE-LINE PIC X(80).
       01 WS-CHECKOUT-IN-STATUS PIC X(2) VALUE "00".
       01 WS-ONSITE-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-REF-STATUS PIC X(2) VALUE "00".
       01 WS-REF-AVAILABLE PIC X VALUE "N".
       01 WS-CHKHIST-STATUS PIC X(2) VALUE "00".
       01 WS-WORK-STATUS PIC X(2) VALUE "00".

      * Lignes de l'historique conservées (autres jours) et sorties
      * du jour ajoutées, pour le message de fin
       01 WS-HIST-KEPT PIC 9(7) VALUE ZERO.
       01 WS-HIST-ADDED PIC 9(5) VALUE ZERO.

      * Date et heure du pointage : seuls les badges délivrés ce jour
      * sont rapprochés, les lignes des jours précédents restées dans
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ONSITE-COUNT PIC 9(5) VALUE ZERO.

      * Occupation par site : visiteurs encore sur site et capacité
      * lue au référentiel (zéro = pas de plafond fixé)
       01 WS-SITE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SITE-MAX PIC 9(3) VALUE 50.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 50 TIMES.
               10 WS-SIT-T-CODE     PIC X(4).
               10 WS-SIT-T-ONSITE   PIC 9(5).
               10 WS-SIT-T-CAPACITY PIC 9(5).
       01 WS-SITE-IDX PIC 9(3) VALUE ZERO.
       01 WS-SITE-LABEL PIC X(4) VALUE SPACES.

      * Zone d'édition du numéro de badge, cadrée comme sur le badge
       01 WS-BADGE-NUM-ED PIC ZZZZ9.

           PERFORM 1000-CHARGER-BADGES-DU-JOUR
           PERFORM 2000-RAPPROCHER-SORTIES
           PERFORM 3000-ECRIRE-LISTE-PRESENCE
           PERFORM 4000-HISTORISER-SORTIES

      * Fin du programme
           STOP RUN.
               ADD 1 TO WS-BADGE-IDX
           END-PERFORM
           PERFORM 3300-ECRIRE-RECAPITULATIF
           PERFORM 3400-ECRIRE-OCCUPATION-SITES
           CLOSE ONSITE-OUT
           DISPLAY "chkout : " WS-ONSITE-COUNT " visiteur(s) encore"
               " sur site, liste dans data/ONSITE.RPT".
               INTO ONSITE-LINE
           WRITE ONSITE-LINE.

      * Occupation de chaque site rapportée à sa capacité : tous les
      * sites du référentiel sont listés, y compris ceux où personne
      * n'est présent, puis les visiteurs encore sur site sont
      * regroupés par site ; un code de site inconnu du référentiel
      * est ajouté à la suite. Un référentiel absent (statut 35)
      * laisse la section sans capacité, limitée aux sites où des
      * visiteurs sont présents ; un site au-delà de sa
      * capacité (badges délivrés avant la fixation du plafond, ou
      * passes) est marqué DEPASSEMENT
       3400-ECRIRE-OCCUPATION-SITES.
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
           END-EVALUATE
           IF WS-REF-AVAILABLE = "Y"
               PERFORM 3405-CHARGER-SITES-REFERENTIEL
           END-IF
           MOVE 1 TO WS-BADGE-IDX
           PERFORM UNTIL WS-BADGE-IDX > WS-BADGE-COUNT
               IF WS-BDG-T-SORTI(WS-BADGE-IDX) = "N"
                   PERFORM 3410-COMPTER-SITE
               END-IF
               ADD 1 TO WS-BADGE-IDX
           END-PERFORM
           IF WS-REF-AVAILABLE = "Y"
               CLOSE REF-FILE
           END-IF
           MOVE "Occupation par site :" TO ONSITE-LINE
           WRITE ONSITE-LINE
           MOVE 1 TO WS-SITE-IDX
           PERFORM UNTIL WS-SITE-IDX > WS-SITE-COUNT
               PERFORM 3450-ECRIRE-LIGNE-SITE
               ADD 1 TO WS-SITE-IDX
           END-PERFORM.

      * Charge dans la table tous les sites du référentiel (fiches de
      * type "S", qui suivent les langues dans l'ordre des clés),
      * avec leur capacité et une occupation à zéro
       3405-CHARGER-SITES-REFERENTIEL.
           MOVE "S" TO REF-TYPE
           MOVE LOW-VALUES TO REF-CODE
           MOVE "N" TO WS-EOF-FLAG
           START REF-FILE KEY IS NOT LESS THAN REF-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ REF-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF REF-TYPE NOT = "S"
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM 3406-AJOUTER-SITE-REFERENTIEL
                       END-IF
               END-READ
           END-PERFORM.

       3406-AJOUTER-SITE-REFERENTIEL.
           IF WS-SITE-COUNT >= WS-SITE-MAX
               MOVE "Table des sites pleine (voir WS-SITE-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-SITE-COUNT
           MOVE REF-CODE TO WS-SIT-T-CODE(WS-SITE-COUNT)
           MOVE ZERO TO WS-SIT-T-ONSITE(WS-SITE-COUNT)
           MOVE REF-CAPACITY TO WS-SIT-T-CAPACITY(WS-SITE-COUNT).

      * Compte le visiteur courant dans son site, en ajoutant le site
      * à la table avec sa capacité à la première rencontre
       3410-COMPTER-SITE.
           MOVE 1 TO WS-SITE-IDX
           MOVE "N" TO WS-TROUVE
           PERFORM UNTIL WS-SITE-IDX > WS-SITE-COUNT
                   OR WS-TROUVE = "Y"
               IF WS-SIT-T-CODE(WS-SITE-IDX)
                   = WS-BDG-T-SITE(WS-BADGE-IDX)
                   MOVE "Y" TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-SITE-IDX
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF WS-SITE-COUNT >= WS-SITE-MAX
                   MOVE "Table des sites pleine (voir WS-SITE-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO WS-SITE-IDX
               MOVE WS-BDG-T-SITE(WS-BADGE-IDX)
                   TO WS-SIT-T-CODE(WS-SITE-IDX)
               MOVE ZERO TO WS-SIT-T-ONSITE(WS-SITE-IDX)
               MOVE ZERO TO WS-SIT-T-CAPACITY(WS-SITE-IDX)
               IF WS-REF-AVAILABLE = "Y"
                   AND WS-BDG-T-SITE(WS-BADGE-IDX) NOT = SPACES
                   MOVE "S" TO REF-TYPE
                   MOVE WS-BDG-T-SITE(WS-BADGE-IDX) TO REF-CODE
                   READ REF-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REF-CAPACITY
                               TO WS-SIT-T-CAPACITY(WS-SITE-IDX)
                   END-READ
               END-IF
           END-IF
           ADD 1 TO WS-SIT-T-ONSITE(WS-SITE-IDX).

       3450-ECRIRE-LIGNE-SITE.
           MOVE WS-SIT-T-CODE(WS-SITE-IDX) TO WS-SITE-LABEL
           IF WS-SITE-LABEL = SPACES
               MOVE "----" TO WS-SITE-LABEL
           END-IF
           MOVE SPACES TO ONSITE-LINE
           IF WS-SIT-T-CAPACITY(WS-SITE-IDX) = ZERO
               STRING "  Site " WS-SITE-LABEL " : "
                   WS-SIT-T-ONSITE(WS-SITE-IDX)
                   " sur site / capacite non fixee"
                   INTO ONSITE-LINE
           ELSE
               IF WS-SIT-T-ONSITE(WS-SITE-IDX)
                   > WS-SIT-T-CAPACITY(WS-SITE-IDX)
                   STRING "  Site " WS-SITE-LABEL " : "
                       WS-SIT-T-ONSITE(WS-SITE-IDX)
                       " sur site / capacite "
                       WS-SIT-T-CAPACITY(WS-SITE-IDX)
                       "  DEPASSEMENT"
                       INTO ONSITE-LINE
               ELSE
                   STRING "  Site " WS-SITE-LABEL " : "
                       WS-SIT-T-ONSITE(WS-SITE-IDX)
                       " sur site / capacite "
                       WS-SIT-T-CAPACITY(WS-SITE-IDX)
                       INTO ONSITE-LINE
               END-IF
           END-IF
           WRITE ONSITE-LINE.

      * Range les sorties du jour dans l'historique cumulatif : les
      * lignes des autres jours passent dans le fichier de travail,
      * les lignes du jour laissées par un pointage précédent sont
      * écartées, puis chaque badge rendu ce jour y est ajouté avec
      * sa date, son type et son heure de sortie ; le fichier de
      * travail est enfin reversé sur l'historique. Un historique
      * absent (statut 35) est créé
       4000-HISTORISER-SORTIES.
           OPEN OUTPUT WORK-IO
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir WORK-IO (CHKWORK.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN INPUT CHKHIST-IO
           EVALUATE WS-CHKHIST-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ CHKHIST-IO
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF CKH-DATE NOT = WS-RUN-DATE-X
                                   MOVE CHKHIST-LINE TO WORK-LINE
                                   WRITE WORK-LINE
                                   ADD 1 TO WS-HIST-KEPT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHKHIST-IO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir CHKHIST-IO (CHKHIST.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           MOVE 1 TO WS-BADGE-IDX
           PERFORM UNTIL WS-BADGE-IDX > WS-BADGE-COUNT
               IF WS-BDG-T-SORTI(WS-BADGE-IDX) = "Y"
                   MOVE WS-RUN-DATE-X TO CKH-DATE
                   MOVE WS-BDG-T-NUMBER(WS-BADGE-IDX)
                       TO CKH-BADGE-NUMBER
                   MOVE WS-BDG-T-TYPE(WS-BADGE-IDX) TO CKH-TYPE
                   MOVE WS-BDG-T-HEURE(WS-BADGE-IDX) TO CKH-TIME-OUT
                   MOVE CHKHIST-LINE TO WORK-LINE
                   WRITE WORK-LINE
                   ADD 1 TO WS-HIST-ADDED
               END-IF
               ADD 1 TO WS-BADGE-IDX
           END-PERFORM
           CLOSE WORK-IO
           OPEN INPUT WORK-IO
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Impossible de relire WORK-IO (CHKWORK.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT CHKHIST-IO
           IF WS-CHKHIST-STATUS NOT = "00"
               MOVE "Impossible de reecrire CHKHIST-IO (CHKHIST.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ WORK-IO
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WORK-LINE TO CHKHIST-LINE
                       WRITE CHKHIST-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-IO
           CLOSE CHKHIST-IO
           DISPLAY "chkout : " WS-HIST-ADDED " sortie(s) du jour"
               " historisee(s) dans data/CHKHIST.DAT".

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
