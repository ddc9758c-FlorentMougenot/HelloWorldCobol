      * Extrait quotidien de l'enquête de satisfaction. Le marketing
      * veut interroger les visiteurs après leur départ, et tout ce
      * qu'il faut pour choisir les bonnes personnes est déjà là : les
      * sorties pointées par chkout (CHKHIST.DAT, numéro de badge),
      * le registre des badges (BADGEREG.DAT, identité et site), la
      * piste d'audit (langue et type de visite de l'accueil). Ce
      * programme retient les visiteurs sortis la veille et écrit
      * SURVEXTR.DAT (copybook SURVEY-REC), remis au prestataire
      * d'enquête comme CRMEXTR.DAT l'est à la maison de diffusion.
      * Sont écartés :
      *   - les porteurs de passe (type "P" au registre, ou passe au
      *     fichier PASSFILE.DAT) ;
      *   - toute la liste de surveillance (catégories DNA, CA et
      *     CLI) ;
      *   - les visiteurs effacés par viswipe (registre ERASURE.LOG,
      *     ou identité déjà anonymisée au registre des badges) ;
      *   - les visiteurs interrogés depuis moins de WS-DELAI-RELANCE
      *     jours, d'après le suivi des enquêtes SURVHIST.DAT
      *     (copybook SURVHIST-REC), mis à jour pour chaque visiteur
      *     retenu et relu par survresp pour rapprocher les réponses.
      * Relancé le même jour sur la même date de sortie, le programme
      * reproduit le même extrait : les visiteurs déjà retenus ce
      * jour-là pour cette visite ne sont pas pris pour des visiteurs
      * récemment interrogés.
      *     survext [AAAAMMJJ]
      * Sans paramètre, ce sont les sorties de la veille qui sont
      * retenues.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. survext.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historique des sorties tenu par chkout
           SELECT CHKHIST-IN ASSIGN TO "data/CHKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-IN-STATUS.

      * Registre des badges délivrés, écrit par hello.cbl
           SELECT BADGEREG-IN ASSIGN TO "data/BADGEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGEREG-IN-STATUS.

      * Piste d'audit : génération du mois de la visite quand la
      * bascule audroll est passée, puis fichier courant ; le nom est
      * posé avant chaque ouverture
           SELECT AUDIT-IN ASSIGN TO WS-AUDIT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

      * Registre des effacements tenu par viswipe
           SELECT ERASURE-IN ASSIGN TO "data/ERASURE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-IN-STATUS.

      * Liste de surveillance : DNA, CA et CLI écartés
           SELECT VIP-FILE ASSIGN TO "data/VIPLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIP-KEY
               FILE STATUS IS WS-VIP-STATUS.

      * Passes de longue durée : porteurs écartés
           SELECT PASS-FILE ASSIGN TO "data/PASSFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PASS-KEY
               FILE STATUS IS WS-PASS-STATUS.

      * Suivi des enquêtes, une fiche par visiteur interrogé
           SELECT SURVHIST-FILE ASSIGN TO "data/SURVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVH-KEY
               FILE STATUS IS WS-SURVHIST-STATUS.

      * Extrait remis au prestataire d'enquête, réécrit chaque jour
           SELECT SURVEY-OUT ASSIGN TO "data/SURVEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVEY-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHKHIST-IN.
           COPY CHKHIST-REC.

       FD  BADGEREG-IN.
           COPY BADGEREG-REC.

       FD  AUDIT-IN.
           COPY AUDIT-REC.

       FD  ERASURE-IN.
       01  ERASURE-LINE.
           05 ERA-TIMESTAMP PIC X(16).
           05 ERA-OPERATOR  PIC X(20).
           05 ERA-KEY       PIC X(41).
           05 ERA-FILE      PIC X(20).
           05 ERA-HITS      PIC 9(7).

       FD  VIP-FILE.
           COPY VIP-REC.

       FD  PASS-FILE.
           COPY PASS-REC.

       FD  SURVHIST-FILE.
           COPY SURVHIST-REC.

       FD  SURVEY-OUT.
           COPY SURVEY-REC.

       WORKING-STORAGE SECTION.
       01 WS-CHKHIST-IN-STATUS PIC X(2) VALUE "00".
       01 WS-BADGEREG-IN-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-IN-STATUS PIC X(2) VALUE "00".
       01 WS-ERASURE-IN-STATUS PIC X(2) VALUE "00".
       01 WS-VIP-STATUS PIC X(2) VALUE "00".
       01 WS-PASS-STATUS PIC X(2) VALUE "00".
       01 WS-SURVHIST-STATUS PIC X(2) VALUE "00".
       01 WS-SURVEY-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-FILE-REQUIRED PIC X VALUE "N".

      * Liste de surveillance et passes : un fichier absent désactive
      * simplement le filtre correspondant, comme dans hello.cbl
       01 WS-VIP-AVAILABLE PIC X VALUE "N".
       01 WS-PASS-AVAILABLE PIC X VALUE "N".

      * Date des sorties retenues (veille par défaut), date du jour
      * et date en deçà de laquelle une enquête précédente ne fait
      * plus obstacle ; les bornes sont calculées en jours
      * calendaires comme dans passmnt
       01 WS-CMD-LINE PIC X(40) VALUE SPACES.
       01 WS-PARAM PIC X(20) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(8) VALUE SPACES.
       01 WS-VISIT-DATE PIC 9(8).
       01 WS-VISIT-DATE-X PIC X(8) VALUE SPACES.
       01 WS-FLOOR-DATE PIC 9(8).
       01 WS-FLOOR-DATE-X PIC X(8) VALUE SPACES.
       01 WS-DATE-INT PIC 9(7) VALUE ZERO.
       01 WS-DELAI-RELANCE PIC 9(3) VALUE 90.
       01 WS-AUDIT-FNAME PIC X(40) VALUE SPACES.

      * Sorties du jour retenu (numéro et type de badge), chargées
      * depuis l'historique des sorties ; table dimensionnée comme
      * celle de chkout, un dépassement arrête le programme
       01 WS-OUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OUT-MAX PIC 9(5) VALUE 5000.
       01 WS-OUT-TABLE.
           05 WS-OUT-ENTRY OCCURS 5000 TIMES.
               10 WS-OUT-T-NUMBER PIC 9(5).
               10 WS-OUT-T-TYPE   PIC X.
       01 WS-OUT-IDX PIC 9(5) VALUE ZERO.

      * Accueils du jour retenu relevés dans la piste d'audit : langue
      * et type de visite par visiteur
       01 WS-GRT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GRT-MAX PIC 9(5) VALUE 5000.
       01 WS-GRT-TABLE.
           05 WS-GRT-ENTRY OCCURS 5000 TIMES.
               10 WS-GRT-T-KEY  PIC X(41).
               10 WS-GRT-T-LANG PIC X(2).
               10 WS-GRT-T-TYPE PIC X(8).
       01 WS-GRT-IDX PIC 9(5) VALUE ZERO.

      * Identités effacées relevées dans le registre des effacements
      * (une ligne par fichier touché : chaque identité n'est gardée
      * qu'une fois)
       01 WS-ERA-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ERA-MAX PIC 9(5) VALUE 5000.
       01 WS-ERA-TABLE.
           05 WS-ERA-T-KEY OCCURS 5000 TIMES PIC X(41).
       01 WS-ERA-IDX PIC 9(5) VALUE ZERO.

      * Visiteurs déjà retenus par ce passage : une seconde sortie du
      * même visiteur le même jour ne donne pas un second envoi
       01 WS-SENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SENT-MAX PIC 9(5) VALUE 5000.
       01 WS-SENT-TABLE.
           05 WS-SENT-T-KEY OCCURS 5000 TIMES PIC X(41).
       01 WS-SENT-IDX PIC 9(5) VALUE ZERO.

      * Visiteur courant
       01 WS-VISITOR-KEY PIC X(41) VALUE SPACES.
       01 WS-TROUVE PIC X VALUE "N".
       01 WS-EXCLU PIC X VALUE "N".
       01 WS-SVH-EXISTS PIC X VALUE "N".

      * Compteurs du résumé de fin de passage
       01 WS-CHECKOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXTRACT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCL-PASS PIC 9(5) VALUE ZERO.
       01 WS-EXCL-VIP PIC 9(5) VALUE ZERO.
       01 WS-EXCL-ERASED PIC 9(5) VALUE ZERO.
       01 WS-EXCL-RECENT PIC 9(5) VALUE ZERO.
       01 WS-EXCL-TWICE PIC 9(5) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-LIRE-PARAMETRES
           PERFORM 1100-OUVRIR-FICHIERS
           PERFORM 1200-CHARGER-SORTIES
           PERFORM 1300-CHARGER-ACCUEILS
           PERFORM 1400-CHARGER-EFFACEMENTS
           PERFORM 2000-RETENIR-VISITEURS
           CLOSE SURVEY-OUT
           CLOSE SURVHIST-FILE
           IF WS-VIP-AVAILABLE = "Y"
               CLOSE VIP-FILE
           END-IF
           IF WS-PASS-AVAILABLE = "Y"
               CLOSE PASS-FILE
           END-IF
           DISPLAY "survext : sorties du " WS-VISIT-DATE-X " : "
               WS-CHECKOUT-COUNT
           DISPLAY "Visiteurs retenus pour l'enquete : "
               WS-EXTRACT-COUNT
           DISPLAY "Ecartes, porteurs de passe : " WS-EXCL-PASS
           DISPLAY "Ecartes, DNA, CA ou CLI : " WS-EXCL-VIP
           DISPLAY "Ecartes, effaces : " WS-EXCL-ERASED
           DISPLAY "Ecartes, interroges depuis moins de "
               WS-DELAI-RELANCE " jours : " WS-EXCL-RECENT
           DISPLAY "Ecartes, seconde sortie du jour : " WS-EXCL-TWICE

      * Fin du programme
           STOP RUN.

      * Date des sorties : paramètre AAAAMMJJ ou veille ; la date
      * plancher des relances est calculée depuis la date du jour
       1000-LIRE-PARAMETRES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-PARAM
           IF WS-PARAM NOT = SPACES
               IF WS-PARAM(1:8) IS NOT NUMERIC
                   MOVE "Date des sorties invalide (attendu AAAAMMJJ)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               MOVE WS-PARAM(1:8) TO WS-VISIT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-VISIT-DATE)
                   NOT = ZERO
                   MOVE "Date des sorties invalide (attendu AAAAMMJJ)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
               COMPUTE WS-VISIT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INT)
           END-IF
           MOVE WS-VISIT-DATE TO WS-VISIT-DATE-X
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-DELAI-RELANCE
           COMPUTE WS-FLOOR-DATE = FUNCTION DATE-OF-INTEGER
               (WS-DATE-INT)
           MOVE WS-FLOOR-DATE TO WS-FLOOR-DATE-X.

      * Ouvre le suivi des enquêtes en lecture/écriture (créé au
      * premier passage, comme le fichier des passes), les filtres
      * facultatifs en lecture seule et l'extrait en création
       1100-OUVRIR-FICHIERS.
           OPEN I-O SURVHIST-FILE
           IF WS-SURVHIST-STATUS NOT = "00"
               OPEN OUTPUT SURVHIST-FILE
               CLOSE SURVHIST-FILE
               OPEN I-O SURVHIST-FILE
               IF WS-SURVHIST-STATUS NOT = "00"
                   MOVE "Impossible d'ouvrir SURVHIST-FILE (SURVHIST)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-IF
           OPEN INPUT VIP-FILE
           EVALUATE WS-VIP-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-VIP-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-VIP-AVAILABLE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir VIP-FILE (VIPLIST.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           OPEN INPUT PASS-FILE
           EVALUATE WS-PASS-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-PASS-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-PASS-AVAILABLE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir PASS-FILE (PASSFILE.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           OPEN OUTPUT SURVEY-OUT
           IF WS-SURVEY-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir SURVEY-OUT (SURVEXTR.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Sorties du jour retenu ; un historique absent (pas encore de
      * pointage) donne un extrait vide
       1200-CHARGER-SORTIES.
           OPEN INPUT CHKHIST-IN
           EVALUATE WS-CHKHIST-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ CHKHIST-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF CKH-DATE = WS-VISIT-DATE-X
                                   PERFORM 1250-RANGER-SORTIE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHKHIST-IN
               WHEN "35"
                   DISPLAY "survext : CHKHIST.DAT absent, aucune sortie"
               WHEN OTHER
                   MOVE "Impossible d'ouvrir CHKHIST-IN (CHKHIST.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       1250-RANGER-SORTIE.
           IF WS-OUT-COUNT >= WS-OUT-MAX
               MOVE "Table des sorties pleine (voir WS-OUT-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-OUT-COUNT
           MOVE CKH-BADGE-NUMBER TO WS-OUT-T-NUMBER(WS-OUT-COUNT)
           MOVE CKH-TYPE TO WS-OUT-T-TYPE(WS-OUT-COUNT).

      * Accueils du jour retenu : la génération du mois de la visite
      * si elle existe déjà (sortie de fin de mois lue après la
      * bascule), puis le fichier courant, obligatoire comme pour
      * actrpt
       1300-CHARGER-ACCUEILS.
           IF WS-VISIT-DATE-X(1:6) < WS-RUN-DATE-X(1:6)
               MOVE SPACES TO WS-AUDIT-FNAME
               STRING "data/AUDIT." WS-VISIT-DATE-X(1:6) ".LOG"
                   INTO WS-AUDIT-FNAME
               MOVE "N" TO WS-FILE-REQUIRED
               PERFORM 1350-LIRE-FICHIER-AUDIT
           END-IF
           MOVE "data/AUDIT.LOG" TO WS-AUDIT-FNAME
           MOVE "Y" TO WS-FILE-REQUIRED
           PERFORM 1350-LIRE-FICHIER-AUDIT.

       1350-LIRE-FICHIER-AUDIT.
           OPEN INPUT AUDIT-IN
           EVALUATE TRUE
               WHEN WS-AUDIT-IN-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ AUDIT-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF AUD-RUN-ID(1:1) = "R"
                                   AND AUD-TIMESTAMP(1:8)
                                       = WS-VISIT-DATE-X
                                   AND (AUD-OUTCOME = "GREETED"
                                   OR AUD-OUTCOME = "WELCOME-BACK"
                                   OR AUD-OUTCOME = "REINSTATED")
                                   PERFORM 1360-RANGER-ACCUEIL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-IN
               WHEN WS-AUDIT-IN-STATUS = "35"
                   AND WS-FILE-REQUIRED NOT = "Y"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Impossible d'ouvrir "
                       FUNCTION TRIM(WS-AUDIT-FNAME)
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       1360-RANGER-ACCUEIL.
           IF WS-GRT-COUNT >= WS-GRT-MAX
               MOVE "Table des accueils pleine (voir WS-GRT-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-GRT-COUNT
           MOVE SPACES TO WS-GRT-T-KEY(WS-GRT-COUNT)
           STRING FUNCTION TRIM(AUD-PRENOM) " "
               FUNCTION TRIM(AUD-NOM) INTO WS-GRT-T-KEY(WS-GRT-COUNT)
           MOVE AUD-LANG-CODE TO WS-GRT-T-LANG(WS-GRT-COUNT)
           IF AUD-CHARGE-TYPE NOT = SPACES
               MOVE AUD-CHARGE-TYPE TO WS-GRT-T-TYPE(WS-GRT-COUNT)
           ELSE
               MOVE AUD-VISIT-TYPE TO WS-GRT-T-TYPE(WS-GRT-COUNT)
           END-IF.

      * Identités effacées ; un registre absent signifie qu'aucun
      * effacement n'a encore eu lieu
       1400-CHARGER-EFFACEMENTS.
           OPEN INPUT ERASURE-IN
           EVALUATE WS-ERASURE-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ ERASURE-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END PERFORM 1450-RANGER-EFFACEMENT
                       END-READ
                   END-PERFORM
                   CLOSE ERASURE-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir ERASURE-IN (ERASURE.LOG)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       1450-RANGER-EFFACEMENT.
           MOVE ERA-KEY TO WS-VISITOR-KEY
           PERFORM 2450-CHERCHER-EFFACEMENT
           IF WS-TROUVE = "N"
               IF WS-ERA-COUNT >= WS-ERA-MAX
                   MOVE "Table des effacements pleine (voir WS-ERA-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-ERA-COUNT
               MOVE ERA-KEY TO WS-ERA-T-KEY(WS-ERA-COUNT)
           END-IF.

      * Relit le registre des badges : chaque badge du jour retenu
      * dont la sortie a été pointée est un candidat à l'enquête
       2000-RETENIR-VISITEURS.
           OPEN INPUT BADGEREG-IN
           EVALUATE WS-BADGEREG-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ BADGEREG-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF BRG-DATE = WS-VISIT-DATE-X
                                   PERFORM 2100-CHERCHER-SORTIE
                                   IF WS-TROUVE = "Y"
                                       ADD 1 TO WS-CHECKOUT-COUNT
                                       PERFORM 2200-EXAMINER-VISITEUR
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BADGEREG-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir BADGEREG-IN (BADGEREG.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       2100-CHERCHER-SORTIE.
           MOVE "N" TO WS-TROUVE
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-COUNT
                   OR WS-TROUVE = "Y"
               IF WS-OUT-T-NUMBER(WS-OUT-IDX) = BRG-BADGE-NUMBER
                   AND WS-OUT-T-TYPE(WS-OUT-IDX) = BRG-TYPE
                   MOVE "Y" TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-OUT-IDX
               END-IF
           END-PERFORM.

      * Passe les filtres dans l'ordre ; le premier qui écarte le
      * visiteur est seul compté
       2200-EXAMINER-VISITEUR.
           MOVE "N" TO WS-EXCLU
           MOVE SPACES TO WS-VISITOR-KEY
           STRING FUNCTION TRIM(BRG-PRENOM) " "
               FUNCTION TRIM(BRG-NOM) INTO WS-VISITOR-KEY
           IF BRG-TYPE = "P"
               ADD 1 TO WS-EXCL-PASS
               MOVE "Y" TO WS-EXCLU
           END-IF
           IF WS-EXCLU = "N"
               IF BRG-PRENOM(1:1) = "*"
                   ADD 1 TO WS-EXCL-ERASED
                   MOVE "Y" TO WS-EXCLU
               ELSE
                   PERFORM 2450-CHERCHER-EFFACEMENT
                   IF WS-TROUVE = "Y"
                       ADD 1 TO WS-EXCL-ERASED
                       MOVE "Y" TO WS-EXCLU
                   END-IF
               END-IF
           END-IF
           IF WS-EXCLU = "N" AND WS-PASS-AVAILABLE = "Y"
               MOVE WS-VISITOR-KEY TO PASS-KEY
               READ PASS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-EXCL-PASS
                       MOVE "Y" TO WS-EXCLU
               END-READ
           END-IF
           IF WS-EXCLU = "N" AND WS-VIP-AVAILABLE = "Y"
               MOVE WS-VISITOR-KEY TO VIP-KEY
               READ VIP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-EXCL-VIP
                       MOVE "Y" TO WS-EXCLU
               END-READ
           END-IF
           IF WS-EXCLU = "N"
               PERFORM 2500-CHERCHER-ENVOI-DU-JOUR
               IF WS-TROUVE = "Y"
                   ADD 1 TO WS-EXCL-TWICE
                   MOVE "Y" TO WS-EXCLU
               END-IF
           END-IF
           IF WS-EXCLU = "N"
               PERFORM 2300-CONTROLER-RELANCE
           END-IF
           IF WS-EXCLU = "N"
               PERFORM 2400-ECRIRE-ENQUETE
           END-IF.

      * Une enquête envoyée depuis moins de WS-DELAI-RELANCE jours
      * écarte le visiteur, sauf si c'est l'envoi de cette même
      * visite par un passage précédent du jour (relance du
      * programme)
       2300-CONTROLER-RELANCE.
           MOVE WS-VISITOR-KEY TO SVH-KEY
           READ SURVHIST-FILE
               INVALID KEY
                   MOVE "N" TO WS-SVH-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-SVH-EXISTS
           END-READ
           IF WS-SVH-EXISTS = "Y"
               IF SVH-SENT-DATE > WS-FLOOR-DATE-X
                   AND NOT (SVH-SENT-DATE = WS-RUN-DATE-X
                       AND SVH-VISIT-DATE = WS-VISIT-DATE-X)
                   ADD 1 TO WS-EXCL-RECENT
                   MOVE "Y" TO WS-EXCLU
               END-IF
           END-IF.

      * Écrit la ligne d'extrait et la fiche de suivi ; langue et
      * type viennent de l'accueil du jour, le type du registre sert
      * de repli quand la piste ne porte pas l'accueil (ligne
      * anonymisée, accueil d'un autre jour)
       2400-ECRIRE-ENQUETE.
           MOVE SPACES TO SURVEY-LINE
           MOVE BRG-PRENOM TO SRV-PRENOM
           MOVE BRG-NOM TO SRV-NOM
           MOVE WS-VISIT-DATE-X TO SRV-VISIT-DATE
           MOVE BRG-SITE-CODE TO SRV-SITE-CODE
           MOVE BRG-VISIT-TYPE TO SRV-VISIT-TYPE
           PERFORM 2350-CHERCHER-ACCUEIL
           IF WS-TROUVE = "Y"
               MOVE WS-GRT-T-LANG(WS-GRT-IDX) TO SRV-LANG-CODE
               IF WS-GRT-T-TYPE(WS-GRT-IDX) NOT = SPACES
                   MOVE WS-GRT-T-TYPE(WS-GRT-IDX) TO SRV-VISIT-TYPE
               END-IF
           END-IF
           WRITE SURVEY-LINE
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE WS-VISITOR-KEY TO SVH-KEY
           MOVE WS-VISIT-DATE-X TO SVH-VISIT-DATE
           MOVE WS-RUN-DATE-X TO SVH-SENT-DATE
           MOVE SRV-SITE-CODE TO SVH-SITE-CODE
           MOVE SRV-LANG-CODE TO SVH-LANG-CODE
           MOVE SRV-VISIT-TYPE TO SVH-VISIT-TYPE
           MOVE SPACES TO SVH-RESPONSE-DATE
           MOVE ZERO TO SVH-SCORE
           IF WS-SVH-EXISTS = "Y"
               REWRITE SURVHIST-REC
           ELSE
               WRITE SURVHIST-REC
           END-IF
           IF WS-SENT-COUNT >= WS-SENT-MAX
               MOVE "Table des envois pleine (voir WS-SENT-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-SENT-COUNT
           MOVE WS-VISITOR-KEY TO WS-SENT-T-KEY(WS-SENT-COUNT).

       2350-CHERCHER-ACCUEIL.
           MOVE "N" TO WS-TROUVE
           MOVE 1 TO WS-GRT-IDX
           PERFORM UNTIL WS-GRT-IDX > WS-GRT-COUNT
                   OR WS-TROUVE = "Y"
               IF WS-GRT-T-KEY(WS-GRT-IDX) = WS-VISITOR-KEY
                   MOVE "Y" TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-GRT-IDX
               END-IF
           END-PERFORM.

       2450-CHERCHER-EFFACEMENT.
           MOVE "N" TO WS-TROUVE
           MOVE 1 TO WS-ERA-IDX
           PERFORM UNTIL WS-ERA-IDX > WS-ERA-COUNT
                   OR WS-TROUVE = "Y"
               IF WS-ERA-T-KEY(WS-ERA-IDX) = WS-VISITOR-KEY
                   MOVE "Y" TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-ERA-IDX
               END-IF
           END-PERFORM.

       2500-CHERCHER-ENVOI-DU-JOUR.
           MOVE "N" TO WS-TROUVE
           MOVE 1 TO WS-SENT-IDX
           PERFORM UNTIL WS-SENT-IDX > WS-SENT-COUNT
                   OR WS-TROUVE = "Y"
               IF WS-SENT-T-KEY(WS-SENT-IDX) = WS-VISITOR-KEY
                   MOVE "Y" TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-SENT-IDX
               END-IF
           END-PERFORM.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
