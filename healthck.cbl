      * Contrôle nocturne de santé des fichiers du répertoire data.
      * reconcil équilibre les comptes d'une exécution, mais rien ne
      * vérifiait que les fichiers restent cohérents entre eux au fil
      * des jours, et chacune des anomalies suivantes a été découverte
      * par hasard. Ce programme, lancé par hellojob.sh après le
      * contrôle d'équilibre, passe sept règles sur le répertoire :
      *   RUNCTL   exécution STARTED sans ENDED dans le registre ;
      *   CHECKPT  point de reprise non nul laissé après une exécution
      *            terminée (le batch suivant sauterait des visiteurs) ;
      *   BADGESEQ séquence des badges en retard sur le plus haut
      *            numéro du registre des badges pour le même jour ;
      *   PASSFILE passe encore en fichier pour un porteur effacé ;
      *   REJECT   rejet non corrigé depuis plusieurs jours ;
      *   CRMRESND enregistrement CRM retransmis jour après jour ;
      *   SITELANG code site ou langue de la piste d'audit absent du
      *            référentiel.
      * Chaque constat est gradué INFO, WARNING ou BLOCKING et écrit
      * dans le rapport de santé HEALTH.RPT ; une règle sans constat
      * y figure avec la mention OK. Au moins un constat BLOCKING
      * positionne le code retour 2 (comme un FAIL de reconcil) :
      * hellojob.sh signale alors que le batch de la nuit suivante ne
      * doit pas partir avant examen.
      * REJECT.OUT ne porte pas de date : l'âge d'un rejet est tiré de
      * la piste d'audit, depuis la première ligne REJECTED du même
      * prénom et du même nom qui n'a pas été suivie d'un accueil.
      * CRMRESEND.DAT est vidé dans l'extrait CRM à chaque batch : un
      * enregistrement retransmis plusieurs fois se reconnaît, dans
      * l'un ou l'autre fichier, à une date de visite ancienne.
      *     healthck
       IDENTIFICATION DIVISION.
       PROGRAM-ID. healthck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registre des exécutions tenu par hello.cbl
           SELECT RUNCTL-IN ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-IN-STATUS.

      * Point de reprise de hello.cbl
           SELECT CHECKPT-IN ASSIGN TO "data/CHECKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPT-IN-STATUS.

      * Séquence des numéros de badge de hello.cbl
           SELECT BADGESEQ-IN ASSIGN TO "data/BADGESEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGESEQ-IN-STATUS.

      * Registre des badges délivrés
           SELECT BADGEREG-IN ASSIGN TO "data/BADGEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGEREG-IN-STATUS.

      * Registre des effacements tenu par viswipe
           SELECT ERASURE-IN ASSIGN TO "data/ERASURE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-IN-STATUS.

      * Passes de longue durée, relus par clé pour chaque effacé
           SELECT PASS-FILE ASSIGN TO "data/PASSFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PASS-KEY
               FILE STATUS IS WS-PASS-STATUS.

      * Rejets de la dernière exécution BATCH, moins ceux corrigés
      * par rejfix
           SELECT REJECT-IN ASSIGN TO "data/REJECT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-IN-STATUS.

      * Piste d'audit : génération du mois précédent puis fichier
      * courant ; le nom est posé avant chaque ouverture
           SELECT AUDIT-IN ASSIGN TO WS-AUDIT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

      * Extrait CRM puis fichier de retransmission, même format ; le
      * nom est posé avant chaque ouverture
           SELECT CRM-IN ASSIGN TO WS-CRM-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-IN-STATUS.

      * Référentiel des sites et des langues
           SELECT REF-FILE ASSIGN TO "data/SITELANG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-STATUS.

      * Rapport de santé : un constat par ligne, puis le verdict
           SELECT HEALTH-OUT ASSIGN TO "data/HEALTH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEALTH-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-IN.
       01  RUNCTL-LINE.
           05 RCTL-RUN-ID       PIC X(17).
           05 RCTL-MODE         PIC X(8).
           05 RCTL-STATUS       PIC X(8).
           05 RCTL-READ-COUNT   PIC 9(7).
           05 RCTL-GREET-COUNT  PIC 9(7).
           05 RCTL-REJECT-COUNT PIC 9(7).

      * Seuls le nombre de visiteurs lus et l'identifiant d'exécution
      * du point de reprise sont relus ; les autres compteurs et
      * l'état du groupe ouvert (voir CHECKPT-LINE dans hello.cbl) ne
      * concernent que la reprise elle-même
       FD  CHECKPT-IN.
       01  CHECKPT-LINE.
           05 CKPT-READ-COUNT   PIC 9(7).
           05 FILLER            PIC X(28).
           05 FILLER            PIC X(102).
           05 CKPT-RUN-ID       PIC X(17).
           05 FILLER            PIC X(11).

       FD  BADGESEQ-IN.
       01  BADGESEQ-LINE.
           05 BSEQ-DATE   PIC X(8).
           05 BSEQ-NUMBER PIC 9(5).

       FD  BADGEREG-IN.
           COPY BADGEREG-REC.

       FD  ERASURE-IN.
       01  ERASURE-LINE.
           05 ERA-TIMESTAMP PIC X(16).
           05 ERA-OPERATOR  PIC X(20).
           05 ERA-KEY       PIC X(41).
           05 ERA-FILE      PIC X(20).
           05 ERA-HITS      PIC 9(7).

       FD  PASS-FILE.
           COPY PASS-REC.

       FD  REJECT-IN.
           COPY REJECT-REC.

       FD  AUDIT-IN.
           COPY AUDIT-REC.

       FD  CRM-IN.
           COPY CRM-REC.

       FD  REF-FILE.
           COPY REF-REC.

       FD  HEALTH-OUT.
       01  HEALTH-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-IN-STATUS PIC X(2) VALUE "00".
       01 WS-CHECKPT-IN-STATUS PIC X(2) VALUE "00".
       01 WS-BADGESEQ-IN-STATUS PIC X(2) VALUE "00".
       01 WS-BADGEREG-IN-STATUS PIC X(2) VALUE "00".
       01 WS-ERASURE-IN-STATUS PIC X(2) VALUE "00".
       01 WS-PASS-STATUS PIC X(2) VALUE "00".
       01 WS-REJECT-IN-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-IN-STATUS PIC X(2) VALUE "00".
       01 WS-CRM-IN-STATUS PIC X(2) VALUE "00".
       01 WS-REF-STATUS PIC X(2) VALUE "00".
       01 WS-HEALTH-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-REF-AVAILABLE PIC X VALUE "N".

      * Date du jour, en numérique pour les calculs d'âge et en
      * alphanumérique pour les comparaisons avec les dates des
      * fichiers
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(8) VALUE SPACES.
       01 WS-DATE-INT PIC 9(7) VALUE ZERO.

      * Seuils des règles, en jours calendaires : fenêtre du registre
      * des exécutions examinée, âge à partir duquel un rejet non
      * corrigé ou une retransmission CRM devient un avertissement
       01 WS-RUN-WINDOW PIC 9(3) VALUE 30.
       01 WS-RUN-FLOOR-X PIC X(8) VALUE SPACES.
       01 WS-REJ-DELAI PIC 9(3) VALUE 3.
       01 WS-RESEND-DELAI PIC 9(3) VALUE 3.

      * Âge en jours d'une date AAAAMMJJ (voir 8000-CALCULER-AGE) ;
      * une date illisible laisse WS-AGE-VALID à "N"
       01 WS-AGE-DATE PIC X(8) VALUE SPACES.
       01 WS-AGE-DATE-N PIC 9(8) VALUE ZERO.
       01 WS-AGE-DAYS PIC S9(7) VALUE ZERO.
       01 WS-AGE-VALID PIC X VALUE "N".
       01 WS-AGE-ED PIC ZZZ9.

      * Générations de la piste d'audit
       01 WS-AUDIT-FNAME PIC X(40) VALUE SPACES.
       01 WS-MONTH-X.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM   PIC 9(2).
       01 WS-CRM-FNAME PIC X(40) VALUE SPACES.
       01 WS-CRM-LABEL PIC X(13) VALUE SPACES.

      * Exécutions de la fenêtre examinée : une entrée par identifiant
      * (une reprise réutilise l'identifiant de l'exécution
      * interrompue et ajoute un second STARTED), avec le nombre de
      * STARTED et de ENDED relevés
       01 WS-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-MAX PIC 9(5) VALUE 5000.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 5000 TIMES.
               10 WS-RUN-T-ID      PIC X(17).
               10 WS-RUN-T-MODE    PIC X(8).
               10 WS-RUN-T-STARTED PIC 9(3).
               10 WS-RUN-T-ENDED   PIC 9(3).
       01 WS-RUN-IDX PIC 9(5) VALUE ZERO.
       01 WS-LAST-BATCH-ID PIC X(17) VALUE SPACES.
       01 WS-SEARCH-RUN-ID PIC X(17) VALUE SPACES.

      * Identités effacées relevées dans le registre des effacements
       01 WS-ERA-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ERA-MAX PIC 9(5) VALUE 5000.
       01 WS-ERA-TABLE.
           05 WS-ERA-T-KEY OCCURS 5000 TIMES PIC X(41).
       01 WS-ERA-IDX PIC 9(5) VALUE ZERO.

      * Rejets en attente de correction et date du premier rejet non
      * suivi d'un accueil, relevée dans la piste d'audit
       01 WS-REJ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJ-MAX PIC 9(5) VALUE 2000.
       01 WS-REJ-TABLE.
           05 WS-REJ-ENTRY OCCURS 2000 TIMES.
               10 WS-REJ-T-PRENOM PIC X(20).
               10 WS-REJ-T-NOM    PIC X(20).
               10 WS-REJ-T-SINCE  PIC X(8).
       01 WS-REJ-IDX PIC 9(5) VALUE ZERO.
       01 WS-REJ-RECENT PIC 9(5) VALUE ZERO.

      * Codes site ("S") et langue ("L") relevés dans la piste
      * d'audit, vérifiés une seule fois chacun contre le référentiel
       01 WS-CODE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CODE-MAX PIC 9(3) VALUE 300.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 300 TIMES.
               10 WS-CODE-T-TYPE  PIC X.
               10 WS-CODE-T-CODE  PIC X(4).
               10 WS-CODE-T-KNOWN PIC X.
               10 WS-CODE-T-LINES PIC 9(7).
       01 WS-CODE-IDX PIC 9(3) VALUE ZERO.
       01 WS-SCAN-IDX PIC 9(3) VALUE ZERO.
       01 WS-CUR-TYPE PIC X VALUE SPACE.
       01 WS-CUR-CODE PIC X(4) VALUE SPACES.

      * Séquence des badges et plus haut numéro du registre pour le
      * dernier jour qui y figure
       01 WS-BSEQ-DATE PIC X(8) VALUE SPACES.
       01 WS-BSEQ-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-BRG-LAST-DATE PIC X(8) VALUE SPACES.
       01 WS-BRG-MAX-NUMBER PIC 9(5) VALUE ZERO.

      * Compteurs de règle
       01 WS-RULE-FINDINGS PIC 9(5) VALUE ZERO.
       01 WS-RESEND-OLD PIC 9(5) VALUE ZERO.
       01 WS-NUM-ED PIC ZZZZZZ9.
       01 WS-NUM2-ED PIC ZZZZZZ9.
       01 WS-VISITOR-KEY PIC X(41) VALUE SPACES.
       01 WS-TROUVE PIC X VALUE "N".

      * Constat en cours d'écriture (voir 3000-ECRIRE-CONSTAT)
       01 WS-FND-GRADE PIC X(8) VALUE SPACES.
       01 WS-FND-RULE PIC X(8) VALUE SPACES.
       01 WS-FND-TEXT PIC X(62) VALUE SPACES.

      * Totaux par grade pour le verdict
       01 WS-INFO-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WARNING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BLOCKING-COUNT PIC 9(5) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALISER
           PERFORM 2100-CONTROLER-REGISTRE
           PERFORM 2200-CONTROLER-REPRISE
           PERFORM 2300-CONTROLER-SEQUENCE-BADGES
           PERFORM 2400-CONTROLER-PASSES-EFFACES
           PERFORM 2500-CHARGER-REJETS
           PERFORM 2550-PARCOURIR-AUDIT
           PERFORM 2600-CONTROLER-REJETS
           PERFORM 2700-CONTROLER-RETRANSMISSIONS
           PERFORM 2800-CONTROLER-REFERENTIEL
           PERFORM 3900-CONCLURE
           CLOSE HEALTH-OUT
           IF WS-BLOCKING-COUNT > ZERO
               MOVE 2 TO RETURN-CODE
           END-IF

      * Fin du programme
           STOP RUN.

       1000-INITIALISER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RUN-WINDOW
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-AGE-DATE-N
           MOVE WS-AGE-DATE-N TO WS-RUN-FLOOR-X
           OPEN OUTPUT HEALTH-OUT
           IF WS-HEALTH-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir HEALTH-OUT (data/HEALTH.RPT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE SPACES TO HEALTH-LINE
           STRING "Controle de sante des fichiers du " WS-RUN-DATE-X
               INTO HEALTH-LINE
           WRITE HEALTH-LINE.

      * RUNCTL : chaque exécution de la fenêtre doit avoir son ENDED.
      * La dernière exécution BATCH restée ouverte est bloquante (le
      * batch a été interrompu et attend sa reprise) ; une exécution
      * BATCH plus ancienne restée ouverte est un avertissement, une
      * session interactive abandonnée une simple information
       2100-CONTROLER-REGISTRE.
           MOVE "RUNCTL" TO WS-FND-RULE
           MOVE ZERO TO WS-RULE-FINDINGS
           OPEN INPUT RUNCTL-IN
           EVALUATE WS-RUNCTL-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ RUNCTL-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF RCTL-RUN-ID(2:8) >= WS-RUN-FLOOR-X
                                   PERFORM 2110-RANGER-EXECUTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUNCTL-IN
               WHEN "35"
                   MOVE "INFO" TO WS-FND-GRADE
                   MOVE "Registre des executions absent" TO WS-FND-TEXT
                   PERFORM 3000-ECRIRE-CONSTAT
               WHEN OTHER
                   MOVE "Impossible d'ouvrir RUNCTL-IN (RUNCTL.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           MOVE 1 TO WS-RUN-IDX
           PERFORM UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-T-ENDED(WS-RUN-IDX) = ZERO
                   PERFORM 2150-SIGNALER-EXECUTION-OUVERTE
               END-IF
               ADD 1 TO WS-RUN-IDX
           END-PERFORM
           PERFORM 3050-ECRIRE-REGLE-OK.

       2110-RANGER-EXECUTION.
           MOVE RCTL-RUN-ID TO WS-SEARCH-RUN-ID
           PERFORM 2120-CHERCHER-EXECUTION
           IF WS-TROUVE = "N"
               IF WS-RUN-COUNT >= WS-RUN-MAX
                   MOVE "Table des executions pleine (voir WS-RUN-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-IDX
               MOVE RCTL-RUN-ID TO WS-RUN-T-ID(WS-RUN-IDX)
               MOVE RCTL-MODE TO WS-RUN-T-MODE(WS-RUN-IDX)
               MOVE ZERO TO WS-RUN-T-STARTED(WS-RUN-IDX)
               MOVE ZERO TO WS-RUN-T-ENDED(WS-RUN-IDX)
           END-IF
           IF RCTL-STATUS = "STARTED"
               ADD 1 TO WS-RUN-T-STARTED(WS-RUN-IDX)
           ELSE
               ADD 1 TO WS-RUN-T-ENDED(WS-RUN-IDX)
           END-IF
           IF RCTL-MODE = "BATCH"
               MOVE RCTL-RUN-ID TO WS-LAST-BATCH-ID
           END-IF.

       2120-CHERCHER-EXECUTION.
           MOVE "N" TO WS-TROUVE
           MOVE 1 TO WS-RUN-IDX
           PERFORM UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   OR WS-TROUVE = "Y"
               IF WS-RUN-T-ID(WS-RUN-IDX) = WS-SEARCH-RUN-ID
                   MOVE "Y" TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-RUN-IDX
               END-IF
           END-PERFORM.

       2150-SIGNALER-EXECUTION-OUVERTE.
           EVALUATE TRUE
               WHEN WS-RUN-T-MODE(WS-RUN-IDX) NOT = "BATCH"
                   MOVE "INFO" TO WS-FND-GRADE
               WHEN WS-RUN-T-ID(WS-RUN-IDX) = WS-LAST-BATCH-ID
                   MOVE "BLOCKING" TO WS-FND-GRADE
               WHEN OTHER
                   MOVE "WARNING" TO WS-FND-GRADE
           END-EVALUATE
           MOVE SPACES TO WS-FND-TEXT
           STRING "Execution " WS-RUN-T-ID(WS-RUN-IDX) " "
               FUNCTION TRIM(WS-RUN-T-MODE(WS-RUN-IDX))
               " sans ENDED" INTO WS-FND-TEXT
           PERFORM 3000-ECRIRE-CONSTAT.

      * CHECKPT : hello remet le point de reprise à zéro en fin de
      * traitement. Un compteur non nul dont l'exécution porte un
      * ENDED signale un point de reprise oublié : le batch suivant
      * sauterait autant de visiteurs, c'est bloquant. Si l'exécution
      * est restée ouverte, la reprise est attendue (information,
      * l'exécution ouverte est déjà signalée par RUNCTL)
       2200-CONTROLER-REPRISE.
           MOVE "CHECKPT" TO WS-FND-RULE
           MOVE ZERO TO WS-RULE-FINDINGS
           OPEN INPUT CHECKPT-IN
           EVALUATE WS-CHECKPT-IN-STATUS
               WHEN "00"
                   READ CHECKPT-IN
                       AT END CONTINUE
                       NOT AT END
                           IF CKPT-READ-COUNT IS NUMERIC
                               AND CKPT-READ-COUNT > ZERO
                               PERFORM 2250-EXAMINER-REPRISE
                           END-IF
                   END-READ
                   CLOSE CHECKPT-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir CHECKPT-IN (CHECKPT.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           PERFORM 3050-ECRIRE-REGLE-OK.

       2250-EXAMINER-REPRISE.
           MOVE CKPT-READ-COUNT TO WS-NUM-ED
           MOVE CKPT-RUN-ID TO WS-SEARCH-RUN-ID
           PERFORM 2120-CHERCHER-EXECUTION
           MOVE SPACES TO WS-FND-TEXT
           EVALUATE TRUE
               WHEN WS-TROUVE = "Y"
                   AND WS-RUN-T-ENDED(WS-RUN-IDX) > ZERO
                   MOVE "BLOCKING" TO WS-FND-GRADE
                   STRING "Point de reprise non nul ("
                       FUNCTION TRIM(WS-NUM-ED)
                       " lus) apres une execution terminee"
                       INTO WS-FND-TEXT
               WHEN WS-TROUVE = "Y"
                   MOVE "INFO" TO WS-FND-GRADE
                   STRING "Reprise attendue apres "
                       FUNCTION TRIM(WS-NUM-ED) " visiteurs lus"
                       INTO WS-FND-TEXT
               WHEN OTHER
                   MOVE "WARNING" TO WS-FND-GRADE
                   STRING "Point de reprise non nul ("
                       FUNCTION TRIM(WS-NUM-ED)
                       " lus) d'une execution hors fenetre"
                       INTO WS-FND-TEXT
           END-EVALUATE
           PERFORM 3000-ECRIRE-CONSTAT.

      * BADGESEQ : pour le dernier jour du registre des badges, la
      * séquence sauvegardée doit atteindre le plus haut numéro de
      * badge délivré ("B" ; les passes ont leur propre numérotation).
      * Le jour même, une relance redélivrerait des numéros déjà
      * portés : c'est bloquant ; pour un jour passé la séquence
      * repart de zéro, c'est un avertissement
       2300-CONTROLER-SEQUENCE-BADGES.
           MOVE "BADGESEQ" TO WS-FND-RULE
           MOVE ZERO TO WS-RULE-FINDINGS
           OPEN INPUT BADGESEQ-IN
           EVALUATE WS-BADGESEQ-IN-STATUS
               WHEN "00"
                   READ BADGESEQ-IN
                       AT END CONTINUE
                       NOT AT END
                           MOVE BSEQ-DATE TO WS-BSEQ-DATE
                           MOVE BSEQ-NUMBER TO WS-BSEQ-NUMBER
                   END-READ
                   CLOSE BADGESEQ-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir BADGESEQ-IN (BADGESEQ)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           OPEN INPUT BADGEREG-IN
           EVALUATE WS-BADGEREG-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ BADGEREG-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF BRG-TYPE NOT = "P"
                                   PERFORM 2310-RELEVER-BADGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BADGEREG-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir BADGEREG-IN (BADGEREG)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           IF WS-BRG-LAST-DATE NOT = SPACES
               IF WS-BSEQ-DATE NOT = WS-BRG-LAST-DATE
                   MOVE ZERO TO WS-BSEQ-NUMBER
               END-IF
               IF WS-BSEQ-NUMBER < WS-BRG-MAX-NUMBER
                   PERFORM 2350-SIGNALER-SEQUENCE
               END-IF
           END-IF
           PERFORM 3050-ECRIRE-REGLE-OK.

      * Le registre est chronologique : le plus haut numéro repart à
      * chaque changement de jour
       2310-RELEVER-BADGE.
           IF BRG-DATE NOT = WS-BRG-LAST-DATE
               MOVE BRG-DATE TO WS-BRG-LAST-DATE
               MOVE ZERO TO WS-BRG-MAX-NUMBER
           END-IF
           IF BRG-BADGE-NUMBER > WS-BRG-MAX-NUMBER
               MOVE BRG-BADGE-NUMBER TO WS-BRG-MAX-NUMBER
           END-IF.

       2350-SIGNALER-SEQUENCE.
           IF WS-BRG-LAST-DATE = WS-RUN-DATE-X
               MOVE "BLOCKING" TO WS-FND-GRADE
           ELSE
               MOVE "WARNING" TO WS-FND-GRADE
           END-IF
           MOVE WS-BSEQ-NUMBER TO WS-NUM-ED
           MOVE WS-BRG-MAX-NUMBER TO WS-NUM2-ED
           MOVE SPACES TO WS-FND-TEXT
           STRING "Sequence " FUNCTION TRIM(WS-NUM-ED)
               " < badge " FUNCTION TRIM(WS-NUM2-ED)
               " du registre au " WS-BRG-LAST-DATE
               INTO WS-FND-TEXT
           PERFORM 3000-ECRIRE-CONSTAT.

      * PASSFILE : viswipe supprime le passe d'un visiteur effacé ; un
      * passe retrouvé pour une identité du registre des effacements
      * a été réémis depuis, ou l'effacement a échoué
       2400-CONTROLER-PASSES-EFFACES.
           MOVE "PASSFILE" TO WS-FND-RULE
           MOVE ZERO TO WS-RULE-FINDINGS
           OPEN INPUT ERASURE-IN
           EVALUATE WS-ERASURE-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ ERASURE-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END PERFORM 2410-RANGER-EFFACEMENT
                       END-READ
                   END-PERFORM
                   CLOSE ERASURE-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir ERASURE-IN (ERASURE.LOG)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           IF WS-ERA-COUNT > ZERO
               OPEN INPUT PASS-FILE
               EVALUATE WS-PASS-STATUS
                   WHEN "00"
                       MOVE 1 TO WS-ERA-IDX
                       PERFORM UNTIL WS-ERA-IDX > WS-ERA-COUNT
                           PERFORM 2450-CHERCHER-PASSE
                           ADD 1 TO WS-ERA-IDX
                       END-PERFORM
                       CLOSE PASS-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Impossible d'ouvrir PASS-FILE (PASSFILE)"
                           TO WS-ABORT-MESSAGE
                       PERFORM 9000-ERREUR-FATALE
               END-EVALUATE
           END-IF
           PERFORM 3050-ECRIRE-REGLE-OK.

      * Le registre porte une ligne par fichier balayé : chaque
      * identité n'est gardée qu'une fois
       2410-RANGER-EFFACEMENT.
           MOVE "N" TO WS-TROUVE
           MOVE 1 TO WS-ERA-IDX
           PERFORM UNTIL WS-ERA-IDX > WS-ERA-COUNT
                   OR WS-TROUVE = "Y"
               IF WS-ERA-T-KEY(WS-ERA-IDX) = ERA-KEY
                   MOVE "Y" TO WS-TROUVE
               ELSE
                   ADD 1 TO WS-ERA-IDX
               END-IF
           END-PERFORM
           IF WS-TROUVE = "N"
               IF WS-ERA-COUNT >= WS-ERA-MAX
                   MOVE "Table des effacements pleine (voir WS-ERA-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-ERA-COUNT
               MOVE ERA-KEY TO WS-ERA-T-KEY(WS-ERA-COUNT)
           END-IF.

       2450-CHERCHER-PASSE.
           MOVE WS-ERA-T-KEY(WS-ERA-IDX) TO PASS-KEY
           READ PASS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "WARNING" TO WS-FND-GRADE
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "Passe " PASS-NUMBER " d'un porteur efface : "
                       FUNCTION TRIM(PASS-KEY) INTO WS-FND-TEXT
                   PERFORM 3000-ECRIRE-CONSTAT
           END-READ.

      * Rejets en attente : REJECT.OUT tel que la dernière exécution
      * et rejfix l'ont laissé
       2500-CHARGER-REJETS.
           OPEN INPUT REJECT-IN
           EVALUATE WS-REJECT-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ REJECT-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END PERFORM 2510-RANGER-REJET
                       END-READ
                   END-PERFORM
                   CLOSE REJECT-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir REJECT-IN (REJECT.OUT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       2510-RANGER-REJET.
           IF WS-REJ-COUNT >= WS-REJ-MAX
               MOVE "Table des rejets pleine (voir WS-REJ-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-REJ-COUNT
           MOVE REJ-PRENOM TO WS-REJ-T-PRENOM(WS-REJ-COUNT)
           MOVE REJ-NOM TO WS-REJ-T-NOM(WS-REJ-COUNT)
           MOVE SPACES TO WS-REJ-T-SINCE(WS-REJ-COUNT).

      * Une seule lecture de la piste sert deux règles : l'âge des
      * rejets et les codes du référentiel. La génération du mois
      * précédent puis le fichier courant couvrent au moins un mois
      * complet ; l'un ou l'autre peut manquer (premier mois,
      * bascule pas encore passée)
       2550-PARCOURIR-AUDIT.
           MOVE WS-RUN-DATE-X(1:6) TO WS-MONTH-X
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE SPACES TO WS-AUDIT-FNAME
           STRING "data/AUDIT." WS-MONTH-X ".LOG"
               INTO WS-AUDIT-FNAME
           PERFORM 2560-LIRE-FICHIER-AUDIT
           MOVE "data/AUDIT.LOG" TO WS-AUDIT-FNAME
           PERFORM 2560-LIRE-FICHIER-AUDIT.

       2560-LIRE-FICHIER-AUDIT.
           OPEN INPUT AUDIT-IN
           EVALUATE WS-AUDIT-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ AUDIT-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF AUD-RUN-ID(1:1) = "R"
                                   PERFORM 2570-EXAMINER-LIGNE-AUDIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Impossible d'ouvrir "
                       FUNCTION TRIM(WS-AUDIT-FNAME)
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Un rejet ouvre l'attente à sa première occurrence, un accueil
      * de la même identité la referme. Les codes ne sont relevés que
      * sur les lignes où ils ont été acceptés (un rejet peut porter
      * justement un code inconnu)
       2570-EXAMINER-LIGNE-AUDIT.
           IF WS-REJ-COUNT > ZERO
               PERFORM 2580-SUIVRE-REJET
           END-IF
           IF AUD-OUTCOME = "GREETED" OR AUD-OUTCOME = "WELCOME-BACK"
               OR AUD-OUTCOME = "REINSTATED" OR AUD-OUTCOME = "HELD"
               IF AUD-SITE-CODE NOT = SPACES
                   MOVE "S" TO WS-CUR-TYPE
                   MOVE AUD-SITE-CODE TO WS-CUR-CODE
                   PERFORM 2590-RELEVER-CODE
               END-IF
               IF AUD-LANG-CODE NOT = SPACES
                   MOVE "L" TO WS-CUR-TYPE
                   MOVE AUD-LANG-CODE TO WS-CUR-CODE
                   PERFORM 2590-RELEVER-CODE
               END-IF
           END-IF.

       2580-SUIVRE-REJET.
           MOVE 1 TO WS-REJ-IDX
           PERFORM UNTIL WS-REJ-IDX > WS-REJ-COUNT
               IF WS-REJ-T-PRENOM(WS-REJ-IDX) = AUD-PRENOM
                   AND WS-REJ-T-NOM(WS-REJ-IDX) = AUD-NOM
                   EVALUATE AUD-OUTCOME
                       WHEN "REJECTED"
                           IF WS-REJ-T-SINCE(WS-REJ-IDX) = SPACES
                               MOVE AUD-TIMESTAMP(1:8)
                                   TO WS-REJ-T-SINCE(WS-REJ-IDX)
                           END-IF
                       WHEN "GREETED"
                       WHEN "WELCOME-BACK"
                       WHEN "REINSTATED"
                           MOVE SPACES TO WS-REJ-T-SINCE(WS-REJ-IDX)
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-REJ-IDX
           END-PERFORM.

      * Retrouve (ou crée) l'entrée du code et compte la ligne
       2590-RELEVER-CODE.
           MOVE ZERO TO WS-CODE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CODE-COUNT
               IF WS-CODE-T-TYPE(WS-SCAN-IDX) = WS-CUR-TYPE
                   AND WS-CODE-T-CODE(WS-SCAN-IDX) = WS-CUR-CODE
                   MOVE WS-SCAN-IDX TO WS-CODE-IDX
                   MOVE WS-CODE-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-CODE-IDX = ZERO
               IF WS-CODE-COUNT >= WS-CODE-MAX
                   MOVE "Table des codes pleine (voir WS-CODE-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-IDX
               MOVE WS-CUR-TYPE TO WS-CODE-T-TYPE(WS-CODE-IDX)
               MOVE WS-CUR-CODE TO WS-CODE-T-CODE(WS-CODE-IDX)
               MOVE "?" TO WS-CODE-T-KNOWN(WS-CODE-IDX)
               MOVE ZERO TO WS-CODE-T-LINES(WS-CODE-IDX)
           END-IF
           ADD 1 TO WS-CODE-T-LINES(WS-CODE-IDX).

      * REJECT : un rejet en attente depuis WS-REJ-DELAI jours ou plus
      * est un avertissement ; les plus récents sont résumés en une
      * information. Un rejet sans trace dans la piste (piste
      * anonymisée, ou antérieure aux générations lues) est signalé
      * pour examen
       2600-CONTROLER-REJETS.
           MOVE "REJECT" TO WS-FND-RULE
           MOVE ZERO TO WS-RULE-FINDINGS
           MOVE ZERO TO WS-REJ-RECENT
           MOVE 1 TO WS-REJ-IDX
           PERFORM UNTIL WS-REJ-IDX > WS-REJ-COUNT
               PERFORM 2650-EXAMINER-REJET
               ADD 1 TO WS-REJ-IDX
           END-PERFORM
           IF WS-REJ-RECENT > ZERO
               MOVE "INFO" TO WS-FND-GRADE
               MOVE WS-REJ-RECENT TO WS-NUM-ED
               MOVE WS-REJ-DELAI TO WS-AGE-ED
               MOVE SPACES TO WS-FND-TEXT
               STRING FUNCTION TRIM(WS-NUM-ED)
                   " rejet(s) en attente depuis moins de "
                   FUNCTION TRIM(WS-AGE-ED) " jours"
                   INTO WS-FND-TEXT
               PERFORM 3000-ECRIRE-CONSTAT
           END-IF
           PERFORM 3050-ECRIRE-REGLE-OK.

       2650-EXAMINER-REJET.
           MOVE SPACES TO WS-VISITOR-KEY
           STRING FUNCTION TRIM(WS-REJ-T-PRENOM(WS-REJ-IDX)) " "
               FUNCTION TRIM(WS-REJ-T-NOM(WS-REJ-IDX))
               INTO WS-VISITOR-KEY
           MOVE WS-REJ-T-SINCE(WS-REJ-IDX) TO WS-AGE-DATE
           PERFORM 8000-CALCULER-AGE
           MOVE SPACES TO WS-FND-TEXT
           EVALUATE TRUE
               WHEN WS-AGE-VALID = "N"
                   MOVE "INFO" TO WS-FND-GRADE
                   STRING "Rejet sans trace dans la piste : "
                       FUNCTION TRIM(WS-VISITOR-KEY)
                       INTO WS-FND-TEXT
                   PERFORM 3000-ECRIRE-CONSTAT
               WHEN WS-AGE-DAYS >= WS-REJ-DELAI
                   MOVE "WARNING" TO WS-FND-GRADE
                   MOVE WS-AGE-DAYS TO WS-AGE-ED
                   STRING "Rejet non corrige depuis "
                       FUNCTION TRIM(WS-AGE-ED) " j : "
                       FUNCTION TRIM(WS-VISITOR-KEY)
                       INTO WS-FND-TEXT
                   PERFORM 3000-ECRIRE-CONSTAT
               WHEN OTHER
                   ADD 1 TO WS-REJ-RECENT
           END-EVALUATE.

      * CRMRESND : l'extrait CRM du jour (qui a repris en tête le
      * fichier de retransmission) et le fichier de retransmission
      * (refus rapprochés depuis par crmack) ne doivent porter que
      * des visites récentes ; une visite vieille de WS-RESEND-DELAI
      * jours ou plus a été refusée et renvoyée plusieurs fois
       2700-CONTROLER-RETRANSMISSIONS.
           MOVE "CRMRESND" TO WS-FND-RULE
           MOVE ZERO TO WS-RULE-FINDINGS
           MOVE "data/CRMEXTR.DAT" TO WS-CRM-FNAME
           MOVE "CRMEXTR.DAT" TO WS-CRM-LABEL
           PERFORM 2710-LIRE-FICHIER-CRM
           MOVE "data/CRMRESEND.DAT" TO WS-CRM-FNAME
           MOVE "CRMRESEND.DAT" TO WS-CRM-LABEL
           PERFORM 2710-LIRE-FICHIER-CRM
           PERFORM 3050-ECRIRE-REGLE-OK.

       2710-LIRE-FICHIER-CRM.
           OPEN INPUT CRM-IN
           EVALUATE WS-CRM-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ CRM-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END PERFORM 2750-EXAMINER-ENVOI
                       END-READ
                   END-PERFORM
                   CLOSE CRM-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Impossible d'ouvrir "
                       FUNCTION TRIM(WS-CRM-FNAME)
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       2750-EXAMINER-ENVOI.
           MOVE CRM-VISIT-DATE TO WS-AGE-DATE
           PERFORM 8000-CALCULER-AGE
           IF WS-AGE-VALID = "Y"
               AND WS-AGE-DAYS >= WS-RESEND-DELAI
               MOVE "WARNING" TO WS-FND-GRADE
               MOVE WS-AGE-DAYS TO WS-AGE-ED
               MOVE SPACES TO WS-FND-TEXT
               STRING FUNCTION TRIM(WS-CRM-LABEL) " visite J-"
                   FUNCTION TRIM(WS-AGE-ED) " : "
                   FUNCTION TRIM(CRM-PRENOM) " "
                   FUNCTION TRIM(CRM-NOM)
                   INTO WS-FND-TEXT
               PERFORM 3000-ECRIRE-CONSTAT
           END-IF.

      * SITELANG : chaque code relevé dans la piste est cherché une
      * fois dans le référentiel ; un code disparu fausse les
      * ventilations par site et par langue des rapports
       2800-CONTROLER-REFERENTIEL.
           MOVE "SITELANG" TO WS-FND-RULE
           MOVE ZERO TO WS-RULE-FINDINGS
           OPEN INPUT REF-FILE
           EVALUATE WS-REF-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-REF-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-REF-AVAILABLE
                   MOVE "INFO" TO WS-FND-GRADE
                   MOVE "Referentiel absent, controle saute"
                       TO WS-FND-TEXT
                   PERFORM 3000-ECRIRE-CONSTAT
               WHEN OTHER
                   MOVE "Impossible d'ouvrir REF-FILE (SITELANG.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           IF WS-REF-AVAILABLE = "Y"
               MOVE 1 TO WS-CODE-IDX
               PERFORM UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   PERFORM 2850-CHERCHER-CODE
                   ADD 1 TO WS-CODE-IDX
               END-PERFORM
               CLOSE REF-FILE
           END-IF
           PERFORM 3050-ECRIRE-REGLE-OK.

       2850-CHERCHER-CODE.
           MOVE WS-CODE-T-TYPE(WS-CODE-IDX) TO REF-TYPE
           MOVE WS-CODE-T-CODE(WS-CODE-IDX) TO REF-CODE
           READ REF-FILE
               INVALID KEY
                   MOVE "N" TO WS-CODE-T-KNOWN(WS-CODE-IDX)
               NOT INVALID KEY
                   MOVE "Y" TO WS-CODE-T-KNOWN(WS-CODE-IDX)
           END-READ
           IF WS-CODE-T-KNOWN(WS-CODE-IDX) = "N"
               MOVE "WARNING" TO WS-FND-GRADE
               MOVE WS-CODE-T-LINES(WS-CODE-IDX) TO WS-NUM-ED
               MOVE SPACES TO WS-FND-TEXT
               IF WS-CODE-T-TYPE(WS-CODE-IDX) = "S"
                   STRING "Site " WS-CODE-T-CODE(WS-CODE-IDX)
                       " absent du referentiel ("
                       FUNCTION TRIM(WS-NUM-ED) " ligne(s) d'audit)"
                       INTO WS-FND-TEXT
               ELSE
                   STRING "Langue " WS-CODE-T-CODE(WS-CODE-IDX)
                       " absente du referentiel ("
                       FUNCTION TRIM(WS-NUM-ED) " ligne(s) d'audit)"
                       INTO WS-FND-TEXT
               END-IF
               PERFORM 3000-ECRIRE-CONSTAT
           END-IF.

      * Écrit un constat (grade, règle, texte déjà posés par
      * l'appelant) et le compte dans son grade
       3000-ECRIRE-CONSTAT.
           ADD 1 TO WS-RULE-FINDINGS
           EVALUATE WS-FND-GRADE
               WHEN "BLOCKING"
                   ADD 1 TO WS-BLOCKING-COUNT
               WHEN "WARNING"
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INFO-COUNT
           END-EVALUATE
           MOVE SPACES TO HEALTH-LINE
           STRING WS-FND-GRADE " " WS-FND-RULE " " WS-FND-TEXT
               INTO HEALTH-LINE
           WRITE HEALTH-LINE.

      * Une règle passée sans constat figure quand même au rapport,
      * pour que l'exploitant voie qu'elle a tourné
       3050-ECRIRE-REGLE-OK.
           IF WS-RULE-FINDINGS = ZERO
               MOVE SPACES TO HEALTH-LINE
               STRING "OK       " WS-FND-RULE " aucune anomalie"
                   INTO HEALTH-LINE
               WRITE HEALTH-LINE
           END-IF.

       3900-CONCLURE.
           MOVE SPACES TO HEALTH-LINE
           IF WS-BLOCKING-COUNT = ZERO
               STRING "Verdict global : SAIN (" WS-WARNING-COUNT
                   " warning(s), " WS-INFO-COUNT " info(s))"
                   INTO HEALTH-LINE
           ELSE
               STRING "Verdict global : BLOQUANT (" WS-BLOCKING-COUNT
                   " blocking, " WS-WARNING-COUNT " warning(s))"
                   INTO HEALTH-LINE
           END-IF
           WRITE HEALTH-LINE
           DISPLAY HEALTH-LINE.

      * Âge en jours de WS-AGE-DATE par rapport à la date du jour ;
      * une date à blanc ou non valide laisse WS-AGE-VALID à "N"
       8000-CALCULER-AGE.
           MOVE "N" TO WS-AGE-VALID
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-AGE-DATE IS NUMERIC
               MOVE WS-AGE-DATE TO WS-AGE-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AGE-DATE-N) = ZERO
                   MOVE "Y" TO WS-AGE-VALID
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-N)
               END-IF
           END-IF.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à hellojob.sh de détecter l'échec
      * sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
