      * Sauvegarde, rechargement et reprise des fichiers maîtres
      * indexés. HISTORY.DAT, PASSFILE.DAT, VIPLIST.DAT et
      * SITELANG.DAT sont mis à jour sur place par hello.cbl et par
      * les programmes de maintenance, sans aucune copie : un fichier
      * abîmé ou une fusion histmnt malheureuse, et ce sont des années
      * de compteurs de visites perdues.
      * Avec SAUVE, chaque fichier maître est déchargé dans un
      * instantané séquentiel (data/<MAITRE>.BK<nn>.SEQ, structure
      * BACKUP-REC) : en-tête daté, image brute de chaque fiche, ligne
      * de contrôle (nombre de fiches et total de contrôle). Les
      * générations sont tenues dans le catalogue data/BACKUP.CAT
      * (structure BKPCAT-REC) ; au-delà du nombre de générations à
      * conserver (7 par défaut), la plus ancienne sort du cycle et
      * ses instantanés sont vidés avant que l'emplacement ne serve à
      * la nouvelle, pour qu'un visiteur effacé par viswipe ne
      * survive pas indéfiniment dans une vieille sauvegarde.
      * Avec RECHARGE, la génération demandée (horodatage complet ou
      * début d'horodatage, la plus récente qui correspond étant
      * retenue) est rechargée, pour un seul fichier maître ou pour
      * les quatre. Chaque instantané est d'abord relu en entier et
      * rapproché de sa ligne de contrôle et du catalogue ; au moindre
      * écart, rien n'est rechargé. Les effacements consignés par
      * viswipe après la sauvegarde sont ensuite réappliqués à
      * l'historique et aux passes : un rechargement ne doit pas
      * ressusciter un visiteur effacé.
      * Avec REPRISE, l'historique est rechargé puis remis à l'état de
      * la dernière exécution terminée : les accueils (GREETED,
      * WELCOME-BACK, REINSTATED), les corrections histmnt
      * (HIST-RENAME, HIST-MERGE, HIST-DELETE) et les purges de
      * histpurge (HIST-PURGE) postérieurs à la sauvegarde sont
      * rejoués depuis les générations mensuelles de
      * la piste d'audit puis AUDIT.LOG, les effacements étant
      * réappliqués à leur place dans la chronologie. Les lignes
      * anonymisées par viswipe ne sont pas rejouées. Une ligne qui ne
      * s'explique pas à partir de l'état reconstitué (fidèle accueilli
      * comme nouveau, correction sur une fiche introuvable) est
      * comptée comme anomalie et le programme se termine avec le code
      * retour 2, comme un contrôle d'équilibre en échec.
      * Le programme refuse de tourner pendant une exécution BATCH en
      * cours d'après le registre des exécutions, comme viswipe.
      *     mstbkp SAUVE [GENERATIONS]
      *     mstbkp LISTE
      *     mstbkp RECHARGE AAAAMMJJ[HHMMSS] [HISTORY|PASSFILE|VIPLIST
      *                                       |SITELANG]
      *     mstbkp REPRISE AAAAMMJJ[HHMMSS]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mstbkp.
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

      * Référentiel des sites et des langues chargé par refload
           SELECT REF-FILE ASSIGN TO "data/SITELANG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-STATUS.

      * Archive des fiches purgées par histpurge, consultée pour
      * rejouer une réintégration comme hello.cbl l'a faite
           SELECT HISTARCH-IN ASSIGN TO "data/HISTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTARCH-STATUS.

      * Registre des exécutions, consulté pour refuser la sauvegarde
      * ou le rechargement pendant un batch en cours
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      * Catalogue des générations de sauvegarde, réécrit entièrement
      * à chaque sauvegarde
           SELECT CATALOG-FILE ASSIGN TO "data/BACKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      * Instantané en cours d'écriture ou de relecture ; le nom
      * (fichier maître et emplacement) est posé avant chaque
      * ouverture
           SELECT SNAP-FILE ASSIGN TO WS-SNAP-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

      * Piste d'audit rejouée par la reprise : générations
      * mensuelles puis fichier courant, nom posé avant chaque
      * ouverture
           SELECT AUDIT-IN ASSIGN TO WS-AUDIT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Registre des effacements écrit par viswipe
           SELECT ERASURE-IN ASSIGN TO "data/ERASURE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY HISTORY-REC.

       FD  PASS-FILE.
           COPY PASS-REC.

       FD  VIP-FILE.
           COPY VIP-REC.

       FD  REF-FILE.
           COPY REF-REC.

       FD  HISTARCH-IN.
           COPY HISTORY-REC
               REPLACING ==HISTORY-REC== BY ==ARCHIVE-REC==
               ==HIST-KEY==             BY ==ARCH-KEY==
               ==HIST-VISIT-COUNT==     BY ==ARCH-VISIT-COUNT==
               ==HIST-LAST-VISIT-DATE== BY ==ARCH-LAST-VISIT-DATE==.

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE.
           05 RCTL-RUN-ID       PIC X(17).
           05 RCTL-MODE         PIC X(8).
           05 RCTL-STATUS       PIC X(8).
           05 RCTL-READ-COUNT   PIC 9(7).
           05 RCTL-GREET-COUNT  PIC 9(7).
           05 RCTL-REJECT-COUNT PIC 9(7).

       FD  CATALOG-FILE.
           COPY BKPCAT-REC.

       FD  SNAP-FILE.
           COPY BACKUP-REC.

       FD  AUDIT-IN.
           COPY AUDIT-REC.

       FD  ERASURE-IN.
       01  ERASURE-LINE.
           05 ERA-TIMESTAMP PIC X(16).
           05 ERA-OPERATOR  PIC X(20).
           05 ERA-KEY       PIC X(41).
           05 ERA-FILE      PIC X(20).
           05 ERA-HITS      PIC 9(7).

       WORKING-STORAGE SECTION.
      * Gabarits des fiches maîtres, pour calculer le total de
      * contrôle sur l'image relue dans un instantané sans passer par
      * l'enregistrement d'un fichier fermé
           COPY HISTORY-REC
               REPLACING ==HISTORY-REC== BY ==IMG-HISTORY-REC==
               ==HIST-KEY==             BY ==IMG-HIST-KEY==
               ==HIST-VISIT-COUNT==     BY ==IMG-VISIT-COUNT==
               ==HIST-LAST-VISIT-DATE== BY ==IMG-LAST-VISIT-DATE==.
           COPY PASS-REC
               REPLACING ==PASS-REC==       BY ==IMG-PASS-REC==
               ==PASS-KEY==       BY ==IMG-PASS-KEY==
               ==PASS-NUMBER==    BY ==IMG-PASS-NUMBER==
               ==PASS-FROM-DATE== BY ==IMG-PASS-FROM-DATE==
               ==PASS-TO-DATE==   BY ==IMG-PASS-TO-DATE==.
           COPY VIP-REC
               REPLACING ==VIP-REC==      BY ==IMG-VIP-REC==
               ==VIP-KEY==      BY ==IMG-VIP-KEY==
               ==VIP-CATEGORY== BY ==IMG-VIP-CATEGORY==
               ==VIP-HOST==     BY ==IMG-VIP-HOST==.
           COPY REF-REC
               REPLACING ==REF-REC==      BY ==IMG-REF-REC==
               ==REF-KEY==      BY ==IMG-REF-KEY==
               ==REF-TYPE==     BY ==IMG-REF-TYPE==
               ==REF-CODE==     BY ==IMG-REF-CODE==
               ==REF-LABEL==    BY ==IMG-REF-LABEL==
               ==REF-CAPACITY== BY ==IMG-REF-CAPACITY==
               ==REF-MAX-STAY== BY ==IMG-REF-MAX-STAY==.

       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-PASS-STATUS PIC X(2) VALUE "00".
       01 WS-VIP-STATUS PIC X(2) VALUE "00".
       01 WS-REF-STATUS PIC X(2) VALUE "00".
       01 WS-HISTARCH-STATUS PIC X(2) VALUE "00".
       01 WS-RUNCTL-STATUS PIC X(2) VALUE "00".
       01 WS-CATALOG-STATUS PIC X(2) VALUE "00".
       01 WS-SNAP-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-STATUS PIC X(2) VALUE "00".
       01 WS-ERASURE-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-EOF-ARCHIVE PIC X VALUE "N".

      * Action et paramètres relus sur la ligne de commande
       01 WS-CMD-LINE PIC X(80) VALUE SPACES.
       01 WS-ACTION PIC X(10) VALUE SPACES.
       01 WS-PARAM-1 PIC X(20) VALUE SPACES.
       01 WS-PARAM-2 PIC X(20) VALUE SPACES.

      * Nombre de générations conservées par la sauvegarde (au plus
      * 99, un emplacement numéroté par génération)
       01 WS-GEN-KEEP PIC 9(2) VALUE 7.
       01 WS-KEEP-X PIC X(2) JUSTIFIED RIGHT VALUE SPACES.

      * Génération demandée au rechargement : début d'horodatage
      * AAAAMMJJ[HHMMSS] et sa longueur
       01 WS-GEN-WANTED PIC X(14) VALUE SPACES.
       01 WS-GEN-WANTED-LEN PIC 9(2) VALUE ZERO.

      * Horodatage de l'exécution, même construction que dans
      * hello.cbl ; c'est l'horodatage de la génération sauvegardée
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-TIMESTAMP PIC X(16) VALUE SPACES.
       01 WS-RUN-DATE-X PIC X(8).

      * Verrou batch : entrées STARTED et ENDED du jour en mode BATCH
      * relevées dans le registre des exécutions ; plus de STARTED que
      * de ENDED signale une exécution en cours
       01 WS-STARTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ENDED-COUNT PIC 9(5) VALUE ZERO.

      * Les quatre fichiers maîtres, dans l'ordre du catalogue, et
      * ceux que l'action courante traite
       01 WS-MASTER-NAMES PIC X(32)
           VALUE "HISTORY PASSFILEVIPLIST SITELANG".
       01 WS-MASTER-TABLE REDEFINES WS-MASTER-NAMES.
           05 WS-MST-NAME PIC X(8) OCCURS 4 TIMES.
       01 WS-MST-SELECTION PIC X(4) VALUE "NNNN".
       01 WS-MST-SELECT-TABLE REDEFINES WS-MST-SELECTION.
           05 WS-MST-SELECTED PIC X OCCURS 4 TIMES.
       01 WS-MST-IDX PIC 9 VALUE ZERO.
       01 WS-MST-STATUS PIC X(2) VALUE "00".

      * Catalogue des générations chargé en mémoire, dans l'ordre
      * chronologique ; même découpage que BKPCAT-REC
       01 WS-CAT-MAX PIC 9(3) VALUE 99.
       01 WS-CAT-NB PIC 9(3) VALUE ZERO.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 99 TIMES.
               10 WS-CAT-GEN-TS PIC X(16).
               10 WS-CAT-SLOT   PIC 9(2).
               10 WS-CAT-MASTER OCCURS 4 TIMES.
                   15 WS-CAT-STATE PIC X.
                   15 WS-CAT-COUNT PIC 9(9).
                   15 WS-CAT-TOTAL PIC 9(15).
       01 WS-CAT-IDX PIC 9(3) VALUE ZERO.
       01 WS-SCAN-IDX PIC 9(3) VALUE ZERO.
       01 WS-SEL-CAT PIC 9(3) VALUE ZERO.
       01 WS-SLOT PIC 9(2) VALUE ZERO.
       01 WS-SLOT-FREE PIC X VALUE "N".

      * Instantané courant : nom, compteurs relus ou écrits, contrôle
      * de cohérence
       01 WS-SNAP-FNAME PIC X(40) VALUE SPACES.
       01 WS-REC-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CTL-TOTAL PIC 9(15) VALUE ZERO.
       01 WS-TRL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TRL-TOTAL PIC 9(15) VALUE ZERO.
       01 WS-HEADER-SEEN PIC X VALUE "N".
       01 WS-TRAILER-SEEN PIC X VALUE "N".
       01 WS-SNAP-ERROR PIC X(30) VALUE SPACES.
       01 WS-GEN-TS PIC X(16) VALUE SPACES.

      * Effacements postérieurs à la génération pour le fichier
      * maître en cours (clé et horodatage, dans l'ordre du
      * registre), réappliqués jusqu'à un horodatage limite
       01 WS-ERA-MAX PIC 9(5) VALUE 2000.
       01 WS-ERA-NB PIC 9(5) VALUE ZERO.
       01 WS-ERA-TABLE.
           05 WS-ERA-ENTRY OCCURS 2000 TIMES.
               10 WS-ERA-KEY PIC X(41).
               10 WS-ERA-TS  PIC X(16).
       01 WS-ERA-NEXT PIC 9(5) VALUE ZERO.
       01 WS-ERA-LIMIT PIC X(16) VALUE SPACES.
       01 WS-ERA-LABEL PIC X(20) VALUE SPACES.
       01 WS-ERA-DONE PIC X VALUE "N".
       01 WS-ERA-APPLIED PIC 9(7) VALUE ZERO.

      * Reprise : parcours des générations mensuelles de la piste
      * d'audit, du mois de la sauvegarde au mois précédent
       01 WS-AUDIT-FNAME PIC X(40) VALUE SPACES.
       01 WS-GEN-MONTH-X.
           05 WS-GEN-YYYY PIC 9(4).
           05 WS-GEN-MM   PIC 9(2).

      * Reprise : ligne rejouée, première ligne d'une correction
      * histmnt en attente de sa seconde ligne, fiche déplacée
       01 WS-REPLAY-KEY PIC X(41) VALUE SPACES.
       01 WS-REPLAY-ANON PIC X VALUE "N".
       01 WS-PENDING-OUTCOME PIC X(12) VALUE SPACES.
       01 WS-PENDING-TS PIC X(16) VALUE SPACES.
       01 WS-PENDING-KEY PIC X(41) VALUE SPACES.
       01 WS-PENDING-ANON PIC X VALUE "N".
       01 WS-FOUND PIC X VALUE "N".
       01 WS-SAVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SAVE-DATE PIC X(8) VALUE SPACES.
       01 WS-ARCH-FOUND PIC X VALUE "N".
       01 WS-ARCH-SAVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ARCH-SAVE-DATE PIC X(8) VALUE SPACES.

      * Reprise : compteurs du résumé
       01 WS-RPL-READ PIC 9(7) VALUE ZERO.
       01 WS-RPL-GREET PIC 9(7) VALUE ZERO.
       01 WS-RPL-MAINT PIC 9(7) VALUE ZERO.
       01 WS-RPL-PURGE PIC 9(7) VALUE ZERO.
       01 WS-RPL-ANON PIC 9(7) VALUE ZERO.
       01 WS-RPL-ANOMALY PIC 9(7) VALUE ZERO.

      * Message d'arrêt (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-LIRE-PARAMETRES
           IF WS-ACTION NOT = "LISTE"
               PERFORM 1100-CONTROLER-VERROU-BATCH
           END-IF
           PERFORM 1200-CHARGER-CATALOGUE
           EVALUATE WS-ACTION
               WHEN "SAUVE"
                   PERFORM 2000-SAUVEGARDER
               WHEN "LISTE"
                   PERFORM 3000-LISTER-GENERATIONS
               WHEN "RECHARGE"
                   PERFORM 4000-RECHARGER
               WHEN "REPRISE"
                   PERFORM 5000-REPRENDRE-HISTORIQUE
           END-EVALUATE

      * Fin du programme
           STOP RUN.

      * Relit l'action et ses paramètres ; une action inconnue, un
      * nombre de générations hors de 1 à 99, un horodatage qui n'est
      * pas numérique ou un fichier maître inconnu arrêtent le
      * programme sur l'usage
       1000-LIRE-PARAMETRES.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-ACTION WS-PARAM-1 WS-PARAM-2
           MOVE "Usage : mstbkp SAUVE|LISTE|RECHARGE|REPRISE"
               TO WS-ABORT-MESSAGE
           EVALUATE WS-ACTION
               WHEN "SAUVE"
                   IF WS-PARAM-1 NOT = SPACES
                       IF WS-PARAM-1(3:) NOT = SPACES
                           PERFORM 9000-ERREUR-FATALE
                       END-IF
                       MOVE FUNCTION TRIM(WS-PARAM-1) TO WS-KEEP-X
                       INSPECT WS-KEEP-X REPLACING LEADING SPACE BY "0"
                       IF WS-KEEP-X NOT NUMERIC OR WS-KEEP-X = "00"
                           PERFORM 9000-ERREUR-FATALE
                       END-IF
                       MOVE WS-KEEP-X TO WS-GEN-KEEP
                   END-IF
                   MOVE "YYYY" TO WS-MST-SELECTION
               WHEN "LISTE"
                   CONTINUE
               WHEN "RECHARGE"
                   PERFORM 1050-LIRE-GENERATION
                   IF WS-PARAM-2 = SPACES
                       MOVE "YYYY" TO WS-MST-SELECTION
                   ELSE
                       PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                           UNTIL WS-MST-IDX > 4
                           IF WS-MST-NAME(WS-MST-IDX) = WS-PARAM-2
                               MOVE "Y" TO WS-MST-SELECTED(WS-MST-IDX)
                           END-IF
                       END-PERFORM
                       IF WS-MST-SELECTION = "NNNN"
                           MOVE "Fichier maitre inconnu (voir l'usage)"
                               TO WS-ABORT-MESSAGE
                           PERFORM 9000-ERREUR-FATALE
                       END-IF
                   END-IF
               WHEN "REPRISE"
                   PERFORM 1050-LIRE-GENERATION
                   MOVE "YNNN" TO WS-MST-SELECTION
               WHEN OTHER
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           STRING WS-RUN-DATE WS-RUN-TIME INTO WS-TIMESTAMP.

      * Génération demandée : de 8 (un jour) à 14 chiffres (la
      * seconde), comparés au début de l'horodatage des générations
       1050-LIRE-GENERATION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-1))
               TO WS-GEN-WANTED-LEN
           IF WS-PARAM-1 = SPACES
               OR WS-GEN-WANTED-LEN < 8 OR WS-GEN-WANTED-LEN > 14
               MOVE "Generation attendue : AAAAMMJJ[HHMMSS]"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           IF WS-PARAM-1(1:WS-GEN-WANTED-LEN) NOT NUMERIC
               MOVE "Generation attendue : AAAAMMJJ[HHMMSS]"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE WS-PARAM-1 TO WS-GEN-WANTED.

      * Refuse de tourner pendant une exécution BATCH en cours :
      * hello relit et réécrit l'historique et consulte les autres
      * fichiers maîtres, une sauvegarde prise en plein passage ne
      * correspondrait à aucun état, un rechargement écraserait ses
      * mises à jour. Une entrée STARTED du jour sans entrée ENDED
      * correspondante signale l'exécution en cours
       1100-CONTROLER-VERROU-BATCH.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RUNCTL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RCTL-RUN-ID(2:8) = WS-RUN-DATE-X
                               AND RCTL-MODE = "BATCH"
                               EVALUATE RCTL-STATUS
                                   WHEN "STARTED"
                                       ADD 1 TO WS-STARTED-COUNT
                                   WHEN "ENDED"
                                       ADD 1 TO WS-ENDED-COUNT
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           IF WS-STARTED-COUNT > WS-ENDED-COUNT
               MOVE "Execution BATCH en cours (RUNCTL), abandon"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Charge le catalogue des générations ; un catalogue absent
      * (statut 35) signifie qu'aucune sauvegarde n'a encore été prise
       1200-CHARGER-CATALOGUE.
           MOVE ZERO TO WS-CAT-NB
           OPEN INPUT CATALOG-FILE
           EVALUATE WS-CATALOG-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ CATALOG-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF WS-CAT-NB >= WS-CAT-MAX
                                   MOVE "Catalogue plein (WS-CAT-MAX)"
                                       TO WS-ABORT-MESSAGE
                                   PERFORM 9000-ERREUR-FATALE
                               END-IF
                               ADD 1 TO WS-CAT-NB
                               MOVE BKPCAT-REC
                                   TO WS-CAT-ENTRY(WS-CAT-NB)
                       END-READ
                   END-PERFORM
                   CLOSE CATALOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir CATALOG-FILE (BACKUP.CAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Réécrit le catalogue à partir de la table en mémoire
       1300-ECRIRE-CATALOGUE.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "Impossible d'ecrire CATALOG-FILE (BACKUP.CAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-NB
               MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO BKPCAT-REC
               WRITE BKPCAT-REC
           END-PERFORM
           CLOSE CATALOG-FILE.

      * Nom de l'instantané du fichier maître WS-MST-IDX dans
      * l'emplacement WS-SLOT
       1400-NOMMER-INSTANTANE.
           MOVE SPACES TO WS-SNAP-FNAME
           STRING "data/" FUNCTION TRIM(WS-MST-NAME(WS-MST-IDX))
               ".BK" WS-SLOT ".SEQ" INTO WS-SNAP-FNAME.

      * Sauvegarde des quatre fichiers maîtres dans une nouvelle
      * génération. Les générations qui sortent du cycle sont d'abord
      * retirées du catalogue, puis leurs instantanés vidés : une
      * interruption en cours de route laisse un catalogue qui ne
      * désigne que des instantanés complets. La nouvelle génération
      * n'entre au catalogue qu'une fois ses quatre instantanés écrits
       2000-SAUVEGARDER.
           PERFORM UNTIL WS-CAT-NB < WS-GEN-KEEP
               PERFORM 2050-RETIRER-PLUS-ANCIENNE
           END-PERFORM
           PERFORM 2070-CHOISIR-EMPLACEMENT
           ADD 1 TO WS-CAT-NB
           MOVE WS-CAT-NB TO WS-CAT-IDX
           MOVE WS-TIMESTAMP TO WS-CAT-GEN-TS(WS-CAT-IDX)
           MOVE WS-SLOT TO WS-CAT-SLOT(WS-CAT-IDX)
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 4
               PERFORM 2100-DECHARGER-MAITRE
           END-PERFORM
           PERFORM 1300-ECRIRE-CATALOGUE
           MOVE WS-CAT-NB TO WS-CAT-IDX
           DISPLAY "mstbkp : generation " WS-TIMESTAMP(1:14)
               " sauvegardee (emplacement " WS-SLOT ", "
               WS-CAT-NB " generation(s) conservee(s))"
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 4
               PERFORM 3100-AFFICHER-MAITRE
           END-PERFORM.

      * Retire la génération la plus ancienne du catalogue (réécrit
      * aussitôt) et vide ses quatre instantanés
       2050-RETIRER-PLUS-ANCIENNE.
           MOVE WS-CAT-SLOT(1) TO WS-SLOT
           DISPLAY "mstbkp : generation " WS-CAT-GEN-TS(1)(1:14)
               " retiree du cycle (emplacement " WS-SLOT ")"
           PERFORM VARYING WS-CAT-IDX FROM 2 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-NB
               MOVE WS-CAT-ENTRY(WS-CAT-IDX)
                   TO WS-CAT-ENTRY(WS-CAT-IDX - 1)
           END-PERFORM
           SUBTRACT 1 FROM WS-CAT-NB
           PERFORM 1300-ECRIRE-CATALOGUE
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 4
               PERFORM 1400-NOMMER-INSTANTANE
               OPEN OUTPUT SNAP-FILE
               IF WS-SNAP-STATUS = "00"
                   CLOSE SNAP-FILE
               END-IF
           END-PERFORM.

      * Premier emplacement qu'aucune génération conservée n'occupe
       2070-CHOISIR-EMPLACEMENT.
           MOVE "N" TO WS-SLOT-FREE
           MOVE ZERO TO WS-SLOT
           PERFORM UNTIL WS-SLOT-FREE = "Y"
               ADD 1 TO WS-SLOT
               MOVE "Y" TO WS-SLOT-FREE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CAT-NB
                   IF WS-CAT-SLOT(WS-SCAN-IDX) = WS-SLOT
                       MOVE "N" TO WS-SLOT-FREE
                       MOVE WS-CAT-NB TO WS-SCAN-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Décharge le fichier maître WS-MST-IDX dans son instantané :
      * en-tête, une ligne par fiche dans l'ordre des clés, ligne de
      * contrôle. Un fichier maître absent (statut 35) donne un
      * instantané vide marqué "A" au catalogue ; tout autre statut
      * d'ouverture arrête la sauvegarde
       2100-DECHARGER-MAITRE.
           PERFORM 1400-NOMMER-INSTANTANE
           OPEN OUTPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Impossible d'ecrire " WS-SNAP-FNAME
                   INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE WS-MST-NAME(WS-MST-IDX) TO BKP-MASTER
           MOVE WS-TIMESTAMP TO BKP-GEN-TS
           MOVE "H" TO BKP-REC-TYPE
           MOVE SPACES TO BKP-BODY
           MOVE WS-SLOT TO BKP-H-SLOT
           WRITE BACKUP-LINE
           MOVE ZERO TO WS-REC-COUNT
           MOVE ZERO TO WS-CTL-TOTAL
           PERFORM 2110-OUVRIR-MAITRE-LECTURE
           EVALUATE WS-MST-STATUS
               WHEN "00"
                   MOVE "P" TO WS-CAT-STATE(WS-CAT-IDX, WS-MST-IDX)
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       PERFORM 2120-LIRE-MAITRE-SUIVANT
                       IF WS-EOF-FLAG NOT = "Y"
                           MOVE "D" TO BKP-REC-TYPE
                           WRITE BACKUP-LINE
                           ADD 1 TO WS-REC-COUNT
                           PERFORM 2150-CUMULER-CONTROLE
                       END-IF
                   END-PERFORM
                   PERFORM 2130-FERMER-MAITRE
               WHEN "35"
                   MOVE "A" TO WS-CAT-STATE(WS-CAT-IDX, WS-MST-IDX)
               WHEN OTHER
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Impossible de lire le fichier maitre "
                       WS-MST-NAME(WS-MST-IDX) INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           MOVE "T" TO BKP-REC-TYPE
           MOVE SPACES TO BKP-BODY
           MOVE WS-REC-COUNT TO BKP-T-COUNT
           MOVE WS-CTL-TOTAL TO BKP-T-TOTAL
           WRITE BACKUP-LINE
           CLOSE SNAP-FILE
           MOVE WS-REC-COUNT TO WS-CAT-COUNT(WS-CAT-IDX, WS-MST-IDX)
           MOVE WS-CTL-TOTAL TO WS-CAT-TOTAL(WS-CAT-IDX, WS-MST-IDX).

       2110-OUVRIR-MAITRE-LECTURE.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN INPUT HISTORY-FILE
                   MOVE WS-HISTORY-STATUS TO WS-MST-STATUS
               WHEN 2
                   OPEN INPUT PASS-FILE
                   MOVE WS-PASS-STATUS TO WS-MST-STATUS
               WHEN 3
                   OPEN INPUT VIP-FILE
                   MOVE WS-VIP-STATUS TO WS-MST-STATUS
               WHEN 4
                   OPEN INPUT REF-FILE
                   MOVE WS-REF-STATUS TO WS-MST-STATUS
           END-EVALUATE.

      * Lit la fiche suivante du fichier maître et en pose l'image
      * dans BKP-BODY
       2120-LIRE-MAITRE-SUIVANT.
           MOVE SPACES TO BKP-BODY
           EVALUATE WS-MST-IDX
               WHEN 1
                   READ HISTORY-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END MOVE HISTORY-REC TO BKP-BODY
                   END-READ
               WHEN 2
                   READ PASS-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END MOVE PASS-REC TO BKP-BODY
                   END-READ
               WHEN 3
                   READ VIP-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END MOVE VIP-REC TO BKP-BODY
                   END-READ
               WHEN 4
                   READ REF-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END MOVE REF-REC TO BKP-BODY
                   END-READ
           END-EVALUATE.

       2130-FERMER-MAITRE.
           EVALUATE WS-MST-IDX
               WHEN 1
                   CLOSE HISTORY-FILE
               WHEN 2
                   CLOSE PASS-FILE
               WHEN 3
                   CLOSE VIP-FILE
               WHEN 4
                   CLOSE REF-FILE
           END-EVALUATE.

      * Total de contrôle de l'image posée dans BKP-BODY : visites
      * cumulées pour l'historique, somme des numéros de passe,
      * nombre de fiches DNA de la liste de surveillance, capacités
      * et durées de séjour cumulées du référentiel
       2150-CUMULER-CONTROLE.
           EVALUATE WS-MST-IDX
               WHEN 1
                   MOVE BKP-BODY TO IMG-HISTORY-REC
                   ADD IMG-VISIT-COUNT TO WS-CTL-TOTAL
               WHEN 2
                   MOVE BKP-BODY TO IMG-PASS-REC
                   ADD IMG-PASS-NUMBER TO WS-CTL-TOTAL
               WHEN 3
                   MOVE BKP-BODY TO IMG-VIP-REC
                   IF IMG-VIP-CATEGORY = "DNA"
                       ADD 1 TO WS-CTL-TOTAL
                   END-IF
               WHEN 4
                   MOVE BKP-BODY TO IMG-REF-REC
                   ADD IMG-REF-CAPACITY IMG-REF-MAX-STAY
                       TO WS-CTL-TOTAL
           END-EVALUATE.

      * Liste des générations conservées, de la plus ancienne à la
      * plus récente
       3000-LISTER-GENERATIONS.
           IF WS-CAT-NB = ZERO
               DISPLAY "mstbkp : aucune generation sauvegardee"
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-NB
               DISPLAY "Generation " WS-CAT-GEN-TS(WS-CAT-IDX)(1:14)
                   " emplacement " WS-CAT-SLOT(WS-CAT-IDX)
               PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > 4
                   PERFORM 3100-AFFICHER-MAITRE
               END-PERFORM
           END-PERFORM.

      * Une ligne par fichier maître de la génération WS-CAT-IDX
       3100-AFFICHER-MAITRE.
           IF WS-CAT-STATE(WS-CAT-IDX, WS-MST-IDX) = "A"
               DISPLAY "    " WS-MST-NAME(WS-MST-IDX)
                   " absent a la sauvegarde"
           ELSE
               DISPLAY "    " WS-MST-NAME(WS-MST-IDX) " "
                   WS-CAT-COUNT(WS-CAT-IDX, WS-MST-IDX)
                   " fiche(s), total de controle "
                   WS-CAT-TOTAL(WS-CAT-IDX, WS-MST-IDX)
           END-IF.

      * Recharge les fichiers maîtres choisis à partir de la
      * génération demandée : tous les instantanés sont contrôlés
      * avant qu'un seul fichier maître ne soit touché. L'historique
      * et les passes sont ensuite expurgés des effacements consignés
      * après la sauvegarde
       4000-RECHARGER.
           PERFORM 4050-TROUVER-GENERATION
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 4
               IF WS-MST-SELECTED(WS-MST-IDX) = "Y"
                   PERFORM 4100-CONTROLER-INSTANTANE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 4
               IF WS-MST-SELECTED(WS-MST-IDX) = "Y"
                   PERFORM 4200-RECHARGER-MAITRE
                   IF WS-MST-IDX < 3
                       AND WS-CAT-STATE(WS-SEL-CAT, WS-MST-IDX) = "P"
                       PERFORM 4300-CHARGER-EFFACEMENTS
                       PERFORM 4250-OUVRIR-MAITRE-MAJ
                       MOVE HIGH-VALUES TO WS-ERA-LIMIT
                       PERFORM 4350-APPLIQUER-EFFACEMENTS
                       PERFORM 2130-FERMER-MAITRE
                       DISPLAY "    " WS-MST-NAME(WS-MST-IDX) " "
                           WS-ERA-APPLIED
                           " effacement(s) posterieur(s) reapplique(s)"
                   END-IF
               END-IF
           END-PERFORM.

      * Génération la plus récente dont l'horodatage commence par la
      * valeur demandée
       4050-TROUVER-GENERATION.
           MOVE ZERO TO WS-SEL-CAT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CAT-NB
               IF WS-CAT-GEN-TS(WS-SCAN-IDX)(1:WS-GEN-WANTED-LEN)
                   = WS-GEN-WANTED(1:WS-GEN-WANTED-LEN)
                   MOVE WS-SCAN-IDX TO WS-SEL-CAT
               END-IF
           END-PERFORM
           IF WS-SEL-CAT = ZERO
               MOVE "Generation inconnue du catalogue (voir LISTE)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE WS-CAT-GEN-TS(WS-SEL-CAT) TO WS-GEN-TS
           MOVE WS-CAT-SLOT(WS-SEL-CAT) TO WS-SLOT
           DISPLAY "mstbkp : generation " WS-GEN-TS(1:14)
               " (emplacement " WS-SLOT ")".

      * Relit l'instantané en entier et le rapproche de sa ligne de
      * contrôle et du catalogue : en-tête du bon fichier et de la
      * bonne génération, ligne de contrôle présente et dernière,
      * nombre de fiches et total de contrôle identiques des trois
      * côtés. Le moindre écart arrête le programme avant tout
      * rechargement
       4100-CONTROLER-INSTANTANE.
           PERFORM 1400-NOMMER-INSTANTANE
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Instantane illisible : " WS-SNAP-FNAME
                   INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE SPACES TO WS-SNAP-ERROR
           MOVE "N" TO WS-HEADER-SEEN
           MOVE "N" TO WS-TRAILER-SEEN
           MOVE ZERO TO WS-REC-COUNT
           MOVE ZERO TO WS-CTL-TOTAL
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SNAP-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM 4150-CONTROLER-LIGNE
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE
           IF WS-SNAP-ERROR = SPACES AND WS-TRAILER-SEEN = "N"
               MOVE "ligne de controle absente" TO WS-SNAP-ERROR
           END-IF
           IF WS-SNAP-ERROR = SPACES
               IF WS-REC-COUNT NOT = WS-TRL-COUNT
                   OR WS-CTL-TOTAL NOT = WS-TRL-TOTAL
                   MOVE "ecart avec sa ligne de controle"
                       TO WS-SNAP-ERROR
               END-IF
           END-IF
           IF WS-SNAP-ERROR = SPACES
               IF WS-REC-COUNT
                   NOT = WS-CAT-COUNT(WS-SEL-CAT, WS-MST-IDX)
                   OR WS-CTL-TOTAL
                   NOT = WS-CAT-TOTAL(WS-SEL-CAT, WS-MST-IDX)
                   MOVE "ecart avec le catalogue" TO WS-SNAP-ERROR
               END-IF
           END-IF
           IF WS-SNAP-ERROR NOT = SPACES
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Instantane " WS-MST-NAME(WS-MST-IDX) " : "
                   WS-SNAP-ERROR INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Contrôle d'une ligne de l'instantané ; seul le premier écart
      * relevé est retenu
       4150-CONTROLER-LIGNE.
           IF WS-SNAP-ERROR = SPACES
               IF BKP-MASTER NOT = WS-MST-NAME(WS-MST-IDX)
                   OR BKP-GEN-TS NOT = WS-GEN-TS
                   MOVE "autre fichier ou generation"
                       TO WS-SNAP-ERROR
               END-IF
           END-IF
           IF WS-SNAP-ERROR = SPACES
               EVALUATE TRUE
                   WHEN WS-TRAILER-SEEN = "Y"
                       MOVE "lignes apres la ligne de controle"
                           TO WS-SNAP-ERROR
                   WHEN BKP-REC-TYPE = "H"
                       IF WS-HEADER-SEEN = "Y"
                           MOVE "en-tete en double" TO WS-SNAP-ERROR
                       END-IF
                       MOVE "Y" TO WS-HEADER-SEEN
                   WHEN WS-HEADER-SEEN = "N"
                       MOVE "en-tete absent" TO WS-SNAP-ERROR
                   WHEN BKP-REC-TYPE = "D"
                       ADD 1 TO WS-REC-COUNT
                       PERFORM 2150-CUMULER-CONTROLE
                   WHEN BKP-REC-TYPE = "T"
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE BKP-T-COUNT TO WS-TRL-COUNT
                       MOVE BKP-T-TOTAL TO WS-TRL-TOTAL
                   WHEN OTHER
                       MOVE "type de ligne inconnu" TO WS-SNAP-ERROR
               END-EVALUATE
           END-IF.

      * Recrée le fichier maître à partir de l'instantané déjà
      * contrôlé. Un fichier maître absent à la sauvegarde n'est pas
      * recréé vide : un référentiel vide rejetterait tous les codes,
      * une liste de surveillance vide laisserait passer les DNA
       4200-RECHARGER-MAITRE.
           IF WS-CAT-STATE(WS-SEL-CAT, WS-MST-IDX) = "A"
               DISPLAY "    " WS-MST-NAME(WS-MST-IDX)
                   " absent a la sauvegarde, laisse en l'etat"
           ELSE
               PERFORM 1400-NOMMER-INSTANTANE
      * L'instantané est rouvert avant de vider le fichier maître :
      * disparu depuis son contrôle, il laisserait un maître vide
               OPEN INPUT SNAP-FILE
               IF WS-SNAP-STATUS NOT = "00"
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Instantane illisible : " WS-SNAP-FNAME
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               PERFORM 4210-OUVRIR-MAITRE-ECRITURE
               IF WS-MST-STATUS NOT = "00"
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Impossible de recreer le fichier maitre "
                       WS-MST-NAME(WS-MST-IDX) INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               MOVE ZERO TO WS-REC-COUNT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SNAP-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BKP-REC-TYPE = "D"
                               PERFORM 4220-ECRIRE-FICHE-MAITRE
                               ADD 1 TO WS-REC-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAP-FILE
               PERFORM 2130-FERMER-MAITRE
               DISPLAY "    " WS-MST-NAME(WS-MST-IDX) " "
                   WS-REC-COUNT " fiche(s) rechargee(s)"
           END-IF.

       4210-OUVRIR-MAITRE-ECRITURE.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN OUTPUT HISTORY-FILE
                   MOVE WS-HISTORY-STATUS TO WS-MST-STATUS
               WHEN 2
                   OPEN OUTPUT PASS-FILE
                   MOVE WS-PASS-STATUS TO WS-MST-STATUS
               WHEN 3
                   OPEN OUTPUT VIP-FILE
                   MOVE WS-VIP-STATUS TO WS-MST-STATUS
               WHEN 4
                   OPEN OUTPUT REF-FILE
                   MOVE WS-REF-STATUS TO WS-MST-STATUS
           END-EVALUATE.

      * Une clé en double dans un instantané contrôlé ne peut venir
      * que d'une altération du fichier : le rechargement s'arrête
       4220-ECRIRE-FICHE-MAITRE.
           MOVE "00" TO WS-MST-STATUS
           EVALUATE WS-MST-IDX
               WHEN 1
                   MOVE BKP-BODY TO HISTORY-REC
                   WRITE HISTORY-REC
                       INVALID KEY MOVE "22" TO WS-MST-STATUS
                   END-WRITE
               WHEN 2
                   MOVE BKP-BODY TO PASS-REC
                   WRITE PASS-REC
                       INVALID KEY MOVE "22" TO WS-MST-STATUS
                   END-WRITE
               WHEN 3
                   MOVE BKP-BODY TO VIP-REC
                   WRITE VIP-REC
                       INVALID KEY MOVE "22" TO WS-MST-STATUS
                   END-WRITE
               WHEN 4
                   MOVE BKP-BODY TO REF-REC
                   WRITE REF-REC
                       INVALID KEY MOVE "22" TO WS-MST-STATUS
                   END-WRITE
           END-EVALUATE
           IF WS-MST-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Cle en double dans l'instantane "
                   WS-MST-NAME(WS-MST-IDX) INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Ouvre en mise à jour l'historique ou le fichier des passes
      * qui vient d'être rechargé
       4250-OUVRIR-MAITRE-MAJ.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN I-O HISTORY-FILE
                   MOVE WS-HISTORY-STATUS TO WS-MST-STATUS
               WHEN 2
                   OPEN I-O PASS-FILE
                   MOVE WS-PASS-STATUS TO WS-MST-STATUS
           END-EVALUATE
           IF WS-MST-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Impossible de mettre a jour le fichier maitre "
                   WS-MST-NAME(WS-MST-IDX) INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Relève dans le registre des effacements les clés effacées
      * du fichier maître courant après la sauvegarde, dans l'ordre
      * du registre (donc chronologique) ; un registre absent
      * signifie qu'aucun effacement n'a eu lieu
       4300-CHARGER-EFFACEMENTS.
           MOVE ZERO TO WS-ERA-NB
           MOVE 1 TO WS-ERA-NEXT
           MOVE ZERO TO WS-ERA-APPLIED
           MOVE SPACES TO WS-ERA-LABEL
           STRING FUNCTION TRIM(WS-MST-NAME(WS-MST-IDX)) ".DAT"
               INTO WS-ERA-LABEL
           OPEN INPUT ERASURE-IN
           EVALUATE WS-ERASURE-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ ERASURE-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF ERA-FILE = WS-ERA-LABEL
                                   AND ERA-TIMESTAMP > WS-GEN-TS
                                   PERFORM 4310-RETENIR-EFFACEMENT
                               END-IF
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

       4310-RETENIR-EFFACEMENT.
           IF WS-ERA-NB >= WS-ERA-MAX
               MOVE "Table WS-ERA-TABLE pleine (voir WS-ERA-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-ERA-NB
           MOVE ERA-KEY TO WS-ERA-KEY(WS-ERA-NB)
           MOVE ERA-TIMESTAMP TO WS-ERA-TS(WS-ERA-NB).

      * Réapplique, dans l'ordre, les effacements relevés jusqu'à
      * l'horodatage WS-ERA-LIMIT inclus ; le fichier maître est
      * ouvert en mise à jour par l'appelant
       4350-APPLIQUER-EFFACEMENTS.
           MOVE "N" TO WS-ERA-DONE
           PERFORM UNTIL WS-ERA-DONE = "Y"
               IF WS-ERA-NEXT > WS-ERA-NB
                   MOVE "Y" TO WS-ERA-DONE
               ELSE
                   IF WS-ERA-TS(WS-ERA-NEXT) > WS-ERA-LIMIT
                       MOVE "Y" TO WS-ERA-DONE
                   ELSE
                       PERFORM 4360-EFFACER-CLE
                       ADD 1 TO WS-ERA-NEXT
                   END-IF
               END-IF
           END-PERFORM.

       4360-EFFACER-CLE.
           EVALUATE WS-MST-IDX
               WHEN 1
                   MOVE WS-ERA-KEY(WS-ERA-NEXT) TO HIST-KEY
                   READ HISTORY-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DELETE HISTORY-FILE
                           ADD 1 TO WS-ERA-APPLIED
                   END-READ
               WHEN 2
                   MOVE WS-ERA-KEY(WS-ERA-NEXT) TO PASS-KEY
                   READ PASS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DELETE PASS-FILE
                           ADD 1 TO WS-ERA-APPLIED
                   END-READ
           END-EVALUATE.

      * Reprise de l'historique : rechargement de la génération, puis
      * rejeu de la piste d'audit postérieure, générations mensuelles
      * du mois de la sauvegarde au mois précédent (une génération
      * absente est sautée) puis AUDIT.LOG. Les effacements du
      * registre sont réappliqués au fil du rejeu, chacun avant la
      * première ligne d'audit plus récente que lui, et ceux qui
      * restent à la fin
       5000-REPRENDRE-HISTORIQUE.
           MOVE 1 TO WS-MST-IDX
           PERFORM 4050-TROUVER-GENERATION
           IF WS-CAT-STATE(WS-SEL-CAT, 1) = "A"
               MOVE "Historique absent a cette generation, reprise"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           PERFORM 4100-CONTROLER-INSTANTANE
           PERFORM 4200-RECHARGER-MAITRE
           PERFORM 4300-CHARGER-EFFACEMENTS
           PERFORM 4250-OUVRIR-MAITRE-MAJ
           MOVE WS-GEN-TS(1:6) TO WS-GEN-MONTH-X
           PERFORM UNTIL WS-GEN-MONTH-X NOT < WS-RUN-DATE-X(1:6)
               MOVE SPACES TO WS-AUDIT-FNAME
               STRING "data/AUDIT." WS-GEN-MONTH-X ".LOG"
                   INTO WS-AUDIT-FNAME
               PERFORM 5100-REJOUER-FICHIER
               IF WS-GEN-MM = 12
                   MOVE 1 TO WS-GEN-MM
                   ADD 1 TO WS-GEN-YYYY
               ELSE
                   ADD 1 TO WS-GEN-MM
               END-IF
           END-PERFORM
           MOVE "data/AUDIT.LOG" TO WS-AUDIT-FNAME
           PERFORM 5100-REJOUER-FICHIER
           IF WS-PENDING-OUTCOME NOT = SPACES
               ADD 1 TO WS-RPL-ANOMALY
           END-IF
           MOVE HIGH-VALUES TO WS-ERA-LIMIT
           PERFORM 4350-APPLIQUER-EFFACEMENTS
           CLOSE HISTORY-FILE
           DISPLAY "mstbkp : reprise de l'historique depuis "
               WS-GEN-TS(1:14)
           DISPLAY "    " WS-RPL-READ " ligne(s) d'audit posterieure(s)"
           DISPLAY "    " WS-RPL-GREET " accueil(s) rejoue(s)"
           DISPLAY "    " WS-RPL-MAINT " correction(s) histmnt"
               " rejouee(s)"
           DISPLAY "    " WS-RPL-PURGE " purge(s) histpurge rejouee(s)"
           DISPLAY "    " WS-RPL-ANON " ligne(s) anonymisee(s)"
               " sautee(s)"
           DISPLAY "    " WS-ERA-APPLIED " effacement(s) reapplique(s)"
           DISPLAY "    " WS-RPL-ANOMALY " anomalie(s)"
           IF WS-RPL-ANOMALY > ZERO
               DISPLAY "mstbkp : historique reconstitue avec des "
                   "anomalies, a verifier avec histmnt"
               MOVE 2 TO RETURN-CODE
           END-IF.

      * Rejoue un fichier de la piste d'audit ; un fichier absent
      * (statut 35) est sauté, tout autre statut arrête la reprise
       5100-REJOUER-FICHIER.
           OPEN INPUT AUDIT-IN
           EVALUATE WS-AUDIT-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ AUDIT-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF AUD-TIMESTAMP > WS-GEN-TS
                                   PERFORM 5200-REJOUER-LIGNE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-IN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Impossible d'ouvrir " WS-AUDIT-FNAME
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Rejoue une ligne d'audit postérieure à la sauvegarde, après
      * les effacements qui la précèdent. Seuls les accueils qui ont
      * compté une visite, les corrections histmnt et les purges
      * histpurge touchent l'historique ; une ligne anonymisée par viswipe ne désigne
      * plus personne et n'est pas rejouée
       5200-REJOUER-LIGNE.
           ADD 1 TO WS-RPL-READ
           MOVE AUD-TIMESTAMP TO WS-ERA-LIMIT
           PERFORM 4350-APPLIQUER-EFFACEMENTS
           MOVE "N" TO WS-REPLAY-ANON
           IF AUD-PRENOM(1:1) = "*" AND AUD-NOM(1:1) = "*"
               MOVE "Y" TO WS-REPLAY-ANON
           END-IF
           MOVE SPACES TO WS-REPLAY-KEY
           STRING FUNCTION TRIM(AUD-PRENOM) " " FUNCTION TRIM(AUD-NOM)
               INTO WS-REPLAY-KEY
           EVALUATE AUD-OUTCOME
               WHEN "GREETED"
               WHEN "WELCOME-BACK"
               WHEN "REINSTATED"
                   IF WS-REPLAY-ANON = "Y"
                       ADD 1 TO WS-RPL-ANON
                   ELSE
                       PERFORM 5300-REJOUER-ACCUEIL
                   END-IF
               WHEN "HIST-RENAME"
               WHEN "HIST-MERGE"
                   PERFORM 5400-REJOUER-PAIRE
               WHEN "HIST-DELETE"
                   IF WS-REPLAY-ANON = "Y"
                       ADD 1 TO WS-RPL-ANON
                   ELSE
                       PERFORM 5500-REJOUER-SUPPRESSION
                   END-IF
               WHEN "HIST-PURGE"
                   IF WS-REPLAY-ANON = "Y"
                       ADD 1 TO WS-RPL-ANON
                   ELSE
                       PERFORM 5600-REJOUER-PURGE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Accueil rejoué comme hello.cbl l'a fait (2352) : fiche connue
      * incrémentée, fiche archivée réintégrée avec son compteur,
      * inconnu créé à 1, la date de visite étant celle de
      * l'exécution. Les purges postérieures à la sauvegarde étant
      * rejouées à leur place, un visiteur réintégré doit être absent
      * de l'historique reconstitué : une fiche connue rejouée en
      * REINSTATED ou en GREETED, comme un fidèle introuvable, est
      * une anomalie
       5300-REJOUER-ACCUEIL.
           ADD 1 TO WS-RPL-GREET
           MOVE WS-REPLAY-KEY TO HIST-KEY
           READ HISTORY-FILE
               INVALID KEY MOVE "N" TO WS-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y"
               IF AUD-OUTCOME = "GREETED"
                   OR AUD-OUTCOME = "REINSTATED"
                   ADD 1 TO WS-RPL-ANOMALY
               END-IF
               ADD 1 TO HIST-VISIT-COUNT
               MOVE AUD-RUN-ID(2:8) TO HIST-LAST-VISIT-DATE
               REWRITE HISTORY-REC
           ELSE
               MOVE 1 TO HIST-VISIT-COUNT
               EVALUATE AUD-OUTCOME
                   WHEN "WELCOME-BACK"
                       ADD 1 TO WS-RPL-ANOMALY
                   WHEN "REINSTATED"
                       PERFORM 5350-CHERCHER-ARCHIVE
                       IF WS-ARCH-FOUND = "Y"
                           COMPUTE HIST-VISIT-COUNT
                               = WS-ARCH-SAVE-COUNT + 1
                       ELSE
                           ADD 1 TO WS-RPL-ANOMALY
                       END-IF
               END-EVALUATE
               MOVE WS-REPLAY-KEY TO HIST-KEY
               MOVE AUD-RUN-ID(2:8) TO HIST-LAST-VISIT-DATE
               WRITE HISTORY-REC
           END-IF.

      * Parcourt l'archive des fiches purgées à la recherche de la
      * clé rejouée, jusqu'au bout pour retenir la fiche la plus
      * récente, comme 2355-CHERCHER-ARCHIVE dans hello.cbl
       5350-CHERCHER-ARCHIVE.
           MOVE "N" TO WS-ARCH-FOUND
           MOVE ZERO TO WS-ARCH-SAVE-COUNT
           MOVE SPACES TO WS-ARCH-SAVE-DATE
           OPEN INPUT HISTARCH-IN
           IF WS-HISTARCH-STATUS = "00"
               MOVE "N" TO WS-EOF-ARCHIVE
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ HISTARCH-IN
                       AT END MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           IF ARCH-KEY = WS-REPLAY-KEY
                               MOVE "Y" TO WS-ARCH-FOUND
                               MOVE ARCH-VISIT-COUNT
                                   TO WS-ARCH-SAVE-COUNT
                               MOVE ARCH-LAST-VISIT-DATE
                                   TO WS-ARCH-SAVE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTARCH-IN
           END-IF.

      * histmnt écrit deux lignes par renommage ou fusion, de même
      * horodatage : l'ancienne clé (ou le double), puis la nouvelle
      * (ou la fiche conservée). La première est mise en attente ; la
      * seconde déclenche le rejeu. Une première ligne sans seconde
      * est une anomalie
       5400-REJOUER-PAIRE.
           IF WS-PENDING-OUTCOME = SPACES
               MOVE AUD-OUTCOME TO WS-PENDING-OUTCOME
               MOVE AUD-TIMESTAMP TO WS-PENDING-TS
               MOVE WS-REPLAY-KEY TO WS-PENDING-KEY
               MOVE WS-REPLAY-ANON TO WS-PENDING-ANON
           ELSE
               IF WS-PENDING-OUTCOME = AUD-OUTCOME
                   AND WS-PENDING-TS = AUD-TIMESTAMP
                   ADD 1 TO WS-RPL-MAINT
                   PERFORM 5450-REJOUER-DEPLACEMENT
                   MOVE SPACES TO WS-PENDING-OUTCOME
               ELSE
                   ADD 1 TO WS-RPL-ANOMALY
                   MOVE AUD-OUTCOME TO WS-PENDING-OUTCOME
                   MOVE AUD-TIMESTAMP TO WS-PENDING-TS
                   MOVE WS-REPLAY-KEY TO WS-PENDING-KEY
                   MOVE WS-REPLAY-ANON TO WS-PENDING-ANON
               END-IF
           END-IF.

      * Renommage ou fusion : la fiche de la clé en attente est
      * supprimée et ses visites passent sur la clé de la seconde
      * ligne, créée (renommage) ou cumulée avec la date la plus
      * récente (fusion, comme 2450-APPLIQUER-FUSION dans histmnt).
      * Si la clé d'origine a été effacée depuis, ses visites ne
      * peuvent plus être retrouvées (anomalie) ; si c'est la clé
      * d'arrivée, la fiche d'origine est simplement supprimée
       5450-REJOUER-DEPLACEMENT.
           IF WS-PENDING-ANON = "Y"
               ADD 1 TO WS-RPL-ANOMALY
           ELSE
               MOVE WS-PENDING-KEY TO HIST-KEY
               READ HISTORY-FILE
                   INVALID KEY MOVE "N" TO WS-FOUND
                   NOT INVALID KEY MOVE "Y" TO WS-FOUND
               END-READ
               IF WS-FOUND = "N"
                   ADD 1 TO WS-RPL-ANOMALY
               ELSE
                   MOVE HIST-VISIT-COUNT TO WS-SAVE-COUNT
                   MOVE HIST-LAST-VISIT-DATE TO WS-SAVE-DATE
                   DELETE HISTORY-FILE
                   IF WS-REPLAY-ANON = "N"
                       PERFORM 5460-REPORTER-VISITES
                   END-IF
               END-IF
           END-IF.

       5460-REPORTER-VISITES.
           MOVE WS-REPLAY-KEY TO HIST-KEY
           READ HISTORY-FILE
               INVALID KEY MOVE "N" TO WS-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y"
               IF AUD-OUTCOME = "HIST-RENAME"
                   ADD 1 TO WS-RPL-ANOMALY
               END-IF
               ADD WS-SAVE-COUNT TO HIST-VISIT-COUNT
               IF WS-SAVE-DATE > HIST-LAST-VISIT-DATE
                   MOVE WS-SAVE-DATE TO HIST-LAST-VISIT-DATE
               END-IF
               REWRITE HISTORY-REC
           ELSE
               IF AUD-OUTCOME = "HIST-MERGE"
                   ADD 1 TO WS-RPL-ANOMALY
               END-IF
               MOVE WS-REPLAY-KEY TO HIST-KEY
               MOVE WS-SAVE-COUNT TO HIST-VISIT-COUNT
               MOVE WS-SAVE-DATE TO HIST-LAST-VISIT-DATE
               WRITE HISTORY-REC
           END-IF.

      * Suppression histmnt rejouée ; une fiche déjà absente (purgée
      * depuis la sauvegarde) n'est pas une anomalie
       5500-REJOUER-SUPPRESSION.
           ADD 1 TO WS-RPL-MAINT
           MOVE WS-REPLAY-KEY TO HIST-KEY
           READ HISTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY DELETE HISTORY-FILE
           END-READ.

      * Purge histpurge rejouée : la fiche est passée dans l'archive
      * (HISTARCH.DAT, qui n'est pas rechargée) et quitte
      * l'historique. Une fiche introuvable ne s'explique pas par
      * l'état reconstitué
       5600-REJOUER-PURGE.
           ADD 1 TO WS-RPL-PURGE
           MOVE WS-REPLAY-KEY TO HIST-KEY
           READ HISTORY-FILE
               INVALID KEY ADD 1 TO WS-RPL-ANOMALY
               NOT INVALID KEY DELETE HISTORY-FILE
           END-READ.

       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
