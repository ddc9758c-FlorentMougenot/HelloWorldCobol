      * Refacturation mensuelle des visites aux services. La
      * comptabilité veut refacturer l'impression des badges, le
      * temps d'accueil et l'accompagnement aux services qui
      * invitent, et personne ne savait dire quel service avait causé
      * quelle visite. hello.cbl impute désormais chaque accueil dans
      * la piste d'audit (AUD-CHARGE-TYPE, AUD-COST-CENTRE,
      * AUD-CHARGE-HOST : voir le copybook AUDIT-REC) ; ce programme,
      * lancé en fin de mois, relit les accueils du mois (génération
      * AUDIT.<AAAAMM>.LOG si la bascule audroll est passée, puis le
      * fichier courant), les valorise au tarif du type de visite lu
      * dans CHGRATE.DAT et produit :
      *   - CHGFEED.<AAAAMM>.DAT, le fichier à largeur fixe remis au
      *     grand livre (copybook CHGFEED-REC), une ligne par service,
      *     site et type de visite, close par une ligne de contrôle ;
      *   - CHGBACK.<AAAAMM>.RPT, le récapitulatif imprimé par service
      *     puis par site, suivi des totaux par site et de la liste
      *     des visites non affectées, une par ligne, pour que la
      *     comptabilité relance.
      * Une visite sans service (spontanée, ou hôte inconnu de
      * l'annuaire) part sur le service "NON-AFFECTE". Les accueils
      * antérieurs à l'imputation n'ont pas de type tarifé : le type
      * de visite de la ligne (WALK-IN / EXPECTED) en tient lieu, sans
      * service.
      *     chgback [AAAAMM]
      * Sans paramètre, c'est le mois précédent qui est refacturé.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgback.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Piste d'audit : génération du mois refacturé puis fichier
      * courant, le nom est posé avant chaque ouverture
           SELECT AUDIT-IN ASSIGN TO WS-AUDIT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

      * Tarifs par type de visite, tenus par la comptabilité
           SELECT RATE-IN ASSIGN TO "data/CHGRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-IN-STATUS.

      * Fichier de travail : une entrée par service, site et type de
      * visite, relue dans l'ordre de la clé pour le fichier
      * comptable et le récapitulatif
           SELECT CHGWRK-FILE ASSIGN TO "data/CHGWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CWK-KEY
               FILE STATUS IS WS-CHGWRK-STATUS.

      * Fichier de travail : les visites non affectées y sont notées
      * au fil de la lecture, puis recopiées en fin de récapitulatif
           SELECT UNAL-IO ASSIGN TO "data/CHGUNAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAL-STATUS.

      * Fichier de refacturation remis au grand livre
           SELECT FEED-OUT ASSIGN TO WS-FEED-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-OUT-STATUS.

      * Récapitulatif imprimé pour la comptabilité
           SELECT CHGRPT-OUT ASSIGN TO WS-RPT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN.
           COPY AUDIT-REC.

      * Une ligne par type de visite : type (WALK-IN, EXPECTED,
      * GROUP, PASS, VIP) puis tarif unitaire sur sept chiffres dont
      * deux décimales implicites ; une ligne commençant par "*" est
      * un commentaire
       FD  RATE-IN.
       01  RATE-LINE.
           05 RATE-TYPE     PIC X(8).
           05 RATE-AMOUNT   PIC X(7).
           05 RATE-AMOUNT-N REDEFINES RATE-AMOUNT PIC 9(5)V99.

       FD  CHGWRK-FILE.
       01  CHGWRK-REC.
           05 CWK-KEY.
               10 CWK-DEPT PIC X(20).
               10 CWK-SITE PIC X(4).
               10 CWK-TYPE PIC X(8).
           05 CWK-COUNT    PIC 9(7).

       FD  UNAL-IO.
       01  UNAL-LINE PIC X(80).

       FD  FEED-OUT.
           COPY CHGFEED-REC.

       FD  CHGRPT-OUT.
       01  CHGRPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-IN-STATUS PIC X(2) VALUE "00".
       01 WS-RATE-IN-STATUS PIC X(2) VALUE "00".
       01 WS-CHGWRK-STATUS PIC X(2) VALUE "00".
       01 WS-UNAL-STATUS PIC X(2) VALUE "00".
       01 WS-FEED-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-CHGRPT-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-FILE-REQUIRED PIC X VALUE "N".

      * Mois refacturé (AAAAMM), donné sur la ligne de commande ou,
      * à défaut, mois précédant la date du jour comme pour audroll
       01 WS-CMD-LINE PIC X(40) VALUE SPACES.
       01 WS-PARAM PIC X(20) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CHG-MONTH PIC X(6) VALUE SPACES.
       01 WS-MONTH-X.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM   PIC 9(2).

      * Noms des fichiers datés du mois
       01 WS-AUDIT-FNAME PIC X(40) VALUE SPACES.
       01 WS-FEED-FNAME PIC X(40) VALUE SPACES.
       01 WS-RPT-FNAME PIC X(40) VALUE SPACES.

      * Tarifs des cinq types de visite ; un type sans tarif dans
      * CHGRATE.DAT arrête le programme, le fichier comptable ne doit
      * pas partir avec des montants à zéro
       01 WS-RATE-COUNT PIC 9 VALUE 5.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 5 TIMES.
               10 WS-RATE-T-TYPE   PIC X(8).
               10 WS-RATE-T-AMOUNT PIC 9(5)V99.
               10 WS-RATE-T-LOADED PIC X.
       01 WS-RATE-IDX PIC 9 VALUE ZERO.
       01 WS-RATE-FOUND PIC X VALUE "N".
       01 WS-CUR-TYPE PIC X(8) VALUE SPACES.

      * Service refacturé quand l'accueil n'en porte aucun
       01 WS-UNALLOCATED PIC X(20) VALUE "NON-AFFECTE".

      * Rupture par service dans le récapitulatif
       01 WS-CUR-DEPT PIC X(20) VALUE SPACES.
       01 WS-DEPT-VISITS PIC 9(7) VALUE ZERO.
       01 WS-DEPT-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-DEPT-COUNT PIC 9(5) VALUE ZERO.

      * Cumuls par site, tous services confondus ; la table est
      * dimensionnée comme celle de stayrpt et un dépassement arrête
      * le programme
       01 WS-SITE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SITE-MAX PIC 9(3) VALUE 50.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 50 TIMES.
               10 WS-SITE-T-CODE   PIC X(4).
               10 WS-SITE-T-VISITS PIC 9(7).
               10 WS-SITE-T-AMOUNT PIC 9(11)V99.
       01 WS-SITE-IDX PIC 9(3) VALUE ZERO.
       01 WS-SCAN-IDX PIC 9(3) VALUE ZERO.
       01 WS-CUR-SITE PIC X(4) VALUE SPACES.

      * Montant de la ligne courante et totaux généraux
       01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-AUDIT-READ PIC 9(7) VALUE ZERO.
       01 WS-TOT-VISITS PIC 9(9) VALUE ZERO.
       01 WS-TOT-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-UNAL-VISITS PIC 9(7) VALUE ZERO.
       01 WS-UNAL-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-OLD-LINES PIC 9(7) VALUE ZERO.

      * Zones d'édition du récapitulatif
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-RATE-ED PIC Z(4)9.99.
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 WS-TOTAL-ED PIC Z(10)9.99.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-LIRE-PARAMETRES
           PERFORM 1100-CHARGER-TARIFS
           PERFORM 1200-OUVRIR-FICHIERS
           PERFORM 2000-DEPOUILLER-AUDIT
           CLOSE UNAL-IO
           PERFORM 3000-ECRIRE-REFACTURATION
           PERFORM 3400-ECRIRE-TOTAUX-SITES
           PERFORM 3500-ECRIRE-NON-AFFECTES
           PERFORM 3600-ECRIRE-TOTAUX
           CLOSE CHGWRK-FILE
           CLOSE FEED-OUT
           CLOSE CHGRPT-OUT
           DISPLAY "chgback : " WS-TOT-VISITS " visite(s) du mois "
               WS-CHG-MONTH " refacturee(s), fichier comptable "
               FUNCTION TRIM(WS-FEED-FNAME)

      * Fin du programme
           STOP RUN.

      * Mois refacturé : paramètre AAAAMM, ou mois précédent
       1000-LIRE-PARAMETRES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-PARAM
           IF WS-PARAM NOT = SPACES
               MOVE WS-PARAM(1:6) TO WS-CHG-MONTH
               MOVE WS-CHG-MONTH TO WS-MONTH-X
               IF WS-CHG-MONTH IS NOT NUMERIC
                   OR WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   MOVE "Mois a refacturer invalide (attendu AAAAMM)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-MONTH-X
               IF WS-MONTH-MM = 1
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
               MOVE WS-MONTH-X TO WS-CHG-MONTH
           END-IF
           MOVE SPACES TO WS-FEED-FNAME
           STRING "data/CHGFEED." WS-CHG-MONTH ".DAT"
               INTO WS-FEED-FNAME
           MOVE SPACES TO WS-RPT-FNAME
           STRING "data/CHGBACK." WS-CHG-MONTH ".RPT"
               INTO WS-RPT-FNAME.

      * Charge les tarifs ; chaque type doit en avoir un, un type
      * inconnu ou un montant non numérique arrête le programme
       1100-CHARGER-TARIFS.
           MOVE "WALK-IN" TO WS-RATE-T-TYPE(1)
           MOVE "EXPECTED" TO WS-RATE-T-TYPE(2)
           MOVE "GROUP" TO WS-RATE-T-TYPE(3)
           MOVE "PASS" TO WS-RATE-T-TYPE(4)
           MOVE "VIP" TO WS-RATE-T-TYPE(5)
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               MOVE ZERO TO WS-RATE-T-AMOUNT(WS-RATE-IDX)
               MOVE "N" TO WS-RATE-T-LOADED(WS-RATE-IDX)
           END-PERFORM
           OPEN INPUT RATE-IN
           IF WS-RATE-IN-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir RATE-IN (data/CHGRATE.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RATE-IN
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RATE-LINE NOT = SPACES
                           AND RATE-TYPE(1:1) NOT = "*"
                           PERFORM 1150-RANGER-TARIF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-IN
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-T-LOADED(WS-RATE-IDX) = "N"
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Tarif manquant dans CHGRATE.DAT pour "
                       WS-RATE-T-TYPE(WS-RATE-IDX)
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-PERFORM.

       1150-RANGER-TARIF.
           MOVE FUNCTION UPPER-CASE(RATE-TYPE) TO WS-CUR-TYPE
           PERFORM 2150-CHERCHER-TARIF
           IF WS-RATE-FOUND = "N" OR RATE-AMOUNT IS NOT NUMERIC
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Ligne de tarif invalide : " RATE-LINE
                   INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE RATE-AMOUNT-N TO WS-RATE-T-AMOUNT(WS-RATE-IDX)
           MOVE "Y" TO WS-RATE-T-LOADED(WS-RATE-IDX).

      * Ouvre le fichier de travail (recréé à chaque passage), le
      * fichier des non-affectés, le fichier comptable et le
      * récapitulatif, dont l'en-tête et les tarifs appliqués sont
      * écrits d'emblée
       1200-OUVRIR-FICHIERS.
           OPEN OUTPUT CHGWRK-FILE
           IF WS-CHGWRK-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir CHGWRK-FILE (CHGWRK.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           CLOSE CHGWRK-FILE
           OPEN I-O CHGWRK-FILE
           IF WS-CHGWRK-STATUS NOT = "00"
               MOVE "Impossible de rouvrir CHGWRK-FILE (CHGWRK.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT UNAL-IO
           IF WS-UNAL-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir UNAL-IO (CHGUNAL.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT FEED-OUT
           IF WS-FEED-OUT-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Impossible d'ouvrir "
                   FUNCTION TRIM(WS-FEED-FNAME) INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT CHGRPT-OUT
           IF WS-CHGRPT-OUT-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-MESSAGE
               STRING "Impossible d'ouvrir "
                   FUNCTION TRIM(WS-RPT-FNAME) INTO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE SPACES TO CHGRPT-LINE
           STRING "Refacturation des visites du mois "
               WS-MONTH-YYYY "-" WS-MONTH-MM INTO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE "Tarifs appliques :" TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               MOVE WS-RATE-T-AMOUNT(WS-RATE-IDX) TO WS-RATE-ED
               MOVE SPACES TO CHGRPT-LINE
               STRING "  " WS-RATE-T-TYPE(WS-RATE-IDX) " "
                   WS-RATE-ED INTO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-PERFORM
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE.

      * Relit la génération du mois (absente tant que la bascule
      * audroll n'est pas passée) puis le fichier courant, qui reste
      * obligatoire comme pour actrpt ; seules les lignes du mois
      * sont retenues
       2000-DEPOUILLER-AUDIT.
           MOVE SPACES TO WS-AUDIT-FNAME
           STRING "data/AUDIT." WS-CHG-MONTH ".LOG"
               INTO WS-AUDIT-FNAME
           MOVE "N" TO WS-FILE-REQUIRED
           PERFORM 2050-LIRE-FICHIER-AUDIT
           MOVE "data/AUDIT.LOG" TO WS-AUDIT-FNAME
           MOVE "Y" TO WS-FILE-REQUIRED
           PERFORM 2050-LIRE-FICHIER-AUDIT.

       2050-LIRE-FICHIER-AUDIT.
           OPEN INPUT AUDIT-IN
           EVALUATE TRUE
               WHEN WS-AUDIT-IN-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ AUDIT-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END PERFORM 2100-IMPUTER-LIGNE
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

      * Un accueil du mois (exécution de hello.cbl, identifiant en
      * "R") est cumulé sous son service, son site et son type
      * tarifé ; les autres lignes (rejets, refus, doublons, visiteurs
      * retenus, maintenance, contrôle) ne sont pas refacturées
       2100-IMPUTER-LIGNE.
           IF AUD-RUN-ID(1:1) = "R"
               AND AUD-TIMESTAMP(1:6) = WS-CHG-MONTH
               AND (AUD-OUTCOME = "GREETED"
                   OR AUD-OUTCOME = "WELCOME-BACK"
                   OR AUD-OUTCOME = "REINSTATED")
               ADD 1 TO WS-AUDIT-READ
               MOVE AUD-CHARGE-TYPE TO WS-CUR-TYPE
               IF WS-CUR-TYPE = SPACES
                   ADD 1 TO WS-OLD-LINES
                   MOVE AUD-VISIT-TYPE TO WS-CUR-TYPE
               END-IF
               IF WS-CUR-TYPE = SPACES
                   MOVE "WALK-IN" TO WS-CUR-TYPE
               END-IF
               PERFORM 2150-CHERCHER-TARIF
               IF WS-RATE-FOUND = "N"
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING "Type de visite sans tarif : " WS-CUR-TYPE
                       INTO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               MOVE SPACES TO CHGWRK-REC
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AUD-COST-CENTRE))
                   TO CWK-DEPT
               IF CWK-DEPT = SPACES
                   MOVE WS-UNALLOCATED TO CWK-DEPT
                   PERFORM 2200-NOTER-NON-AFFECTE
               END-IF
               MOVE AUD-SITE-CODE TO CWK-SITE
               IF CWK-SITE = SPACES
                   MOVE "????" TO CWK-SITE
               END-IF
               MOVE WS-CUR-TYPE TO CWK-TYPE
               READ CHGWRK-FILE
                   INVALID KEY
                       MOVE 1 TO CWK-COUNT
                       WRITE CHGWRK-REC
                   NOT INVALID KEY
                       ADD 1 TO CWK-COUNT
                       REWRITE CHGWRK-REC
               END-READ
           END-IF.

       2150-CHERCHER-TARIF.
           MOVE "N" TO WS-RATE-FOUND
           MOVE 1 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   OR WS-RATE-FOUND = "Y"
               IF WS-RATE-T-TYPE(WS-RATE-IDX) = WS-CUR-TYPE
                   MOVE "Y" TO WS-RATE-FOUND
               ELSE
                   ADD 1 TO WS-RATE-IDX
               END-IF
           END-PERFORM.

      * Une visite non affectée est notée avec ce qui permet de la
      * relancer : date, visiteur, site, type et hôte éventuel (hôte
      * de groupe ou VIP inconnu de l'annuaire)
       2200-NOTER-NON-AFFECTE.
           ADD 1 TO WS-UNAL-VISITS
           ADD WS-RATE-T-AMOUNT(WS-RATE-IDX) TO WS-UNAL-AMOUNT
           MOVE SPACES TO UNAL-LINE
           IF AUD-CHARGE-HOST = SPACES
               STRING "  " AUD-TIMESTAMP(1:8) " "
                   FUNCTION TRIM(AUD-PRENOM) " "
                   FUNCTION TRIM(AUD-NOM) "  site " AUD-SITE-CODE
                   " " WS-CUR-TYPE INTO UNAL-LINE
           ELSE
               STRING "  " AUD-TIMESTAMP(1:8) " "
                   FUNCTION TRIM(AUD-PRENOM) " "
                   FUNCTION TRIM(AUD-NOM) "  site " AUD-SITE-CODE
                   " " WS-CUR-TYPE " hote "
                   FUNCTION TRIM(AUD-CHARGE-HOST) INTO UNAL-LINE
           END-IF
           WRITE UNAL-LINE.

      * Relit le fichier de travail dans l'ordre service, site,
      * type : une ligne comptable et une ligne de récapitulatif par
      * entrée, un sous-total à chaque changement de service
       3000-ECRIRE-REFACTURATION.
           MOVE "Refacturation par service et par site :"
               TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE LOW-VALUES TO CWK-KEY
           START CHGWRK-FILE KEY IS NOT LESS THAN CWK-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           MOVE SPACES TO WS-CUR-DEPT
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CHGWRK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM 3100-ECRIRE-ENTREE
               END-READ
           END-PERFORM
           IF WS-CUR-DEPT NOT = SPACES
               PERFORM 3200-CLORE-SERVICE
           END-IF
           IF WS-DEPT-COUNT = ZERO
               MOVE "  Aucune visite a refacturer." TO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-IF
           MOVE SPACES TO CHGFEED-LINE
           MOVE "T" TO CHG-REC-TYPE
           MOVE WS-CHG-MONTH TO CHG-PERIOD
           MOVE WS-TOT-RECORDS TO CHG-TRL-RECORDS
           MOVE WS-TOT-VISITS TO CHG-TRL-VISITS
           MOVE WS-TOT-AMOUNT TO CHG-TRL-AMOUNT
           WRITE CHGFEED-LINE.

       3100-ECRIRE-ENTREE.
           IF CWK-DEPT NOT = WS-CUR-DEPT
               IF WS-CUR-DEPT NOT = SPACES
                   PERFORM 3200-CLORE-SERVICE
               END-IF
               MOVE CWK-DEPT TO WS-CUR-DEPT
               ADD 1 TO WS-DEPT-COUNT
               MOVE SPACES TO CHGRPT-LINE
               STRING "Service " FUNCTION TRIM(WS-CUR-DEPT)
                   INTO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-IF
           MOVE CWK-TYPE TO WS-CUR-TYPE
           PERFORM 2150-CHERCHER-TARIF
           COMPUTE WS-LINE-AMOUNT =
               CWK-COUNT * WS-RATE-T-AMOUNT(WS-RATE-IDX)
           MOVE SPACES TO CHGFEED-LINE
           MOVE "D" TO CHG-REC-TYPE
           MOVE WS-CHG-MONTH TO CHG-PERIOD
           MOVE CWK-DEPT TO CHG-COST-CENTRE
           MOVE CWK-SITE TO CHG-SITE-CODE
           MOVE CWK-TYPE TO CHG-VISIT-TYPE
           MOVE CWK-COUNT TO CHG-VISIT-COUNT
           MOVE WS-RATE-T-AMOUNT(WS-RATE-IDX) TO CHG-UNIT-RATE
           MOVE WS-LINE-AMOUNT TO CHG-AMOUNT
           WRITE CHGFEED-LINE
           ADD 1 TO WS-TOT-RECORDS
           ADD CWK-COUNT TO WS-TOT-VISITS
           ADD WS-LINE-AMOUNT TO WS-TOT-AMOUNT
           ADD CWK-COUNT TO WS-DEPT-VISITS
           ADD WS-LINE-AMOUNT TO WS-DEPT-AMOUNT
           MOVE CWK-COUNT TO WS-COUNT-ED
           MOVE WS-RATE-T-AMOUNT(WS-RATE-IDX) TO WS-RATE-ED
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO CHGRPT-LINE
           STRING "  site " CWK-SITE "  " CWK-TYPE " "
               WS-COUNT-ED " x " WS-RATE-ED " = " WS-AMOUNT-ED
               INTO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE CWK-SITE TO WS-CUR-SITE
           PERFORM 3150-CUMULER-SITE.

       3150-CUMULER-SITE.
           PERFORM 3160-CHERCHER-SITE
           IF WS-SITE-IDX = ZERO
               IF WS-SITE-COUNT >= WS-SITE-MAX
                   MOVE "Table des sites pleine (voir WS-SITE-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO WS-SITE-IDX
               MOVE WS-CUR-SITE TO WS-SITE-T-CODE(WS-SITE-IDX)
               MOVE ZERO TO WS-SITE-T-VISITS(WS-SITE-IDX)
               MOVE ZERO TO WS-SITE-T-AMOUNT(WS-SITE-IDX)
           END-IF
           ADD CWK-COUNT TO WS-SITE-T-VISITS(WS-SITE-IDX)
           ADD WS-LINE-AMOUNT TO WS-SITE-T-AMOUNT(WS-SITE-IDX).

       3160-CHERCHER-SITE.
           MOVE ZERO TO WS-SITE-IDX
           MOVE 1 TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX > WS-SITE-COUNT
                   OR WS-SITE-IDX > ZERO
               IF WS-SITE-T-CODE(WS-SCAN-IDX) = WS-CUR-SITE
                   MOVE WS-SCAN-IDX TO WS-SITE-IDX
               ELSE
                   ADD 1 TO WS-SCAN-IDX
               END-IF
           END-PERFORM.

       3200-CLORE-SERVICE.
           MOVE WS-DEPT-VISITS TO WS-COUNT-ED
           MOVE WS-DEPT-AMOUNT TO WS-TOTAL-ED
           MOVE SPACES TO CHGRPT-LINE
           STRING "  Total " FUNCTION TRIM(WS-CUR-DEPT) " : "
               WS-COUNT-ED " visite(s), " WS-TOTAL-ED
               INTO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE ZERO TO WS-DEPT-VISITS
           MOVE ZERO TO WS-DEPT-AMOUNT.

      * Totaux par site, tous services confondus
       3400-ECRIRE-TOTAUX-SITES.
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE "Totaux par site :" TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               MOVE WS-SITE-T-VISITS(WS-SITE-IDX) TO WS-COUNT-ED
               MOVE WS-SITE-T-AMOUNT(WS-SITE-IDX) TO WS-TOTAL-ED
               MOVE SPACES TO CHGRPT-LINE
               STRING "  site " WS-SITE-T-CODE(WS-SITE-IDX) " : "
                   WS-COUNT-ED " visite(s), " WS-TOTAL-ED
                   INTO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-PERFORM.

      * Recopie la liste des visites non affectées notée au fil de
      * la lecture
       3500-ECRIRE-NON-AFFECTES.
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE "Visites non affectees (a relancer) :" TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           OPEN INPUT UNAL-IO
           IF WS-UNAL-STATUS NOT = "00"
               MOVE "Impossible de relire UNAL-IO (CHGUNAL.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ UNAL-IO
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE UNAL-LINE TO CHGRPT-LINE
                       WRITE CHGRPT-LINE
               END-READ
           END-PERFORM
           CLOSE UNAL-IO
           IF WS-UNAL-VISITS = ZERO
               MOVE "  Aucune." TO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-IF.

       3600-ECRIRE-TOTAUX.
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-TOT-RECORDS TO WS-COUNT-ED
           MOVE SPACES TO CHGRPT-LINE
           STRING "Lignes du fichier comptable : " WS-COUNT-ED
               INTO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-TOT-VISITS TO WS-COUNT-ED
           MOVE SPACES TO CHGRPT-LINE
           STRING "Visites refacturees : " WS-COUNT-ED
               INTO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-TOT-AMOUNT TO WS-TOTAL-ED
           MOVE SPACES TO CHGRPT-LINE
           STRING "Montant total : " WS-TOTAL-ED INTO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-UNAL-VISITS TO WS-COUNT-ED
           MOVE WS-UNAL-AMOUNT TO WS-TOTAL-ED
           MOVE SPACES TO CHGRPT-LINE
           STRING "dont non affecte : " WS-COUNT-ED " visite(s), "
               WS-TOTAL-ED INTO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-OLD-LINES TO WS-COUNT-ED
           MOVE SPACES TO CHGRPT-LINE
           STRING "Accueils sans imputation (anciennes lignes) : "
               WS-COUNT-ED INTO CHGRPT-LINE
           WRITE CHGRPT-LINE.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
