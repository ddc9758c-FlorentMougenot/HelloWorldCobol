      * Rapport des durées de séjour et des dépassements, sur une
      * plage de dates. chkout ne connaît que la journée en cours : la
      * liste de présence est refaite à chaque pointage et la sûreté
      * comme les services généraux n'avaient aucun recul — combien
      * de temps restent les visiteurs selon le site et le type de
      * visite, quels badges n'ont jamais été rendus et quel jour,
      * qui reste au-delà de la durée admise sur le site. Ce
      * programme rapproche le registre des badges (BADGEREG.DAT,
      * heure de délivrance) de l'historique des sorties (CHKHIST.DAT,
      * tenu par chkout) jour par jour, et produit STAY.RPT :
      *   - les dépassements de la durée de séjour admise par le site
      *     (référentiel SITELANG.DAT, en minutes, zéro = pas de
      *     durée fixée), un par ligne ;
      *   - les badges du jour jamais rendus, regroupés par journée
      *     (un passe de longue durée n'est pas rendu chaque soir et
      *     n'y figure donc pas ; un badge délivré le jour même du
      *     rapport peut encore être sur le site, il est seulement
      *     compté à part) ;
      *   - la durée moyenne et maximale des séjours par site et par
      *     type de visite (WALK-IN / EXPECTED comme dans la piste
      *     d'audit, PASSE pour un porteur de passe) ;
      *   - les récidivistes : les visiteurs qui cumulent au moins
      *     WS-RECID-SEUIL incidents (dépassements et badges non
      *     rendus) sur la plage.
      * La plage de dates se donne comme pour actrpt :
      *     stayrpt 20260801 20260831
      * Sans paramètre, tout le registre est pris en compte. Un séjour
      * dont l'heure d'arrivée manque (lignes du registre antérieures
      * à l'heure de délivrance) ou dont la sortie précède l'arrivée
      * est compté à part, sans durée.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stayrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Registre des badges délivrés, écrit par hello.cbl ; cumulatif
      * et chronologique, relu d'un bout à l'autre
           SELECT BADGEREG-IN ASSIGN TO "data/BADGEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGEREG-IN-STATUS.

      * Historique des sorties tenu par chkout, chronologique lui
      * aussi : il est lu en parallèle du registre, une journée à la
      * fois
           SELECT CHKHIST-IN ASSIGN TO "data/CHKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-IN-STATUS.

      * Référentiel des sites et des langues : durée de séjour admise
      * par site ; absent, aucun dépassement n'est signalé
           SELECT REF-FILE ASSIGN TO "data/SITELANG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REF-STATUS.

      * Fichier de travail : les badges non rendus y sont notés au
      * fil du rapprochement, puis recopiés dans le rapport par
      * journée après la liste des dépassements
           SELECT WORK-IO ASSIGN TO "data/STAYWRK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

      * Rapport des durées de séjour produit pour la sûreté et les
      * services généraux
           SELECT STAY-OUT ASSIGN TO "data/STAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAY-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BADGEREG-IN.
           COPY BADGEREG-REC.

       FD  CHKHIST-IN.
           COPY CHKHIST-REC.

       FD  REF-FILE.
           COPY REF-REC.

       FD  WORK-IO.
       01  WORK-LINE.
           05 WRK-DATE         PIC X(8).
           05 WRK-BADGE-NUMBER PIC 9(5).
           05 WRK-PRENOM       PIC X(20).
           05 WRK-NOM          PIC X(20).
           05 WRK-SITE-CODE    PIC X(4).

       FD  STAY-OUT.
       01  STAY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BADGEREG-IN-STATUS PIC X(2) VALUE "00".
       01 WS-CHKHIST-IN-STATUS PIC X(2) VALUE "00".
       01 WS-REF-STATUS PIC X(2) VALUE "00".
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-STAY-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-EOF-CHKHIST PIC X VALUE "N".
       01 WS-REF-AVAILABLE PIC X VALUE "N".

      * Plage de dates demandée (du/au, bornes incluses), relue sur la
      * ligne de commande ; vide = tout le registre
       01 WS-CMD-LINE PIC X(40) VALUE SPACES.
       01 WS-FROM-DATE PIC X(8) VALUE "00000000".
       01 WS-TO-DATE PIC X(8) VALUE "99999999".
       01 WS-PARM-FROM PIC X(20) VALUE SPACES.
       01 WS-PARM-TO PIC X(20) VALUE SPACES.

      * Date du rapport : la journée en cours n'est pas close, ses
      * badges sans sortie ne sont pas encore des badges perdus
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(8) VALUE SPACES.

      * Journée en cours de rapprochement et ses sorties, chargées
      * depuis l'historique quand le registre change de date ; la
      * table est dimensionnée comme celle de chkout et un dépassement
      * arrête le rapport
       01 WS-CUR-DAY PIC X(8) VALUE SPACES.
       01 WS-DAY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OUT-MAX PIC 9(5) VALUE 5000.
       01 WS-OUT-TABLE.
           05 WS-OUT-ENTRY OCCURS 5000 TIMES.
               10 WS-OUT-T-NUMBER PIC 9(5).
               10 WS-OUT-T-TYPE   PIC X.
               10 WS-OUT-T-TIME   PIC X(4).
               10 WS-OUT-T-USED   PIC X.
       01 WS-OUT-IDX PIC 9(5) VALUE ZERO.
       01 WS-TROUVE PIC X VALUE "N".

      * Séjour de l'entrée courante : heures en HHMM ramenées en
      * minutes depuis minuit, durée en minutes
       01 WS-HHMM-X.
           05 WS-HHMM-HH PIC 9(2).
           05 WS-HHMM-MN PIC 9(2).
       01 WS-MIN-IN PIC 9(4) VALUE ZERO.
       01 WS-MIN-OUT PIC 9(4) VALUE ZERO.
       01 WS-STAY-MIN PIC 9(4) VALUE ZERO.
       01 WS-STAY-KNOWN PIC X VALUE "N".
       01 WS-TIME-OUT PIC X(4) VALUE SPACES.

      * Cumuls par site : séjours mesurés, total et maximum des
      * durées, durée admise (lue au référentiel à la première
      * rencontre du site), dépassements et badges non rendus
       01 WS-SITE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SITE-MAX PIC 9(3) VALUE 50.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 50 TIMES.
               10 WS-SITE-T-CODE     PIC X(4).
               10 WS-SITE-T-ALLOWED  PIC 9(4).
               10 WS-SITE-T-STAYS    PIC 9(7).
               10 WS-SITE-T-TOTAL    PIC 9(9).
               10 WS-SITE-T-LONGEST  PIC 9(4).
               10 WS-SITE-T-OVER     PIC 9(5).
               10 WS-SITE-T-LOST     PIC 9(5).
       01 WS-SITE-IDX PIC 9(3) VALUE ZERO.
       01 WS-SCAN-IDX PIC 9(5) VALUE ZERO.
       01 WS-CUR-SITE PIC X(4) VALUE SPACES.

      * Cumuls par type de visite : mêmes mesures que par site
       01 WS-TYPE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TYPE-MAX PIC 9(2) VALUE 10.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 10 TIMES.
               10 WS-TYPE-T-CODE     PIC X(8).
               10 WS-TYPE-T-STAYS    PIC 9(7).
               10 WS-TYPE-T-TOTAL    PIC 9(9).
               10 WS-TYPE-T-LONGEST  PIC 9(4).
       01 WS-TYPE-IDX PIC 9(2) VALUE ZERO.
       01 WS-CUR-TYPE PIC X(8) VALUE SPACES.

      * Incidents par visiteur (clé prénom espace nom comme
      * l'historique) : dépassements et badges non rendus ; la liste
      * des récidivistes retient ceux qui atteignent WS-RECID-SEUIL
       01 WS-RECID-SEUIL PIC 9(3) VALUE 2.
       01 WS-PERS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PERS-MAX PIC 9(5) VALUE 5000.
       01 WS-PERS-TABLE.
           05 WS-PERS-ENTRY OCCURS 5000 TIMES.
               10 WS-PERS-T-KEY  PIC X(41).
               10 WS-PERS-T-OVER PIC 9(3).
               10 WS-PERS-T-LOST PIC 9(3).
       01 WS-PERS-IDX PIC 9(5) VALUE ZERO.
       01 WS-PERS-KEY PIC X(41) VALUE SPACES.
       01 WS-PERS-TOTAL PIC 9(4) VALUE ZERO.
       01 WS-RECID-COUNT PIC 9(5) VALUE ZERO.

      * Totaux généraux
       01 WS-TOT-ENTRIES PIC 9(7) VALUE ZERO.
       01 WS-TOT-STAYS PIC 9(7) VALUE ZERO.
       01 WS-TOT-UNKNOWN PIC 9(7) VALUE ZERO.
       01 WS-TOT-OVER PIC 9(7) VALUE ZERO.
       01 WS-TOT-LOST PIC 9(7) VALUE ZERO.
       01 WS-TOT-PASS-OPEN PIC 9(7) VALUE ZERO.
       01 WS-TOT-STILL-OUT PIC 9(7) VALUE ZERO.

      * Zones d'édition du rapport
       01 WS-AVG-MIN PIC 9(4) VALUE ZERO.
       01 WS-BADGE-NUM-ED PIC ZZZZ9.
       01 WS-LOST-DAY PIC X(8) VALUE SPACES.
       01 WS-LOST-DAY-COUNT PIC 9(5) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-LIRE-PARAMETRES
           PERFORM 1100-OUVRIR-FICHIERS
           PERFORM 2000-RAPPROCHER-REGISTRE
           PERFORM 3000-ECRIRE-NON-RENDUS
           PERFORM 3200-ECRIRE-SEJOURS-PAR-SITE
           PERFORM 3300-ECRIRE-SEJOURS-PAR-TYPE
           PERFORM 3400-ECRIRE-RECIDIVISTES
           PERFORM 3500-ECRIRE-TOTAUX
           CLOSE STAY-OUT
           IF WS-REF-AVAILABLE = "Y"
               CLOSE REF-FILE
           END-IF
           DISPLAY "stayrpt : rapport ecrit dans data/STAY.RPT ("
               WS-DAY-COUNT " journee(s), " WS-TOT-OVER
               " depassement(s), " WS-TOT-LOST " non rendu(s))"

      * Fin du programme
           STOP RUN.

      * Relit la plage de dates du/au sur la ligne de commande ; une
      * borne absente reste grande ouverte
       1000-LIRE-PARAMETRES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-PARM-FROM WS-PARM-TO
           IF WS-PARM-FROM NOT = SPACES
               MOVE WS-PARM-FROM(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-PARM-TO NOT = SPACES
               MOVE WS-PARM-TO(1:8) TO WS-TO-DATE
           END-IF.

      * Ouvre le référentiel (facultatif : statut 35 = pas de durée
      * admise), le fichier de travail des non-rendus et le rapport,
      * dont l'en-tête et le titre de la première section sont écrits
      * d'emblée : les dépassements s'y ajoutent au fil du
      * rapprochement
       1100-OUVRIR-FICHIERS.
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
           OPEN OUTPUT WORK-IO
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir WORK-IO (STAYWRK.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT STAY-OUT
           IF WS-STAY-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir STAY-OUT (data/STAY.RPT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE SPACES TO STAY-LINE
           STRING "Rapport des durees de sejour du " WS-FROM-DATE
               " au " WS-TO-DATE INTO STAY-LINE
           WRITE STAY-LINE
           MOVE "Depassements de la duree de sejour admise :"
               TO STAY-LINE
           WRITE STAY-LINE.

      * Relit le registre sur la plage demandée ; à chaque changement
      * de date, les sorties de la nouvelle journée sont chargées
      * depuis l'historique avant de rapprocher ses entrées. Un
      * registre absent (statut 35) donne un rapport vide ; un
      * historique absent laisse tous les badges non rendus, ce qui
      * est signalé à l'écran
       2000-RAPPROCHER-REGISTRE.
           OPEN INPUT CHKHIST-IN
           EVALUATE WS-CHKHIST-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-CHKHIST
                   PERFORM 2250-LIRE-HISTORIQUE-SUIVANT
               WHEN "35"
                   MOVE "Y" TO WS-EOF-CHKHIST
                   DISPLAY "stayrpt : CHKHIST.DAT absent, aucune sortie"
                       " historisee"
               WHEN OTHER
                   MOVE "Impossible d'ouvrir CHKHIST-IN (CHKHIST.DAT)"
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
                               IF BRG-DATE >= WS-FROM-DATE
                                   AND BRG-DATE <= WS-TO-DATE
                                   PERFORM 2100-TRAITER-ENTREE
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
           END-EVALUATE
           IF WS-CHKHIST-IN-STATUS = "00"
               CLOSE CHKHIST-IN
           END-IF
           CLOSE WORK-IO.

      * Rapproche une entrée du registre de sa sortie : séjour mesuré
      * et contrôlé contre la durée admise, ou badge non rendu ; sans
      * sortie le jour du rapport, le visiteur peut être encore là
       2100-TRAITER-ENTREE.
           IF BRG-DATE NOT = WS-CUR-DAY
               IF BRG-DATE < WS-CUR-DAY
                   MOVE "BADGEREG.DAT hors de l'ordre chronologique"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               PERFORM 2200-CHARGER-SORTIES-JOUR
           END-IF
           ADD 1 TO WS-TOT-ENTRIES
           MOVE BRG-SITE-CODE TO WS-CUR-SITE
           IF WS-CUR-SITE = SPACES
               MOVE "????" TO WS-CUR-SITE
           END-IF
           PERFORM 2700-CHERCHER-SITE
           MOVE SPACES TO WS-PERS-KEY
           STRING FUNCTION TRIM(BRG-PRENOM) " " FUNCTION TRIM(BRG-NOM)
               INTO WS-PERS-KEY
           PERFORM 2300-CHERCHER-SORTIE
           IF WS-TROUVE = "Y"
               PERFORM 2400-MESURER-SEJOUR
           ELSE
               EVALUATE TRUE
                   WHEN BRG-TYPE = "P"
                       ADD 1 TO WS-TOT-PASS-OPEN
                   WHEN BRG-DATE < WS-RUN-DATE-X
                       PERFORM 2600-NOTER-NON-RENDU
                   WHEN OTHER
                       ADD 1 TO WS-TOT-STILL-OUT
               END-EVALUATE
           END-IF.

      * Charge les sorties historisées de la nouvelle journée : les
      * lignes de dates antérieures (journées sans badge dans la
      * plage) sont sautées, la lecture s'arrête sur la première ligne
      * d'une date postérieure, gardée pour la journée suivante
       2200-CHARGER-SORTIES-JOUR.
           MOVE BRG-DATE TO WS-CUR-DAY
           ADD 1 TO WS-DAY-COUNT
           MOVE ZERO TO WS-OUT-COUNT
           PERFORM UNTIL WS-EOF-CHKHIST = "Y"
                   OR CKH-DATE > WS-CUR-DAY
               IF CKH-DATE = WS-CUR-DAY
                   IF WS-OUT-COUNT >= WS-OUT-MAX
                       MOVE "Table des sorties pleine (voir WS-OUT-MAX)"
                           TO WS-ABORT-MESSAGE
                       PERFORM 9000-ERREUR-FATALE
                   END-IF
                   ADD 1 TO WS-OUT-COUNT
                   MOVE CKH-BADGE-NUMBER
                       TO WS-OUT-T-NUMBER(WS-OUT-COUNT)
                   MOVE CKH-TYPE TO WS-OUT-T-TYPE(WS-OUT-COUNT)
                   MOVE CKH-TIME-OUT TO WS-OUT-T-TIME(WS-OUT-COUNT)
                   MOVE "N" TO WS-OUT-T-USED(WS-OUT-COUNT)
               END-IF
               PERFORM 2250-LIRE-HISTORIQUE-SUIVANT
           END-PERFORM.

       2250-LIRE-HISTORIQUE-SUIVANT.
           READ CHKHIST-IN
               AT END MOVE "Y" TO WS-EOF-CHKHIST
           END-READ.

      * Cherche la sortie de l'entrée courante parmi celles de la
      * journée : même numéro, même type, pas encore rapprochée
       2300-CHERCHER-SORTIE.
           MOVE "N" TO WS-TROUVE
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-COUNT
                   OR WS-TROUVE = "Y"
               IF WS-OUT-T-NUMBER(WS-OUT-IDX) = BRG-BADGE-NUMBER
                   AND WS-OUT-T-USED(WS-OUT-IDX) = "N"
                   AND (WS-OUT-T-TYPE(WS-OUT-IDX) = BRG-TYPE
                       OR (WS-OUT-T-TYPE(WS-OUT-IDX) = "B"
                           AND BRG-TYPE = SPACE))
                   MOVE "Y" TO WS-TROUVE
                   MOVE "Y" TO WS-OUT-T-USED(WS-OUT-IDX)
                   MOVE WS-OUT-T-TIME(WS-OUT-IDX) TO WS-TIME-OUT
               ELSE
                   ADD 1 TO WS-OUT-IDX
               END-IF
           END-PERFORM.

      * Mesure le séjour rapproché ; sans heure d'arrivée exploitable
      * ou avec une sortie antérieure à l'arrivée, il est compté sans
      * durée. Un séjour mesuré est cumulé par site et par type, puis
      * contrôlé contre la durée admise du site
       2400-MESURER-SEJOUR.
           MOVE "N" TO WS-STAY-KNOWN
           IF BRG-TIME-IN IS NUMERIC AND WS-TIME-OUT IS NUMERIC
               MOVE BRG-TIME-IN TO WS-HHMM-X
               COMPUTE WS-MIN-IN = WS-HHMM-HH * 60 + WS-HHMM-MN
               MOVE WS-TIME-OUT TO WS-HHMM-X
               COMPUTE WS-MIN-OUT = WS-HHMM-HH * 60 + WS-HHMM-MN
               IF WS-MIN-OUT >= WS-MIN-IN
                   MOVE "Y" TO WS-STAY-KNOWN
                   COMPUTE WS-STAY-MIN = WS-MIN-OUT - WS-MIN-IN
               END-IF
           END-IF
           IF WS-STAY-KNOWN = "N"
               ADD 1 TO WS-TOT-UNKNOWN
           ELSE
               ADD 1 TO WS-TOT-STAYS
               ADD 1 TO WS-SITE-T-STAYS(WS-SITE-IDX)
               ADD WS-STAY-MIN TO WS-SITE-T-TOTAL(WS-SITE-IDX)
               IF WS-STAY-MIN > WS-SITE-T-LONGEST(WS-SITE-IDX)
                   MOVE WS-STAY-MIN TO WS-SITE-T-LONGEST(WS-SITE-IDX)
               END-IF
               IF BRG-TYPE = "P"
                   MOVE "PASSE" TO WS-CUR-TYPE
               ELSE
                   MOVE BRG-VISIT-TYPE TO WS-CUR-TYPE
                   IF WS-CUR-TYPE = SPACES
                       MOVE "INCONNU" TO WS-CUR-TYPE
                   END-IF
               END-IF
               PERFORM 2750-CHERCHER-TYPE
               ADD 1 TO WS-TYPE-T-STAYS(WS-TYPE-IDX)
               ADD WS-STAY-MIN TO WS-TYPE-T-TOTAL(WS-TYPE-IDX)
               IF WS-STAY-MIN > WS-TYPE-T-LONGEST(WS-TYPE-IDX)
                   MOVE WS-STAY-MIN TO WS-TYPE-T-LONGEST(WS-TYPE-IDX)
               END-IF
               IF WS-SITE-T-ALLOWED(WS-SITE-IDX) > ZERO
                   AND WS-STAY-MIN > WS-SITE-T-ALLOWED(WS-SITE-IDX)
                   PERFORM 2500-ECRIRE-DEPASSEMENT
               END-IF
           END-IF.

      * Un dépassement part directement dans le rapport, dans l'ordre
      * chronologique du registre, et compte pour le visiteur : date,
      * numéro, visiteur, site, arrivée-sortie, durée/durée admise
       2500-ECRIRE-DEPASSEMENT.
           ADD 1 TO WS-TOT-OVER
           ADD 1 TO WS-SITE-T-OVER(WS-SITE-IDX)
           PERFORM 2800-CHERCHER-PERSONNE
           ADD 1 TO WS-PERS-T-OVER(WS-PERS-IDX)
           MOVE BRG-BADGE-NUMBER TO WS-BADGE-NUM-ED
           MOVE SPACES TO STAY-LINE
           STRING "  " BRG-DATE " " WS-BADGE-NUM-ED " "
               FUNCTION TRIM(WS-PERS-KEY)
               " " WS-CUR-SITE " " BRG-TIME-IN "-" WS-TIME-OUT
               " " WS-STAY-MIN "/" WS-SITE-T-ALLOWED(WS-SITE-IDX)
               " min" INTO STAY-LINE
           WRITE STAY-LINE.

      * Badge du jour jamais rendu : noté dans le fichier de travail
      * pour la liste par journée, compté pour le site et le visiteur
       2600-NOTER-NON-RENDU.
           ADD 1 TO WS-TOT-LOST
           ADD 1 TO WS-SITE-T-LOST(WS-SITE-IDX)
           PERFORM 2800-CHERCHER-PERSONNE
           ADD 1 TO WS-PERS-T-LOST(WS-PERS-IDX)
           MOVE BRG-DATE TO WRK-DATE
           MOVE BRG-BADGE-NUMBER TO WRK-BADGE-NUMBER
           MOVE BRG-PRENOM TO WRK-PRENOM
           MOVE BRG-NOM TO WRK-NOM
           MOVE WS-CUR-SITE TO WRK-SITE-CODE
           WRITE WORK-LINE.

      * Retrouve (ou crée) la ligne de cumul du site ; à la création,
      * la durée admise est lue au référentiel quand il est chargé
       2700-CHERCHER-SITE.
           MOVE ZERO TO WS-SITE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SITE-COUNT
               IF WS-SITE-T-CODE(WS-SCAN-IDX) = WS-CUR-SITE
                   MOVE WS-SCAN-IDX TO WS-SITE-IDX
                   MOVE WS-SITE-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-SITE-IDX = ZERO
               IF WS-SITE-COUNT >= WS-SITE-MAX
                   MOVE "Table des sites pleine (voir WS-SITE-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO WS-SITE-IDX
               INITIALIZE WS-SITE-ENTRY(WS-SITE-IDX)
               MOVE WS-CUR-SITE TO WS-SITE-T-CODE(WS-SITE-IDX)
               IF WS-REF-AVAILABLE = "Y"
                   MOVE "S" TO REF-TYPE
                   MOVE WS-CUR-SITE TO REF-CODE
                   READ REF-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REF-MAX-STAY
                               TO WS-SITE-T-ALLOWED(WS-SITE-IDX)
                   END-READ
               END-IF
           END-IF.

      * Retrouve (ou crée) la ligne de cumul du type de visite
       2750-CHERCHER-TYPE.
           MOVE ZERO TO WS-TYPE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TYPE-COUNT
               IF WS-TYPE-T-CODE(WS-SCAN-IDX) = WS-CUR-TYPE
                   MOVE WS-SCAN-IDX TO WS-TYPE-IDX
                   MOVE WS-TYPE-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-TYPE-IDX = ZERO
               IF WS-TYPE-COUNT >= WS-TYPE-MAX
                   MOVE "Table des types pleine (voir WS-TYPE-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-IDX
               INITIALIZE WS-TYPE-ENTRY(WS-TYPE-IDX)
               MOVE WS-CUR-TYPE TO WS-TYPE-T-CODE(WS-TYPE-IDX)
           END-IF.

      * Retrouve (ou crée) la ligne d'incidents du visiteur courant
       2800-CHERCHER-PERSONNE.
           MOVE ZERO TO WS-PERS-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PERS-COUNT
               IF WS-PERS-T-KEY(WS-SCAN-IDX) = WS-PERS-KEY
                   MOVE WS-SCAN-IDX TO WS-PERS-IDX
                   MOVE WS-PERS-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-PERS-IDX = ZERO
               IF WS-PERS-COUNT >= WS-PERS-MAX
                   MOVE "Table des visiteurs pleine (voir WS-PERS-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-PERS-COUNT
               MOVE WS-PERS-COUNT TO WS-PERS-IDX
               INITIALIZE WS-PERS-ENTRY(WS-PERS-IDX)
               MOVE WS-PERS-KEY TO WS-PERS-T-KEY(WS-PERS-IDX)
           END-IF.

      * Recopie les badges non rendus dans le rapport, regroupés par
      * journée (le fichier de travail suit l'ordre du registre), avec
      * le total de chaque journée
       3000-ECRIRE-NON-RENDUS.
           MOVE "Badges non rendus par journee :" TO STAY-LINE
           WRITE STAY-LINE
           OPEN INPUT WORK-IO
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Impossible de relire WORK-IO (STAYWRK.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE SPACES TO WS-LOST-DAY
           MOVE ZERO TO WS-LOST-DAY-COUNT
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ WORK-IO
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WRK-DATE NOT = WS-LOST-DAY
                           PERFORM 3050-CLORE-JOURNEE
                           MOVE WRK-DATE TO WS-LOST-DAY
                           MOVE SPACES TO STAY-LINE
                           STRING "  Journee du " WRK-DATE
                               INTO STAY-LINE
                           WRITE STAY-LINE
                       END-IF
                       ADD 1 TO WS-LOST-DAY-COUNT
                       MOVE WRK-BADGE-NUMBER TO WS-BADGE-NUM-ED
                       MOVE SPACES TO STAY-LINE
                       STRING "    BADGE " WS-BADGE-NUM-ED " "
                           FUNCTION TRIM(WRK-PRENOM) " "
                           FUNCTION TRIM(WRK-NOM)
                           "  site " WRK-SITE-CODE
                           INTO STAY-LINE
                       WRITE STAY-LINE
               END-READ
           END-PERFORM
           PERFORM 3050-CLORE-JOURNEE
           CLOSE WORK-IO.

       3050-CLORE-JOURNEE.
           IF WS-LOST-DAY-COUNT > ZERO
               MOVE SPACES TO STAY-LINE
               STRING "    Total de la journee : " WS-LOST-DAY-COUNT
                   " badge(s) non rendu(s)" INTO STAY-LINE
               WRITE STAY-LINE
               MOVE ZERO TO WS-LOST-DAY-COUNT
           END-IF.

      * Durée moyenne et maximale des séjours par site, avec la durée
      * admise et les incidents du site
       3200-ECRIRE-SEJOURS-PAR-SITE.
           MOVE "Sejours par site (durees en minutes) :" TO STAY-LINE
           WRITE STAY-LINE
           MOVE 1 TO WS-SITE-IDX
           PERFORM UNTIL WS-SITE-IDX > WS-SITE-COUNT
               IF WS-SITE-T-STAYS(WS-SITE-IDX) > ZERO
                   COMPUTE WS-AVG-MIN ROUNDED =
                       WS-SITE-T-TOTAL(WS-SITE-IDX)
                       / WS-SITE-T-STAYS(WS-SITE-IDX)
               ELSE
                   MOVE ZERO TO WS-AVG-MIN
               END-IF
               MOVE SPACES TO STAY-LINE
               STRING "  Site " WS-SITE-T-CODE(WS-SITE-IDX)
                   " : sejours " WS-SITE-T-STAYS(WS-SITE-IDX)
                   " moyenne " WS-AVG-MIN
                   " maximum " WS-SITE-T-LONGEST(WS-SITE-IDX)
                   INTO STAY-LINE
               WRITE STAY-LINE
               MOVE SPACES TO STAY-LINE
               STRING "    admis " WS-SITE-T-ALLOWED(WS-SITE-IDX)
                   " depassements " WS-SITE-T-OVER(WS-SITE-IDX)
                   " non rendus " WS-SITE-T-LOST(WS-SITE-IDX)
                   INTO STAY-LINE
               WRITE STAY-LINE
               ADD 1 TO WS-SITE-IDX
           END-PERFORM.

      * Durée moyenne et maximale des séjours par type de visite
       3300-ECRIRE-SEJOURS-PAR-TYPE.
           MOVE "Sejours par type de visite (durees en minutes) :"
               TO STAY-LINE
           WRITE STAY-LINE
           MOVE 1 TO WS-TYPE-IDX
           PERFORM UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               COMPUTE WS-AVG-MIN ROUNDED =
                   WS-TYPE-T-TOTAL(WS-TYPE-IDX)
                   / WS-TYPE-T-STAYS(WS-TYPE-IDX)
               MOVE SPACES TO STAY-LINE
               STRING "  " WS-TYPE-T-CODE(WS-TYPE-IDX)
                   " : sejours " WS-TYPE-T-STAYS(WS-TYPE-IDX)
                   " moyenne " WS-AVG-MIN
                   " maximum " WS-TYPE-T-LONGEST(WS-TYPE-IDX)
                   INTO STAY-LINE
               WRITE STAY-LINE
               ADD 1 TO WS-TYPE-IDX
           END-PERFORM.

      * Visiteurs qui cumulent au moins WS-RECID-SEUIL incidents sur
      * la plage
       3400-ECRIRE-RECIDIVISTES.
           MOVE SPACES TO STAY-LINE
           STRING "Recidivistes (au moins " WS-RECID-SEUIL
               " incidents) :" INTO STAY-LINE
           WRITE STAY-LINE
           MOVE 1 TO WS-PERS-IDX
           PERFORM UNTIL WS-PERS-IDX > WS-PERS-COUNT
               COMPUTE WS-PERS-TOTAL = WS-PERS-T-OVER(WS-PERS-IDX)
                   + WS-PERS-T-LOST(WS-PERS-IDX)
               IF WS-PERS-TOTAL >= WS-RECID-SEUIL
                   ADD 1 TO WS-RECID-COUNT
                   MOVE SPACES TO STAY-LINE
                   STRING "  " FUNCTION TRIM(WS-PERS-T-KEY(WS-PERS-IDX))
                       " : depassements " WS-PERS-T-OVER(WS-PERS-IDX)
                       " non rendus " WS-PERS-T-LOST(WS-PERS-IDX)
                       INTO STAY-LINE
                   WRITE STAY-LINE
               END-IF
               ADD 1 TO WS-PERS-IDX
           END-PERFORM.

       3500-ECRIRE-TOTAUX.
           MOVE SPACES TO STAY-LINE
           STRING "Journees couvertes : " WS-DAY-COUNT
               INTO STAY-LINE
           WRITE STAY-LINE
           MOVE SPACES TO STAY-LINE
           STRING "Entrees au registre : " WS-TOT-ENTRIES
               INTO STAY-LINE
           WRITE STAY-LINE
           MOVE SPACES TO STAY-LINE
           STRING "Sejours mesures : " WS-TOT-STAYS
               INTO STAY-LINE
           WRITE STAY-LINE
           MOVE SPACES TO STAY-LINE
           STRING "Sejours sans duree exploitable : " WS-TOT-UNKNOWN
               INTO STAY-LINE
           WRITE STAY-LINE
           MOVE SPACES TO STAY-LINE
           STRING "Passes sans sortie pointee : " WS-TOT-PASS-OPEN
               INTO STAY-LINE
           WRITE STAY-LINE
           MOVE SPACES TO STAY-LINE
           STRING "Badges du jour sans sortie pointee (encore sur "
               "site) : " WS-TOT-STILL-OUT INTO STAY-LINE
           WRITE STAY-LINE
           MOVE SPACES TO STAY-LINE
           STRING "Total des depassements : " WS-TOT-OVER
               INTO STAY-LINE
           WRITE STAY-LINE
           MOVE SPACES TO STAY-LINE
           STRING "Total des badges non rendus : " WS-TOT-LOST
               INTO STAY-LINE
           WRITE STAY-LINE
           MOVE SPACES TO STAY-LINE
           STRING "Total des recidivistes : " WS-RECID-COUNT
               INTO STAY-LINE
           WRITE STAY-LINE.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
