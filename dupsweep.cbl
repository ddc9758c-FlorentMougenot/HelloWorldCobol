      * Balayage des doublons probables d'identité. HIST-KEY, PASS-KEY
      * et VIP-KEY sont la chaîne littérale "PRENOM NOM" : "Jean-Luc
      * Dupont", "Jean Luc DUPONT" et "Jean-Luc Dupond" cumulent des
      * compteurs de visites séparés, manquent la formule "welcome
      * back" qui leur revient et peuvent même passer à côté d'une
      * fiche DNA de la liste de surveillance. histmnt sait fusionner
      * deux fiches, encore faut-il savoir lesquelles. Ce programme
      * relit l'historique (HISTORY.DAT), l'archive (HISTARCH.DAT),
      * les passes (PASSFILE.DAT) et la liste de surveillance
      * (VIPLIST.DAT), recense chaque identité distincte avec les
      * fichiers où elle figure, puis rapproche les identités deux à
      * deux après pliage : majuscules, accents retirés, tirets,
      * apostrophes et espaces ignorés. Chaque rapprochement reçoit un
      * score sur 100 :
      *   095  mêmes lettres une fois pliées (casse, accents, tirets)
      *   085  mêmes mots dans un autre ordre (prénom et nom inversés)
      *   070  une lettre d'écart (faute de frappe, lettre inversée)
      *   065  une lettre d'écart, prénom et nom inversés
      * Il produit :
      *   - DUPSWEEP.RPT, la liste de revue de tous les rapprochements ;
      *   - DUPPROP.DAT, les propositions de fusion pour les paires
      *     dont les deux clés sont dans l'historique, relues par
      *     l'option de fusion sur propositions de histmnt (chaque
      *     fusion y est confirmée une par une par l'opérateur) ;
      *   - DUPDNA.RPT, à part, les rapprochements avec une fiche DNA :
      *     ils relèvent de la sûreté, pas d'une fusion, et ne sont
      *     jamais proposés.
      * Le recensement passe par un fichier de travail indexé
      * (SWPWRK.DAT) pour ne garder qu'une entrée par clé, quel que
      * soit le nombre de fichiers où elle figure.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupsweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historique des visites entretenu par hello.cbl
           SELECT HISTORY-FILE ASSIGN TO "data/HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      * Archive des fiches purgées par histpurge ; la même clé peut y
      * figurer plusieurs fois
           SELECT HISTARCH-IN ASSIGN TO "data/HISTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTARCH-STATUS.

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

      * Fichier de travail indexé : une entrée par identité distincte,
      * avec les fichiers où elle figure ; reconstruit à chaque passage
           SELECT SWPWRK-FILE ASSIGN TO "data/SWPWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWP-KEY
               FILE STATUS IS WS-SWPWRK-STATUS.

      * Liste de revue de tous les rapprochements
           SELECT REVIEW-OUT ASSIGN TO "data/DUPSWEEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-OUT-STATUS.

      * Propositions de fusion pour histmnt
           SELECT PROP-OUT ASSIGN TO "data/DUPPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-OUT-STATUS.

      * Rapprochements avec une fiche DNA, remis à la sûreté
           SELECT DNA-OUT ASSIGN TO "data/DUPDNA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNA-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY HISTORY-REC.

       FD  HISTARCH-IN.
           COPY HISTORY-REC
               REPLACING ==HISTORY-REC== BY ==ARCHIVE-REC==
               ==HIST-KEY==             BY ==ARCH-KEY==
               ==HIST-VISIT-COUNT==     BY ==ARCH-VISIT-COUNT==
               ==HIST-LAST-VISIT-DATE== BY ==ARCH-LAST-VISIT-DATE==.

       FD  PASS-FILE.
           COPY PASS-REC.

       FD  VIP-FILE.
           COPY VIP-REC.

       FD  SWPWRK-FILE.
       01  SWPWRK-REC.
           05 SWP-KEY          PIC X(41).
      * Une position par fichier source : H historique, A archive,
      * P passes, V liste de surveillance ("-" = absente)
           05 SWP-SOURCES      PIC X(4).
           05 SWP-VIP-CATEGORY PIC X(4).
           05 SWP-VISIT-COUNT  PIC 9(5).
           05 SWP-LAST-VISIT   PIC X(8).

       FD  REVIEW-OUT.
       01  REVIEW-LINE PIC X(80).

       FD  PROP-OUT.
           COPY DUPPROP-REC.

       FD  DNA-OUT.
       01  DNA-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-HISTARCH-STATUS PIC X(2) VALUE "00".
       01 WS-PASS-STATUS PIC X(2) VALUE "00".
       01 WS-VIP-STATUS PIC X(2) VALUE "00".
       01 WS-SWPWRK-STATUS PIC X(2) VALUE "00".
       01 WS-REVIEW-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-PROP-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-DNA-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".

      * Date du balayage, pour l'en-tête des listes
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM   PIC 9(2).
           05 WS-RUN-DD   PIC 9(2).

      * Identité en cours de recensement : clé, position de la source
      * dans SWP-SOURCES et lettre de la source, catégorie VIP et
      * compteur de visites quand la source les porte
       01 WS-CUR-KEY PIC X(41) VALUE SPACES.
       01 WS-CUR-SRC-POS PIC 9 VALUE ZERO.
       01 WS-CUR-SRC-CODE PIC X VALUE SPACE.
       01 WS-CUR-CATEGORY PIC X(4) VALUE SPACES.
       01 WS-CUR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CUR-DATE PIC X(8) VALUE SPACES.

      * Libellé de chaque fichier source absent, pour l'en-tête de la
      * liste de revue
       01 WS-SRC-LABEL PIC X(12) VALUE SPACES.
       01 WS-SRC-SKIPPED PIC 9 VALUE ZERO.
       01 WS-SRC-SKIP-TABLE.
           05 WS-SRC-SKIP-NAME PIC X(12) OCCURS 4 TIMES.

      * Identités distinctes chargées en mémoire depuis le fichier de
      * travail, avec leurs formes pliées : lettres seules à la suite
      * (WS-ID-T-FOLD) et mots rangés par ordre alphabétique puis mis
      * à la suite (WS-ID-T-SORTED), chacune avec sa longueur. La
      * table est dimensionnée large ; un dépassement arrête le
      * balayage plutôt que d'ignorer une partie des fiches
       01 WS-ID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ID-MAX PIC 9(5) VALUE 10000.
       01 WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 10000 TIMES.
               10 WS-ID-T-KEY        PIC X(41).
               10 WS-ID-T-SOURCES    PIC X(4).
               10 WS-ID-T-CATEGORY   PIC X(4).
               10 WS-ID-T-COUNT      PIC 9(5).
               10 WS-ID-T-DATE       PIC X(8).
               10 WS-ID-T-FOLD       PIC X(41).
               10 WS-ID-T-FOLD-LEN   PIC 9(2).
               10 WS-ID-T-SORTED     PIC X(41).
       01 WS-I PIC 9(5) VALUE ZERO.
       01 WS-J PIC 9(5) VALUE ZERO.

      * Pliage d'une clé : table de correspondance des lettres
      * accentuées codées sur deux octets (premier octet X"C3", second
      * octet de X"80" à X"BF"), découpage en mots et mise à la suite
       01 WS-ACCENT-TABLE.
           05 FILLER PIC X(32) VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
           05 FILLER PIC X(32) VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".
       01 WS-ACCENT-MAP REDEFINES WS-ACCENT-TABLE PIC X(64).
       01 WS-FOLD-IN PIC X(41) VALUE SPACES.
       01 WS-FOLD-UP PIC X(41) VALUE SPACES.
       01 WS-FOLD-POS PIC 9(2) VALUE ZERO.
       01 WS-FOLD-CHAR PIC X VALUE SPACE.
       01 WS-FOLD-ORD PIC 9(3) VALUE ZERO.
       01 WS-FOLD-OUT PIC X(41) VALUE SPACES.
       01 WS-FOLD-SORTED PIC X(41) VALUE SPACES.
       01 WS-FOLD-PTR PIC 9(2) VALUE ZERO.
       01 WS-FOLD-LEN PIC 9(2) VALUE ZERO.
       01 WS-TOK-COUNT PIC 9 VALUE ZERO.
       01 WS-TOK-LEN PIC 9(2) VALUE ZERO.
       01 WS-TOK-TABLE.
           05 WS-TOK PIC X(20) OCCURS 8 TIMES.
       01 WS-TOK-IDX PIC 9 VALUE ZERO.
       01 WS-TOK-SCAN PIC 9 VALUE ZERO.
       01 WS-TOK-SWAP PIC X(20) VALUE SPACES.

      * Comparaison "une lettre d'écart" entre deux formes pliées ;
      * en dessous de WS-NEAR-MIN-LEN lettres, une lettre d'écart
      * rapproche trop de noms courts différents et n'est pas retenue
       01 WS-CMP-A PIC X(41) VALUE SPACES.
       01 WS-CMP-B PIC X(41) VALUE SPACES.
       01 WS-CMP-SWAP PIC X(41) VALUE SPACES.
       01 WS-CMP-A-LEN PIC 9(2) VALUE ZERO.
       01 WS-CMP-B-LEN PIC 9(2) VALUE ZERO.
       01 WS-CMP-LEN-SWAP PIC 9(2) VALUE ZERO.
       01 WS-CMP-POS-A PIC 9(2) VALUE ZERO.
       01 WS-CMP-POS-B PIC 9(2) VALUE ZERO.
       01 WS-CMP-DIFFS PIC 9(2) VALUE ZERO.
       01 WS-CMP-FIRST PIC 9(2) VALUE ZERO.
       01 WS-CMP-SECOND PIC 9(2) VALUE ZERO.
       01 WS-CMP-SKIPPED PIC X VALUE "N".
       01 WS-NEAR PIC X VALUE "N".
       01 WS-NEAR-MIN-LEN PIC 9(2) VALUE 6.
       01 WS-LEN-DIFF PIC S9(3) VALUE ZERO.

      * Rapprochement retenu pour la paire courante
       01 WS-SCORE PIC 9(3) VALUE ZERO.
       01 WS-REASON PIC X(24) VALUE SPACES.
       01 WS-IS-DNA PIC X VALUE "N".
       01 WS-KEEP-IDX PIC 9(5) VALUE ZERO.
       01 WS-DROP-IDX PIC 9(5) VALUE ZERO.
       01 WS-LINE-IDX PIC 9(5) VALUE ZERO.

      * Compteurs du résumé de fin de balayage
       01 WS-MATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PROP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DNA-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ID-COUNT-ED PIC 9(5) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           PERFORM 1000-OUVRIR-TRAVAIL
           PERFORM 1100-RECENSER-HISTORIQUE
           PERFORM 1200-RECENSER-ARCHIVE
           PERFORM 1300-RECENSER-PASSES
           PERFORM 1400-RECENSER-SURVEILLANCE
           PERFORM 1600-CHARGER-TABLE
           PERFORM 1700-OUVRIR-SORTIES
           PERFORM 2000-COMPARER-IDENTITES
           PERFORM 3000-ECRIRE-TOTAUX
           CLOSE REVIEW-OUT
           CLOSE PROP-OUT
           CLOSE DNA-OUT
           DISPLAY "dupsweep : " WS-ID-COUNT-ED " identite(s), "
               WS-MATCH-COUNT " rapprochement(s), " WS-PROP-COUNT
               " proposition(s), " WS-DNA-COUNT " proche(s) DNA"

      * Fin du programme
           STOP RUN.

      * Recrée le fichier de travail vide et le rouvre en
      * lecture/écriture pour le recensement
       1000-OUVRIR-TRAVAIL.
           OPEN OUTPUT SWPWRK-FILE
           IF WS-SWPWRK-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir SWPWRK-FILE (SWPWRK.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           CLOSE SWPWRK-FILE
           OPEN I-O SWPWRK-FILE
           IF WS-SWPWRK-STATUS NOT = "00"
               MOVE "Impossible de rouvrir SWPWRK-FILE (SWPWRK.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Chaque source est facultative : un fichier absent (statut 35)
      * est noté dans l'en-tête de la liste de revue et le balayage
      * continue sur les autres ; tout autre statut l'arrête
       1100-RECENSER-HISTORIQUE.
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   MOVE 1 TO WS-CUR-SRC-POS
                   MOVE "H" TO WS-CUR-SRC-CODE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ HISTORY-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE HIST-KEY TO WS-CUR-KEY
                               MOVE SPACES TO WS-CUR-CATEGORY
                               MOVE HIST-VISIT-COUNT TO WS-CUR-COUNT
                               MOVE HIST-LAST-VISIT-DATE
                                   TO WS-CUR-DATE
                               PERFORM 1500-NOTER-IDENTITE
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               WHEN "35"
                   MOVE "HISTORY.DAT" TO WS-SRC-LABEL
                   PERFORM 1550-NOTER-SOURCE-ABSENTE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir HISTORY-FILE (HISTORY.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       1200-RECENSER-ARCHIVE.
           OPEN INPUT HISTARCH-IN
           EVALUATE WS-HISTARCH-STATUS
               WHEN "00"
                   MOVE 2 TO WS-CUR-SRC-POS
                   MOVE "A" TO WS-CUR-SRC-CODE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ HISTARCH-IN
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE ARCH-KEY TO WS-CUR-KEY
                               MOVE SPACES TO WS-CUR-CATEGORY
                               MOVE ZERO TO WS-CUR-COUNT
                               MOVE SPACES TO WS-CUR-DATE
                               PERFORM 1500-NOTER-IDENTITE
                       END-READ
                   END-PERFORM
                   CLOSE HISTARCH-IN
               WHEN "35"
                   MOVE "HISTARCH.DAT" TO WS-SRC-LABEL
                   PERFORM 1550-NOTER-SOURCE-ABSENTE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir HISTARCH-IN (HISTARCH.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       1300-RECENSER-PASSES.
           OPEN INPUT PASS-FILE
           EVALUATE WS-PASS-STATUS
               WHEN "00"
                   MOVE 3 TO WS-CUR-SRC-POS
                   MOVE "P" TO WS-CUR-SRC-CODE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ PASS-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE PASS-KEY TO WS-CUR-KEY
                               MOVE SPACES TO WS-CUR-CATEGORY
                               MOVE ZERO TO WS-CUR-COUNT
                               MOVE SPACES TO WS-CUR-DATE
                               PERFORM 1500-NOTER-IDENTITE
                       END-READ
                   END-PERFORM
                   CLOSE PASS-FILE
               WHEN "35"
                   MOVE "PASSFILE.DAT" TO WS-SRC-LABEL
                   PERFORM 1550-NOTER-SOURCE-ABSENTE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir PASS-FILE (PASSFILE.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       1400-RECENSER-SURVEILLANCE.
           OPEN INPUT VIP-FILE
           EVALUATE WS-VIP-STATUS
               WHEN "00"
                   MOVE 4 TO WS-CUR-SRC-POS
                   MOVE "V" TO WS-CUR-SRC-CODE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ VIP-FILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE VIP-KEY TO WS-CUR-KEY
                               MOVE VIP-CATEGORY TO WS-CUR-CATEGORY
                               MOVE ZERO TO WS-CUR-COUNT
                               MOVE SPACES TO WS-CUR-DATE
                               PERFORM 1500-NOTER-IDENTITE
                       END-READ
                   END-PERFORM
                   CLOSE VIP-FILE
               WHEN "35"
                   MOVE "VIPLIST.DAT" TO WS-SRC-LABEL
                   PERFORM 1550-NOTER-SOURCE-ABSENTE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir VIP-FILE (VIPLIST.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

      * Range l'identité courante dans le fichier de travail : une clé
      * déjà vue reçoit simplement la marque de la source, les
      * données propres à la source (catégorie VIP, compteur et date
      * de l'historique) complètent l'entrée
       1500-NOTER-IDENTITE.
           IF WS-CUR-KEY NOT = SPACES
               MOVE WS-CUR-KEY TO SWP-KEY
               READ SWPWRK-FILE
                   INVALID KEY
                       MOVE "----" TO SWP-SOURCES
                       MOVE SPACES TO SWP-VIP-CATEGORY
                       MOVE ZERO TO SWP-VISIT-COUNT
                       MOVE SPACES TO SWP-LAST-VISIT
                       PERFORM 1510-COMPLETER-IDENTITE
                       WRITE SWPWRK-REC
                   NOT INVALID KEY
                       PERFORM 1510-COMPLETER-IDENTITE
                       REWRITE SWPWRK-REC
               END-READ
           END-IF.

       1510-COMPLETER-IDENTITE.
           MOVE WS-CUR-SRC-CODE TO SWP-SOURCES(WS-CUR-SRC-POS:1)
           IF WS-CUR-CATEGORY NOT = SPACES
               MOVE WS-CUR-CATEGORY TO SWP-VIP-CATEGORY
           END-IF
           IF WS-CUR-SRC-CODE = "H"
               MOVE WS-CUR-COUNT TO SWP-VISIT-COUNT
               MOVE WS-CUR-DATE TO SWP-LAST-VISIT
           END-IF.

       1550-NOTER-SOURCE-ABSENTE.
           ADD 1 TO WS-SRC-SKIPPED
           MOVE WS-SRC-LABEL TO WS-SRC-SKIP-NAME(WS-SRC-SKIPPED).

      * Relit le fichier de travail dans l'ordre des clés et plie
      * chaque identité pour la comparaison
       1600-CHARGER-TABLE.
           MOVE LOW-VALUES TO SWP-KEY
           START SWPWRK-FILE KEY IS NOT LESS THAN SWP-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SWPWRK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM 1650-RANGER-IDENTITE
               END-READ
           END-PERFORM
           CLOSE SWPWRK-FILE.

       1650-RANGER-IDENTITE.
           IF WS-ID-COUNT >= WS-ID-MAX
               MOVE "Table des identites pleine (voir WS-ID-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-ID-COUNT
           MOVE SWP-KEY TO WS-ID-T-KEY(WS-ID-COUNT)
           MOVE SWP-SOURCES TO WS-ID-T-SOURCES(WS-ID-COUNT)
           MOVE SWP-VIP-CATEGORY TO WS-ID-T-CATEGORY(WS-ID-COUNT)
           MOVE SWP-VISIT-COUNT TO WS-ID-T-COUNT(WS-ID-COUNT)
           MOVE SWP-LAST-VISIT TO WS-ID-T-DATE(WS-ID-COUNT)
           MOVE SWP-KEY TO WS-FOLD-IN
           PERFORM 2500-PLIER-CLE
           MOVE WS-FOLD-OUT TO WS-ID-T-FOLD(WS-ID-COUNT)
           MOVE WS-FOLD-LEN TO WS-ID-T-FOLD-LEN(WS-ID-COUNT)
           MOVE WS-FOLD-SORTED TO WS-ID-T-SORTED(WS-ID-COUNT).

      * Ouvre les trois sorties et écrit leurs en-têtes
       1700-OUVRIR-SORTIES.
           OPEN OUTPUT REVIEW-OUT
           IF WS-REVIEW-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir REVIEW-OUT (DUPSWEEP.RPT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT PROP-OUT
           IF WS-PROP-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir PROP-OUT (DUPPROP.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT DNA-OUT
           IF WS-DNA-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir DNA-OUT (DUPDNA.RPT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE SPACES TO REVIEW-LINE
           STRING "Doublons probables d'identite au " WS-RUN-YYYY "-"
               WS-RUN-MM "-" WS-RUN-DD INTO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE "Sources : H historique, A archive, P passes, V liste"
               TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE 1 TO WS-TOK-IDX
           PERFORM UNTIL WS-TOK-IDX > WS-SRC-SKIPPED
               MOVE SPACES TO REVIEW-LINE
               STRING "Source absente, non balayee : "
                   WS-SRC-SKIP-NAME(WS-TOK-IDX) INTO REVIEW-LINE
               WRITE REVIEW-LINE
               ADD 1 TO WS-TOK-IDX
           END-PERFORM
           MOVE SPACES TO DNA-LINE
           STRING "Identites proches d'une fiche DNA au " WS-RUN-YYYY
               "-" WS-RUN-MM "-" WS-RUN-DD INTO DNA-LINE
           WRITE DNA-LINE.

      * Compare chaque identité à toutes celles qui la suivent dans
      * la table
       2000-COMPARER-IDENTITES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-ID-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J >= WS-ID-COUNT
                   PERFORM 2100-COMPARER-PAIRE
               END-PERFORM
           END-PERFORM.

      * Compare la paire (WS-I, WS-J + 1) : formes pliées identiques,
      * mots inversés, puis une lettre d'écart sur chacune des deux
      * formes ; la première règle vérifiée donne le score
       2100-COMPARER-PAIRE.
           MOVE ZERO TO WS-SCORE
           ADD 1 TO WS-J GIVING WS-LINE-IDX
           IF WS-ID-T-FOLD-LEN(WS-I) = ZERO
               OR WS-ID-T-FOLD-LEN(WS-LINE-IDX) = ZERO
               CONTINUE
           ELSE
               IF WS-ID-T-FOLD(WS-I) = WS-ID-T-FOLD(WS-LINE-IDX)
                   MOVE 95 TO WS-SCORE
                   MOVE "casse, accents, tirets" TO WS-REASON
               ELSE
                   IF WS-ID-T-SORTED(WS-I)
                       = WS-ID-T-SORTED(WS-LINE-IDX)
                       MOVE 85 TO WS-SCORE
                       MOVE "prenom et nom inverses" TO WS-REASON
                   ELSE
                       PERFORM 2150-COMPARER-A-UNE-LETTRE
                   END-IF
               END-IF
           END-IF
           IF WS-SCORE > ZERO
               PERFORM 2400-ECRIRE-RAPPROCHEMENT
           END-IF.

      * Une lettre d'écart : seules les formes de longueurs voisines
      * (au plus une lettre de différence) sont examinées
       2150-COMPARER-A-UNE-LETTRE.
           COMPUTE WS-LEN-DIFF = WS-ID-T-FOLD-LEN(WS-I)
               - WS-ID-T-FOLD-LEN(WS-LINE-IDX)
           IF WS-LEN-DIFF >= -1 AND WS-LEN-DIFF <= 1
               AND WS-ID-T-FOLD-LEN(WS-I) >= WS-NEAR-MIN-LEN
               AND WS-ID-T-FOLD-LEN(WS-LINE-IDX) >= WS-NEAR-MIN-LEN
               MOVE WS-ID-T-FOLD(WS-I) TO WS-CMP-A
               MOVE WS-ID-T-FOLD-LEN(WS-I) TO WS-CMP-A-LEN
               MOVE WS-ID-T-FOLD(WS-LINE-IDX) TO WS-CMP-B
               MOVE WS-ID-T-FOLD-LEN(WS-LINE-IDX) TO WS-CMP-B-LEN
               PERFORM 2300-UNE-LETTRE-D-ECART
               IF WS-NEAR = "Y"
                   MOVE 70 TO WS-SCORE
                   MOVE "une lettre d'ecart" TO WS-REASON
               ELSE
                   MOVE WS-ID-T-SORTED(WS-I) TO WS-CMP-A
                   MOVE WS-ID-T-FOLD-LEN(WS-I) TO WS-CMP-A-LEN
                   MOVE WS-ID-T-SORTED(WS-LINE-IDX) TO WS-CMP-B
                   MOVE WS-ID-T-FOLD-LEN(WS-LINE-IDX) TO WS-CMP-B-LEN
                   PERFORM 2300-UNE-LETTRE-D-ECART
                   IF WS-NEAR = "Y"
                       MOVE 65 TO WS-SCORE
                       MOVE "une lettre, mots inverses" TO WS-REASON
                   END-IF
               END-IF
           END-IF.

      * WS-NEAR passe à "Y" quand WS-CMP-A et WS-CMP-B ne diffèrent
      * que d'une lettre : remplacée, ajoutée ou retirée, ou deux
      * lettres voisines inversées
       2300-UNE-LETTRE-D-ECART.
           MOVE "N" TO WS-NEAR
           IF WS-CMP-A-LEN = WS-CMP-B-LEN
               MOVE ZERO TO WS-CMP-DIFFS
               MOVE ZERO TO WS-CMP-FIRST
               MOVE ZERO TO WS-CMP-SECOND
               PERFORM VARYING WS-CMP-POS-A FROM 1 BY 1
                       UNTIL WS-CMP-POS-A > WS-CMP-A-LEN
                       OR WS-CMP-DIFFS > 2
                   IF WS-CMP-A(WS-CMP-POS-A:1)
                       NOT = WS-CMP-B(WS-CMP-POS-A:1)
                       ADD 1 TO WS-CMP-DIFFS
                       IF WS-CMP-DIFFS = 1
                           MOVE WS-CMP-POS-A TO WS-CMP-FIRST
                       ELSE
                           MOVE WS-CMP-POS-A TO WS-CMP-SECOND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CMP-DIFFS = 1
                   MOVE "Y" TO WS-NEAR
               END-IF
               IF WS-CMP-DIFFS = 2
                   AND WS-CMP-SECOND = WS-CMP-FIRST + 1
                   AND WS-CMP-A(WS-CMP-FIRST:1)
                       = WS-CMP-B(WS-CMP-SECOND:1)
                   AND WS-CMP-A(WS-CMP-SECOND:1)
                       = WS-CMP-B(WS-CMP-FIRST:1)
                   MOVE "Y" TO WS-NEAR
               END-IF
           ELSE
      * Longueurs différentes d'une lettre : la forme la plus longue
      * passe en A, une seule lettre de A peut être sautée
               IF WS-CMP-A-LEN < WS-CMP-B-LEN
                   MOVE WS-CMP-A TO WS-CMP-SWAP
                   MOVE WS-CMP-B TO WS-CMP-A
                   MOVE WS-CMP-SWAP TO WS-CMP-B
                   MOVE WS-CMP-A-LEN TO WS-CMP-LEN-SWAP
                   MOVE WS-CMP-B-LEN TO WS-CMP-A-LEN
                   MOVE WS-CMP-LEN-SWAP TO WS-CMP-B-LEN
               END-IF
               MOVE "Y" TO WS-NEAR
               MOVE "N" TO WS-CMP-SKIPPED
               MOVE 1 TO WS-CMP-POS-A
               MOVE 1 TO WS-CMP-POS-B
               PERFORM UNTIL WS-CMP-POS-B > WS-CMP-B-LEN
                       OR WS-NEAR = "N"
                   IF WS-CMP-A(WS-CMP-POS-A:1)
                       = WS-CMP-B(WS-CMP-POS-B:1)
                       ADD 1 TO WS-CMP-POS-A
                       ADD 1 TO WS-CMP-POS-B
                   ELSE
                       IF WS-CMP-SKIPPED = "Y"
                           MOVE "N" TO WS-NEAR
                       ELSE
                           MOVE "Y" TO WS-CMP-SKIPPED
                           ADD 1 TO WS-CMP-POS-A
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Écrit le rapprochement : avec une fiche DNA il part dans la
      * liste de la sûreté, sinon dans la liste de revue ; quand les
      * deux clés sont dans l'historique, une proposition de fusion
      * est écrite pour histmnt
       2400-ECRIRE-RAPPROCHEMENT.
           MOVE "N" TO WS-IS-DNA
           IF WS-ID-T-CATEGORY(WS-I) = "DNA"
               OR WS-ID-T-CATEGORY(WS-LINE-IDX) = "DNA"
               MOVE "Y" TO WS-IS-DNA
           END-IF
           IF WS-IS-DNA = "Y"
               ADD 1 TO WS-DNA-COUNT
               MOVE SPACES TO DNA-LINE
               STRING "  Score " WS-SCORE " : " WS-REASON
                   INTO DNA-LINE
               WRITE DNA-LINE
               MOVE WS-I TO WS-KEEP-IDX
               PERFORM 2450-FORMER-LIGNE-IDENTITE
               MOVE REVIEW-LINE TO DNA-LINE
               WRITE DNA-LINE
               MOVE WS-LINE-IDX TO WS-KEEP-IDX
               PERFORM 2450-FORMER-LIGNE-IDENTITE
               MOVE REVIEW-LINE TO DNA-LINE
               WRITE DNA-LINE
           ELSE
               ADD 1 TO WS-MATCH-COUNT
               MOVE SPACES TO REVIEW-LINE
               STRING "  Score " WS-SCORE " : " WS-REASON
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               MOVE WS-I TO WS-KEEP-IDX
               PERFORM 2450-FORMER-LIGNE-IDENTITE
               WRITE REVIEW-LINE
               MOVE WS-LINE-IDX TO WS-KEEP-IDX
               PERFORM 2450-FORMER-LIGNE-IDENTITE
               WRITE REVIEW-LINE
               IF WS-ID-T-SOURCES(WS-I)(1:1) = "H"
                   AND WS-ID-T-SOURCES(WS-LINE-IDX)(1:1) = "H"
                   PERFORM 2470-ECRIRE-PROPOSITION
               END-IF
           END-IF.

      * Ligne d'une identité rapprochée : clé, sources, catégorie de
      * la liste de surveillance et visites à l'historique
       2450-FORMER-LIGNE-IDENTITE.
           MOVE SPACES TO REVIEW-LINE
           STRING "      " WS-ID-T-KEY(WS-KEEP-IDX) " "
               WS-ID-T-SOURCES(WS-KEEP-IDX) " "
               WS-ID-T-CATEGORY(WS-KEEP-IDX) " "
               WS-ID-T-COUNT(WS-KEEP-IDX) " visite(s)"
               INTO REVIEW-LINE.

      * Proposition de fusion : la fiche qui compte le plus de visites
      * est conservée, à égalité la plus récente
       2470-ECRIRE-PROPOSITION.
           MOVE WS-I TO WS-KEEP-IDX
           MOVE WS-LINE-IDX TO WS-DROP-IDX
           IF WS-ID-T-COUNT(WS-LINE-IDX) > WS-ID-T-COUNT(WS-I)
               OR (WS-ID-T-COUNT(WS-LINE-IDX) = WS-ID-T-COUNT(WS-I)
                   AND WS-ID-T-DATE(WS-LINE-IDX) > WS-ID-T-DATE(WS-I))
               MOVE WS-LINE-IDX TO WS-KEEP-IDX
               MOVE WS-I TO WS-DROP-IDX
           END-IF
           MOVE WS-SCORE TO PROP-SCORE
           MOVE WS-ID-T-KEY(WS-KEEP-IDX) TO PROP-KEEP-KEY
           MOVE WS-ID-T-KEY(WS-DROP-IDX) TO PROP-DROP-KEY
           MOVE WS-REASON TO PROP-REASON
           WRITE DUPPROP-LINE
           ADD 1 TO WS-PROP-COUNT.

      * Plie WS-FOLD-IN : majuscules, lettres accentuées ramenées à
      * leur lettre de base, tout autre signe (espace, tiret,
      * apostrophe) séparant deux mots ; WS-FOLD-OUT reçoit les mots à
      * la suite, WS-FOLD-SORTED les mêmes mots rangés par ordre
      * alphabétique (pour reconnaître prénom et nom inversés)
       2500-PLIER-CLE.
           MOVE FUNCTION UPPER-CASE(WS-FOLD-IN) TO WS-FOLD-UP
           MOVE SPACES TO WS-TOK-TABLE
           MOVE ZERO TO WS-TOK-COUNT
           MOVE ZERO TO WS-TOK-LEN
           MOVE 1 TO WS-FOLD-POS
           PERFORM UNTIL WS-FOLD-POS > 41
               MOVE WS-FOLD-UP(WS-FOLD-POS:1) TO WS-FOLD-CHAR
               IF WS-FOLD-IN(WS-FOLD-POS:1) = X"C3"
                   AND WS-FOLD-POS < 41
                   ADD 1 TO WS-FOLD-POS
                   COMPUTE WS-FOLD-ORD =
                       FUNCTION ORD(WS-FOLD-IN(WS-FOLD-POS:1)) - 128
                   IF WS-FOLD-ORD >= 1 AND WS-FOLD-ORD <= 64
                       MOVE WS-ACCENT-MAP(WS-FOLD-ORD:1)
                           TO WS-FOLD-CHAR
                   ELSE
                       MOVE SPACE TO WS-FOLD-CHAR
                   END-IF
               END-IF
               IF WS-FOLD-CHAR >= "A" AND WS-FOLD-CHAR <= "Z"
                   PERFORM 2550-AJOUTER-LETTRE
               ELSE
                   MOVE ZERO TO WS-TOK-LEN
               END-IF
               ADD 1 TO WS-FOLD-POS
           END-PERFORM
           PERFORM 2600-METTRE-A-LA-SUITE
           MOVE WS-FOLD-SORTED TO WS-FOLD-OUT
           MOVE WS-FOLD-PTR TO WS-FOLD-LEN
           SUBTRACT 1 FROM WS-FOLD-LEN
      * Tri des mots (il y en a au plus huit) puis seconde mise à la
      * suite
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX >= WS-TOK-COUNT
               PERFORM VARYING WS-TOK-SCAN FROM 1 BY 1
                       UNTIL WS-TOK-SCAN > WS-TOK-COUNT - WS-TOK-IDX
                   IF WS-TOK(WS-TOK-SCAN) > WS-TOK(WS-TOK-SCAN + 1)
                       MOVE WS-TOK(WS-TOK-SCAN) TO WS-TOK-SWAP
                       MOVE WS-TOK(WS-TOK-SCAN + 1)
                           TO WS-TOK(WS-TOK-SCAN)
                       MOVE WS-TOK-SWAP TO WS-TOK(WS-TOK-SCAN + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 2600-METTRE-A-LA-SUITE.

      * Ajoute la lettre courante au mot en cours ; au-delà de huit
      * mots ou de vingt lettres par mot, le reste est ignoré
       2550-AJOUTER-LETTRE.
           IF WS-TOK-LEN = ZERO
               IF WS-TOK-COUNT < 8
                   ADD 1 TO WS-TOK-COUNT
                   MOVE 1 TO WS-TOK-LEN
                   MOVE WS-FOLD-CHAR TO WS-TOK(WS-TOK-COUNT)(1:1)
               END-IF
           ELSE
               IF WS-TOK-LEN < 20
                   ADD 1 TO WS-TOK-LEN
                   MOVE WS-FOLD-CHAR
                       TO WS-TOK(WS-TOK-COUNT)(WS-TOK-LEN:1)
               END-IF
           END-IF.

      * Met les mots à la suite dans WS-FOLD-SORTED, sans séparateur
       2600-METTRE-A-LA-SUITE.
           MOVE SPACES TO WS-FOLD-SORTED
           MOVE 1 TO WS-FOLD-PTR
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOK-COUNT
               STRING WS-TOK(WS-TOK-IDX) DELIMITED BY SPACE
                   INTO WS-FOLD-SORTED WITH POINTER WS-FOLD-PTR
           END-PERFORM.

       3000-ECRIRE-TOTAUX.
           MOVE WS-ID-COUNT TO WS-ID-COUNT-ED
           MOVE SPACES TO REVIEW-LINE
           STRING "Identites distinctes balayees : " WS-ID-COUNT-ED
               INTO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING "Rapprochements a revoir : " WS-MATCH-COUNT
               INTO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING "Propositions de fusion (DUPPROP.DAT) : "
               WS-PROP-COUNT INTO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING "Proches d'une fiche DNA (DUPDNA.RPT) : "
               WS-DNA-COUNT INTO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO DNA-LINE
           STRING "Total des proches DNA : " WS-DNA-COUNT
               INTO DNA-LINE
           WRITE DNA-LINE.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
