      * Chargement des réponses à l'enquête de satisfaction. Le
      * prestataire d'enquête renvoie un fichier de réponses
      * (SURVRESP.DAT) : une ligne par questionnaire rempli, avec
      * l'identité, la date et le site de la visite enquêtée, la note
      * donnée (0 à 10) et la date de la réponse. Ce programme
      * rapproche chaque réponse de l'envoi consigné par survext dans
      * le suivi des enquêtes (SURVHIST.DAT) sur le nom, la date de
      * visite et le site, y porte la note et la date de réponse, et
      * écrit le rapport SURVEY.RPT : notes moyennes par site, par
      * langue et par type de visite, puis la liste des réponses sans
      * envoi correspondant (visiteur inconnu, autre visite, réponse
      * déjà reçue, note ou date illisible) et celle des réponses
      * arrivées plus de WS-DELAI-REPONSE jours après l'envoi. Les
      * réponses tardives ne sont pas comptées dans les moyennes : le
      * souvenir de la visite n'est plus assez frais.
      *     survresp
       IDENTIFICATION DIVISION.
       PROGRAM-ID. survresp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Réponses renvoyées par le prestataire d'enquête
           SELECT RESP-IN ASSIGN TO "data/SURVRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-IN-STATUS.

      * Suivi des enquêtes tenu par survext
           SELECT SURVHIST-FILE ASSIGN TO "data/SURVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVH-KEY
               FILE STATUS IS WS-SURVHIST-STATUS.

      * Rapport des notes et des réponses écartées
           SELECT SURVRPT-OUT ASSIGN TO "data/SURVEY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVRPT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESP-IN.
       01  RESP-LINE.
           05 RSP-PRENOM        PIC X(20).
           05 RSP-NOM           PIC X(20).
           05 RSP-VISIT-DATE    PIC X(8).
           05 RSP-SITE-CODE     PIC X(4).
           05 RSP-SCORE-X       PIC X(2).
           05 RSP-SCORE REDEFINES RSP-SCORE-X PIC 9(2).
           05 RSP-RESPONSE-DATE PIC X(8).

       FD  SURVHIST-FILE.
           COPY SURVHIST-REC.

       FD  SURVRPT-OUT.
       01  SURVRPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RESP-IN-STATUS PIC X(2) VALUE "00".
       01 WS-SURVHIST-STATUS PIC X(2) VALUE "00".
       01 WS-SURVRPT-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-FLAG PIC X VALUE "N".

       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-VISITOR-KEY PIC X(41) VALUE SPACES.

      * Délai de réponse admis, en jours calendaires depuis l'envoi
       01 WS-DELAI-REPONSE PIC 9(3) VALUE 30.
       01 WS-RESP-DATE-N PIC 9(8) VALUE ZERO.
       01 WS-SENT-DATE-N PIC 9(8) VALUE ZERO.
       01 WS-DAYS PIC S9(7) VALUE ZERO.
       01 WS-DAYS-ED PIC ZZZ9.

      * Sort de la réponse courante : motif d'écart à blanc = réponse
      * rapprochée
       01 WS-MOTIF PIC X(30) VALUE SPACES.

      * Réponses écartées, gardées pour les deux listes du rapport :
      * genre "U" sans correspondance, "L" tardive
       01 WS-EXC-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXC-MAX PIC 9(5) VALUE 2000.
       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 2000 TIMES.
               10 WS-EXC-T-KIND  PIC X.
               10 WS-EXC-T-KEY   PIC X(41).
               10 WS-EXC-T-DATE  PIC X(8).
               10 WS-EXC-T-SITE  PIC X(4).
               10 WS-EXC-T-MOTIF PIC X(30).
       01 WS-EXC-IDX PIC 9(5) VALUE ZERO.
       01 WS-LIST-KIND PIC X VALUE SPACES.

      * Cumuls des notes : une entrée par axe ("S" site, "L" langue,
      * "T" type de visite) et par code
       01 WS-STAT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STAT-MAX PIC 9(3) VALUE 150.
       01 WS-STAT-TABLE.
           05 WS-STAT-ENTRY OCCURS 150 TIMES.
               10 WS-STAT-T-AXIS  PIC X.
               10 WS-STAT-T-CODE  PIC X(8).
               10 WS-STAT-T-COUNT PIC 9(5).
               10 WS-STAT-T-TOTAL PIC 9(7).
       01 WS-STAT-IDX PIC 9(3) VALUE ZERO.
       01 WS-SCAN-IDX PIC 9(3) VALUE ZERO.
       01 WS-CUR-AXIS PIC X VALUE SPACES.
       01 WS-CUR-CODE PIC X(8) VALUE SPACES.

      * Zones d'édition du rapport
       01 WS-AVG PIC 9(2)V99 VALUE ZERO.
       01 WS-AVG-ED PIC Z9.99.
       01 WS-COUNT-ED PIC ZZZZ9.

      * Compteurs du passage
       01 WS-RESP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SCORE-TOTAL PIC 9(7) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-OUVRIR-FICHIERS
           PERFORM 2000-RAPPROCHER-REPONSES
           CLOSE SURVHIST-FILE
           PERFORM 3000-ECRIRE-RAPPORT
           DISPLAY "survresp : reponses lues " WS-RESP-COUNT
               " rapprochees " WS-MATCHED-COUNT
               " sans correspondance " WS-UNMATCHED-COUNT
               " tardives " WS-LATE-COUNT
           DISPLAY "survresp : rapport ecrit dans data/SURVEY.RPT"

      * Fin du programme
           STOP RUN.

      * Le suivi des enquêtes doit exister : sans envoi, aucune
      * réponse ne peut être rapprochée
       1000-OUVRIR-FICHIERS.
           OPEN I-O SURVHIST-FILE
           IF WS-SURVHIST-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir SURVHIST-FILE (SURVHIST.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN INPUT RESP-IN
           IF WS-RESP-IN-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir RESP-IN (data/SURVRESP.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

       2000-RAPPROCHER-REPONSES.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RESP-IN
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END PERFORM 2100-TRAITER-REPONSE
               END-READ
           END-PERFORM
           CLOSE RESP-IN.

      * Contrôles dans l'ordre ; le premier motif relevé écarte la
      * réponse. Le délai n'est contrôlé qu'une fois la réponse
      * rapprochée de son envoi
       2100-TRAITER-REPONSE.
           ADD 1 TO WS-RESP-COUNT
           MOVE SPACES TO WS-MOTIF
           MOVE SPACES TO WS-VISITOR-KEY
           STRING FUNCTION TRIM(RSP-PRENOM) " "
               FUNCTION TRIM(RSP-NOM) INTO WS-VISITOR-KEY
           MOVE WS-VISITOR-KEY TO SVH-KEY
           READ SURVHIST-FILE
               INVALID KEY
                   MOVE "Visiteur non interroge" TO WS-MOTIF
           END-READ
           IF WS-MOTIF = SPACES
               IF SVH-VISIT-DATE NOT = RSP-VISIT-DATE
                   OR SVH-SITE-CODE NOT = RSP-SITE-CODE
                   MOVE "Visite differente de l'envoi" TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               IF SVH-RESPONSE-DATE NOT = SPACES
                   MOVE "Reponse deja recue" TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               IF RSP-SCORE-X IS NOT NUMERIC
                   MOVE "Note illisible" TO WS-MOTIF
               ELSE
                   IF RSP-SCORE > 10
                       MOVE "Note hors bareme (0 a 10)" TO WS-MOTIF
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM 2200-CALCULER-DELAI
           END-IF
           EVALUATE TRUE
               WHEN WS-MOTIF = SPACES
                   PERFORM 2300-ENREGISTRER-NOTE
               WHEN WS-MOTIF = "TARDIVE"
                   ADD 1 TO WS-LATE-COUNT
                   MOVE SPACES TO WS-MOTIF
                   MOVE WS-DAYS TO WS-DAYS-ED
                   STRING "Reponse a J+" FUNCTION TRIM(WS-DAYS-ED)
                       " de l'envoi"
                       INTO WS-MOTIF
                   MOVE "L" TO WS-LIST-KIND
                   PERFORM 2400-GARDER-ECART
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE "U" TO WS-LIST-KIND
                   PERFORM 2400-GARDER-ECART
           END-EVALUATE.

      * Jours écoulés entre l'envoi et la réponse ; une date de
      * réponse illisible ou antérieure à l'envoi écarte la réponse
       2200-CALCULER-DELAI.
           IF RSP-RESPONSE-DATE IS NOT NUMERIC
               MOVE "Date de reponse illisible" TO WS-MOTIF
           ELSE
               MOVE RSP-RESPONSE-DATE TO WS-RESP-DATE-N
               MOVE SVH-SENT-DATE TO WS-SENT-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RESP-DATE-N)
                   NOT = ZERO
                   MOVE "Date de reponse illisible" TO WS-MOTIF
               ELSE
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RESP-DATE-N)
                       - FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-N)
                   IF WS-DAYS < ZERO
                       MOVE "Reponse anterieure a l'envoi" TO WS-MOTIF
                   ELSE
                       IF WS-DAYS > WS-DELAI-REPONSE
                           MOVE "TARDIVE" TO WS-MOTIF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Porte la note sur la fiche de suivi et la cumule sur les
      * trois axes du rapport
       2300-ENREGISTRER-NOTE.
           MOVE RSP-RESPONSE-DATE TO SVH-RESPONSE-DATE
           MOVE RSP-SCORE TO SVH-SCORE
           REWRITE SURVHIST-REC
           IF WS-SURVHIST-STATUS NOT = "00"
               MOVE "Echec de reecriture dans SURVHIST-FILE"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-MATCHED-COUNT
           ADD RSP-SCORE TO WS-SCORE-TOTAL
           MOVE "S" TO WS-CUR-AXIS
           MOVE SVH-SITE-CODE TO WS-CUR-CODE
           PERFORM 2350-CUMULER-NOTE
           MOVE "L" TO WS-CUR-AXIS
           MOVE SVH-LANG-CODE TO WS-CUR-CODE
           PERFORM 2350-CUMULER-NOTE
           MOVE "T" TO WS-CUR-AXIS
           MOVE SVH-VISIT-TYPE TO WS-CUR-CODE
           PERFORM 2350-CUMULER-NOTE.

      * Retrouve (ou crée, cumuls à zéro) l'entrée de l'axe et du code
       2350-CUMULER-NOTE.
           IF WS-CUR-CODE = SPACES
               MOVE "????" TO WS-CUR-CODE
           END-IF
           MOVE ZERO TO WS-STAT-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STAT-COUNT
               IF WS-STAT-T-AXIS(WS-SCAN-IDX) = WS-CUR-AXIS
                   AND WS-STAT-T-CODE(WS-SCAN-IDX) = WS-CUR-CODE
                   MOVE WS-SCAN-IDX TO WS-STAT-IDX
                   MOVE WS-STAT-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-STAT-IDX = ZERO
               IF WS-STAT-COUNT >= WS-STAT-MAX
                   MOVE "Table des cumuls pleine (voir WS-STAT-MAX)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
               ADD 1 TO WS-STAT-COUNT
               MOVE WS-STAT-COUNT TO WS-STAT-IDX
               INITIALIZE WS-STAT-ENTRY(WS-STAT-IDX)
               MOVE WS-CUR-AXIS TO WS-STAT-T-AXIS(WS-STAT-IDX)
               MOVE WS-CUR-CODE TO WS-STAT-T-CODE(WS-STAT-IDX)
           END-IF
           ADD 1 TO WS-STAT-T-COUNT(WS-STAT-IDX)
           ADD RSP-SCORE TO WS-STAT-T-TOTAL(WS-STAT-IDX).

       2400-GARDER-ECART.
           IF WS-EXC-COUNT >= WS-EXC-MAX
               MOVE "Table des reponses ecartees pleine (WS-EXC-MAX)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-LIST-KIND TO WS-EXC-T-KIND(WS-EXC-COUNT)
           MOVE WS-VISITOR-KEY TO WS-EXC-T-KEY(WS-EXC-COUNT)
           MOVE RSP-VISIT-DATE TO WS-EXC-T-DATE(WS-EXC-COUNT)
           MOVE RSP-SITE-CODE TO WS-EXC-T-SITE(WS-EXC-COUNT)
           MOVE WS-MOTIF TO WS-EXC-T-MOTIF(WS-EXC-COUNT).

      * Rapport : moyenne générale, moyennes par axe, puis les deux
      * listes de réponses écartées
       3000-ECRIRE-RAPPORT.
           OPEN OUTPUT SURVRPT-OUT
           IF WS-SURVRPT-OUT-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir SURVRPT-OUT (SURVEY.RPT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           MOVE SPACES TO SURVRPT-LINE
           STRING "Enquete de satisfaction - reponses chargees le "
               WS-RUN-DATE INTO SURVRPT-LINE
           WRITE SURVRPT-LINE
           MOVE SPACES TO SURVRPT-LINE
           STRING "Reponses lues " WS-RESP-COUNT
               "  rapprochees " WS-MATCHED-COUNT
               "  sans correspondance " WS-UNMATCHED-COUNT
               "  tardives " WS-LATE-COUNT
               INTO SURVRPT-LINE
           WRITE SURVRPT-LINE
           MOVE ZERO TO WS-AVG
           IF WS-MATCHED-COUNT > ZERO
               COMPUTE WS-AVG ROUNDED =
                   WS-SCORE-TOTAL / WS-MATCHED-COUNT
           END-IF
           MOVE WS-AVG TO WS-AVG-ED
           MOVE SPACES TO SURVRPT-LINE
           STRING "Note moyenne generale " WS-AVG-ED " / 10"
               INTO SURVRPT-LINE
           WRITE SURVRPT-LINE
           MOVE "S" TO WS-CUR-AXIS
           MOVE "Notes par site" TO SURVRPT-LINE
           PERFORM 3100-ECRIRE-AXE
           MOVE "L" TO WS-CUR-AXIS
           MOVE "Notes par langue" TO SURVRPT-LINE
           PERFORM 3100-ECRIRE-AXE
           MOVE "T" TO WS-CUR-AXIS
           MOVE "Notes par type de visite" TO SURVRPT-LINE
           PERFORM 3100-ECRIRE-AXE
           MOVE "U" TO WS-LIST-KIND
           MOVE "Reponses sans envoi correspondant" TO SURVRPT-LINE
           PERFORM 3200-ECRIRE-LISTE
           MOVE "L" TO WS-LIST-KIND
           MOVE SPACES TO SURVRPT-LINE
           STRING "Reponses tardives (plus de " WS-DELAI-REPONSE
               " jours apres l'envoi, non notees)" INTO SURVRPT-LINE
           PERFORM 3200-ECRIRE-LISTE
           CLOSE SURVRPT-OUT.

      * Titre déjà posé dans la ligne de rapport par l'appelant
       3100-ECRIRE-AXE.
           WRITE SURVRPT-LINE
           MOVE 1 TO WS-STAT-IDX
           PERFORM UNTIL WS-STAT-IDX > WS-STAT-COUNT
               IF WS-STAT-T-AXIS(WS-STAT-IDX) = WS-CUR-AXIS
                   PERFORM 3150-ECRIRE-LIGNE-AXE
               END-IF
               ADD 1 TO WS-STAT-IDX
           END-PERFORM.

       3150-ECRIRE-LIGNE-AXE.
           COMPUTE WS-AVG ROUNDED = WS-STAT-T-TOTAL(WS-STAT-IDX)
               / WS-STAT-T-COUNT(WS-STAT-IDX)
           MOVE WS-AVG TO WS-AVG-ED
           MOVE WS-STAT-T-COUNT(WS-STAT-IDX) TO WS-COUNT-ED
           MOVE SPACES TO SURVRPT-LINE
           STRING "  " WS-STAT-T-CODE(WS-STAT-IDX)
               "  reponses " WS-COUNT-ED
               "  note moyenne " WS-AVG-ED
               INTO SURVRPT-LINE
           WRITE SURVRPT-LINE.

      * Titre déjà posé dans la ligne de rapport par l'appelant
       3200-ECRIRE-LISTE.
           WRITE SURVRPT-LINE
           MOVE 1 TO WS-EXC-IDX
           PERFORM UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EXC-T-KIND(WS-EXC-IDX) = WS-LIST-KIND
                   MOVE SPACES TO SURVRPT-LINE
                   STRING "  " WS-EXC-T-KEY(WS-EXC-IDX)(1:30)
                       " " WS-EXC-T-DATE(WS-EXC-IDX)
                       " " WS-EXC-T-SITE(WS-EXC-IDX)
                       " " WS-EXC-T-MOTIF(WS-EXC-IDX)
                       INTO SURVRPT-LINE
                   WRITE SURVRPT-LINE
               END-IF
               ADD 1 TO WS-EXC-IDX
           END-PERFORM.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
       9000-ERREUR-FATALE.
           DISPLAY "ERREUR FATALE : " WS-ABORT-MESSAGE
           MOVE 1 TO RETURN-CODE
           STOP RUN.
