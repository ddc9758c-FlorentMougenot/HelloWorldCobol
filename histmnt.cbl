      * — chaque modification étant tracée dans AUDIT.LOG au format
      * habituel sous un code d'issue de maintenance, pour que la
      * piste d'audit reste complète.
      * Les doublons repérés par le balayage nocturne (dupsweep) sont
      * proposés dans DUPPROP.DAT : l'option D les présente un par un,
      * chaque fusion n'étant appliquée qu'après confirmation de
      * l'opérateur, qui peut aussi inverser le sens proposé.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. histmnt.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.

      * Propositions de fusion écrites par dupsweep ; facultatif
           SELECT PROP-IN ASSIGN TO "data/DUPPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       FD  AUDIT-OUT.
           COPY AUDIT-REC.

       FD  PROP-IN.
           COPY DUPPROP-REC.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-PROP-IN-STATUS PIC X(2) VALUE "00".

      * Identifiant de la session de maintenance ("M" + horodatage),
      * même construction que l'identifiant d'exécution de hello.cbl
       01 WS-BROWSE-PAGE PIC 9(2) VALUE 10.
       01 WS-EOF-HISTORY PIC X VALUE "N".

      * Fusions proposées : fin du fichier ou arrêt demandé par
      * l'opérateur, décompte des propositions de la session, et
      * découpage d'une clé en prénom et nom pour la piste d'audit
      * (la clé est "PRENOM NOM" : le prénom s'arrête au premier
      * espace, de sorte que prénom espace nom redonne la clé)
       01 WS-EOF-PROP PIC X VALUE "N".
       01 WS-PROP-KEEP-KEY PIC X(41) VALUE SPACES.
       01 WS-PROP-DROP-KEY PIC X(41) VALUE SPACES.
       01 WS-PROP-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-PROP-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-PROP-DONE PIC 9(5) VALUE ZERO.
       01 WS-SPLIT-KEY PIC X(41) VALUE SPACES.
       01 WS-SPLIT-PRENOM PIC X(20) VALUE SPACES.
       01 WS-SPLIT-NOM PIC X(20) VALUE SPACES.
       01 WS-SPLIT-LEN PIC 9(2) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
       01 WS-ABORT-MESSAGE PIC X(60) VALUE SPACES.
                       PERFORM 2400-FUSIONNER-FICHES
                   WHEN "S"
                       PERFORM 2500-SUPPRIMER-FICHE
                   WHEN "D"
                       PERFORM 2600-FUSIONS-PROPOSEES
                   WHEN "Q"
                       MOVE "Y" TO WS-FIN-SESSION
                   WHEN OTHER
           DISPLAY "  R = corriger une cle mal orthographiee"
           DISPLAY "  F = fusionner deux fiches"
           DISPLAY "  S = supprimer une fiche"
           DISPLAY "  D = fusions proposees (balayage des doublons)"
           DISPLAY "  Q = quitter"
           DISPLAY "Votre choix : "
           ACCEPT WS-CHOIX
                       DISPLAY "Aucune fiche pour "
                           FUNCTION TRIM(WS-WORK-KEY)
                   ELSE
                       PERFORM 2450-APPLIQUER-FUSION
                   END-IF
               END-IF
           END-IF.

      * Applique la fusion une fois les deux fiches identifiées : la
      * fiche à conserver (WS-WORK-KEY, identité WS-SAISIE-PRENOM/NOM)
      * vient d'être lue, le double (WS-CIBLE-KEY, identité
      * WS-OLD-PRENOM/NOM) a laissé son compteur et sa date dans
      * WS-SAVE-COUNT et WS-SAVE-DATE
       2450-APPLIQUER-FUSION.
           ADD WS-SAVE-COUNT TO HIST-VISIT-COUNT
           IF WS-SAVE-DATE > HIST-LAST-VISIT-DATE
               MOVE WS-SAVE-DATE TO HIST-LAST-VISIT-DATE
           END-IF
           REWRITE HISTORY-REC
           MOVE WS-CIBLE-KEY TO HIST-KEY
           DELETE HISTORY-FILE
      * Une ligne d'audit par clé touchée : le double supprimé et la
      * fiche conservée qui a reçu ses visites
           MOVE "HIST-MERGE" TO AUD-OUTCOME
           MOVE WS-OLD-PRENOM TO WS-AUDIT-PRENOM
           MOVE WS-OLD-NOM TO WS-AUDIT-NOM
           PERFORM 3000-ECRIRE-AUDIT
           MOVE WS-SAISIE-PRENOM TO WS-AUDIT-PRENOM
           MOVE WS-SAISIE-NOM TO WS-AUDIT-NOM
           PERFORM 3000-ECRIRE-AUDIT
           MOVE WS-WORK-KEY TO HIST-KEY
           READ HISTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Fiche fusionnee :"
                   PERFORM 2070-AFFICHER-FICHE
           END-READ.

      * Supprime une fiche après confirmation explicite
       2500-SUPPRIMER-FICHE.
           PERFORM 2050-SAISIR-CLE
               END-IF
           END-IF.

      * Présente une à une les fusions proposées par dupsweep. Une
      * paire dont l'une des clés n'est plus dans l'historique a déjà
      * été traitée (fusion, renommage ou suppression depuis le
      * balayage) et est passée sans question ; pour les autres,
      * l'opérateur fusionne dans le sens proposé (O), en sens
      * inverse (I), passe (N) ou arrête la revue (Q)
       2600-FUSIONS-PROPOSEES.
           OPEN INPUT PROP-IN
           EVALUATE WS-PROP-IN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-PROP
               WHEN "35"
                   DISPLAY "Aucune proposition (DUPPROP.DAT absent) :"
                       " lancer d'abord dupsweep."
                   MOVE "Y" TO WS-EOF-PROP
               WHEN OTHER
                   MOVE "Impossible d'ouvrir PROP-IN (DUPPROP.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE
           MOVE ZERO TO WS-PROP-APPLIED
           MOVE ZERO TO WS-PROP-SKIPPED
           MOVE ZERO TO WS-PROP-DONE
           PERFORM UNTIL WS-EOF-PROP = "Y"
               READ PROP-IN
                   AT END MOVE "Y" TO WS-EOF-PROP
                   NOT AT END PERFORM 2650-EXAMINER-PROPOSITION
               END-READ
           END-PERFORM
           IF WS-PROP-IN-STATUS NOT = "35"
               CLOSE PROP-IN
               DISPLAY "Fusions appliquees : " WS-PROP-APPLIED
                   ", passees : " WS-PROP-SKIPPED
                   ", deja traitees : " WS-PROP-DONE
           END-IF.

       2650-EXAMINER-PROPOSITION.
           MOVE PROP-KEEP-KEY TO WS-PROP-KEEP-KEY
           MOVE PROP-DROP-KEY TO WS-PROP-DROP-KEY
           MOVE WS-PROP-DROP-KEY TO WS-WORK-KEY
           PERFORM 2060-LIRE-FICHE
           IF WS-TROUVE = "Y"
               MOVE WS-PROP-KEEP-KEY TO WS-WORK-KEY
               PERFORM 2060-LIRE-FICHE
           END-IF
           IF WS-TROUVE = "N"
               ADD 1 TO WS-PROP-DONE
           ELSE
               DISPLAY " "
               DISPLAY "Score " PROP-SCORE " : "
                   FUNCTION TRIM(PROP-REASON)
               DISPLAY "  A conserver :"
               PERFORM 2070-AFFICHER-FICHE
               MOVE WS-PROP-DROP-KEY TO WS-WORK-KEY
               PERFORM 2060-LIRE-FICHE
               DISPLAY "  A fusionner (sera supprimee) :"
               PERFORM 2070-AFFICHER-FICHE
               DISPLAY "Fusionner (O), en sens inverse (I), passer (N)"
                   " ou arreter (Q) ? "
               ACCEPT WS-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
               EVALUATE WS-REPONSE
                   WHEN "O"
                       PERFORM 2660-FUSIONNER-PROPOSITION
                   WHEN "I"
                       MOVE WS-PROP-KEEP-KEY TO WS-WORK-KEY
                       MOVE WS-PROP-DROP-KEY TO WS-PROP-KEEP-KEY
                       MOVE WS-WORK-KEY TO WS-PROP-DROP-KEY
                       PERFORM 2660-FUSIONNER-PROPOSITION
                   WHEN "Q"
                       ADD 1 TO WS-PROP-SKIPPED
                       MOVE "Y" TO WS-EOF-PROP
                   WHEN OTHER
                       ADD 1 TO WS-PROP-SKIPPED
               END-EVALUATE
           END-IF.

      * Met en place les zones de 2450-APPLIQUER-FUSION à partir des
      * deux clés de la proposition : le double est lu en premier
      * pour garder son compteur et sa date, puis la fiche conservée
       2660-FUSIONNER-PROPOSITION.
           MOVE WS-PROP-DROP-KEY TO WS-WORK-KEY
           PERFORM 2060-LIRE-FICHE
           MOVE HIST-VISIT-COUNT TO WS-SAVE-COUNT
           MOVE HIST-LAST-VISIT-DATE TO WS-SAVE-DATE
           MOVE WS-PROP-DROP-KEY TO WS-CIBLE-KEY
           MOVE WS-PROP-DROP-KEY TO WS-SPLIT-KEY
           PERFORM 2680-DECOUPER-CLE
           MOVE WS-SPLIT-PRENOM TO WS-OLD-PRENOM
           MOVE WS-SPLIT-NOM TO WS-OLD-NOM
           MOVE WS-PROP-KEEP-KEY TO WS-SPLIT-KEY
           PERFORM 2680-DECOUPER-CLE
           MOVE WS-SPLIT-PRENOM TO WS-SAISIE-PRENOM
           MOVE WS-SPLIT-NOM TO WS-SAISIE-NOM
           MOVE WS-PROP-KEEP-KEY TO WS-WORK-KEY
           PERFORM 2060-LIRE-FICHE
           PERFORM 2450-APPLIQUER-FUSION
           ADD 1 TO WS-PROP-APPLIED.

      * Découpe WS-SPLIT-KEY au premier espace : le prénom avant, le
      * reste (nom composé compris) après
       2680-DECOUPER-CLE.
           MOVE ZERO TO WS-SPLIT-LEN
           INSPECT WS-SPLIT-KEY TALLYING WS-SPLIT-LEN
               FOR CHARACTERS BEFORE INITIAL " "
           MOVE SPACES TO WS-SPLIT-PRENOM
           MOVE SPACES TO WS-SPLIT-NOM
           IF WS-SPLIT-LEN > ZERO
               MOVE WS-SPLIT-KEY(1:WS-SPLIT-LEN) TO WS-SPLIT-PRENOM
           END-IF
           IF WS-SPLIT-LEN < 40
               MOVE WS-SPLIT-KEY(WS-SPLIT-LEN + 2:) TO WS-SPLIT-NOM
           END-IF.

      * Trace la modification dans la piste d'audit au format commun :
      * l'appelant a posé l'issue (AUD-OUTCOME) et l'identité de la
      * clé touchée (WS-AUDIT-PRENOM/NOM) — une ligne par clé, pour
           MOVE WS-AUDIT-PRENOM TO AUD-PRENOM
           MOVE WS-AUDIT-NOM TO AUD-NOM
           MOVE SPACES TO AUD-VISIT-TYPE
           MOVE SPACES TO AUD-CHARGE-TYPE
           MOVE SPACES TO AUD-COST-CENTRE
           MOVE SPACES TO AUD-CHARGE-HOST
           MOVE SPACES TO AUD-SITE-CODE
           MOVE SPACES TO AUD-LANG-CODE
           WRITE AUDIT-LINE
