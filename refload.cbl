      * rangeait dans la case "????" — 9 % du rapport du mois dernier
      * était inattribuable. L'exploitation tient désormais la liste
      * des codes admis dans un simple fichier texte à largeur fixe
      * (SITELANG.SEQ : type "S" site ou "L" langue, code, libellé,
      * et pour un site sa capacité maximale sur site et la durée de
      * séjour admise) ;
      * ce programme la recharge entièrement dans le fichier indexé
      * SITELANG.DAT consulté par hello.cbl à la validation, sur le
      * modèle du chargement de la liste de surveillance (vipload).
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Liste des codes admis tenue par l'exploitation, un code par
      * ligne (type, code, libellé, capacité du site — à blanc quand
      * aucun plafond n'est fixé, durée de séjour admise en minutes —
      * à blanc quand aucune durée n'est fixée)
           SELECT REFSEQ-IN ASSIGN TO "data/SITELANG.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFSEQ-IN-STATUS.
           05 SEQ-TYPE  PIC X.
           05 SEQ-CODE  PIC X(4).
           05 SEQ-LABEL PIC X(20).
           05 SEQ-CAPACITY PIC X(5).
           05 SEQ-MAX-STAY PIC X(4).

       FD  REF-FILE.
           COPY REF-REC.
       01 WS-LANG-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CAP-BAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STAY-BAD-COUNT PIC 9(5) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
           DISPLAY "Langues chargees : " WS-LANG-COUNT
           DISPLAY "Doublons ignores : " WS-DUP-COUNT
           DISPLAY "Lignes de type inconnu : " WS-BAD-COUNT
           DISPLAY "Capacites illisibles : " WS-CAP-BAD-COUNT
           DISPLAY "Durees de sejour illisibles : " WS-STAY-BAD-COUNT

      * Fin du programme
           STOP RUN.
               MOVE SEQ-TYPE TO REF-TYPE
               MOVE SEQ-CODE TO REF-CODE
               MOVE SEQ-LABEL TO REF-LABEL
               PERFORM 2250-RELEVER-CAPACITE
               PERFORM 2260-RELEVER-DUREE-SEJOUR
               WRITE REF-REC
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
               END-WRITE
           END-IF.

      * Capacité maximale d'un site : à blanc, aucun plafond (zéro) ;
      * une valeur non numérique est signalée et chargée sans
      * plafond, le site restant admis — le refuser ferait rejeter
      * tous ses visiteurs pour code site inconnu. Une fiche de
      * langue ne porte jamais de capacité
       2250-RELEVER-CAPACITE.
           MOVE ZERO TO REF-CAPACITY
           IF SEQ-TYPE = "S" AND SEQ-CAPACITY NOT = SPACES
               IF FUNCTION TRIM(SEQ-CAPACITY) IS NUMERIC
                   MOVE FUNCTION NUMVAL(SEQ-CAPACITY) TO REF-CAPACITY
               ELSE
                   ADD 1 TO WS-CAP-BAD-COUNT
                   DISPLAY "refload : capacite illisible '"
                       SEQ-CAPACITY "' pour le site " SEQ-CODE
                       ", site charge sans plafond"
               END-IF
           END-IF.

      * Durée de séjour admise sur un site, en minutes : mêmes règles
      * que la capacité (à blanc, aucune durée fixée ; illisible,
      * signalée et chargée sans durée)
       2260-RELEVER-DUREE-SEJOUR.
           MOVE ZERO TO REF-MAX-STAY
           IF SEQ-TYPE = "S" AND SEQ-MAX-STAY NOT = SPACES
               IF FUNCTION TRIM(SEQ-MAX-STAY) IS NUMERIC
                   MOVE FUNCTION NUMVAL(SEQ-MAX-STAY) TO REF-MAX-STAY
               ELSE
                   ADD 1 TO WS-STAY-BAD-COUNT
                   DISPLAY "refload : duree de sejour illisible '"
                       SEQ-MAX-STAY "' pour le site " SEQ-CODE
                       ", site charge sans duree"
               END-IF
           END-IF.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
