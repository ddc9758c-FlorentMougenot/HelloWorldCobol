      * accueil. La clé est bâtie comme la clé d'historique (prénom
      * espace nom, sans espaces de fin) pour que la consultation se
      * fasse au même format.
      * L'hôte à prévenir doit figurer dans l'annuaire des hôtes
      * (HOSTDIR.DAT, tenu par hostmnt) : un hôte inconnu est signalé
      * mais la fiche est chargée quand même, une personne à ne pas
      * admettre ne devant jamais disparaître de la liste pour une
      * faute de frappe sur l'hôte. Sans annuaire, le contrôle est
      * désactivé.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vipload.
       ENVIRONMENT DIVISION.
               RECORD KEY IS VIP-KEY
               FILE STATUS IS WS-VIP-STATUS.

      * Annuaire des hôtes, pour signaler un hôte inconnu
           SELECT HOST-FILE ASSIGN TO "data/HOSTDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOST-KEY
               FILE STATUS IS WS-HOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIPSEQ-IN.
       FD  VIP-FILE.
           COPY VIP-REC.

       FD  HOST-FILE.
           COPY HOSTDIR-REC.

       WORKING-STORAGE SECTION.
       01 WS-VIPSEQ-IN-STATUS PIC X(2) VALUE "00".
       01 WS-VIP-STATUS PIC X(2) VALUE "00".
       01 WS-HOST-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-VIPSEQ PIC X VALUE "N".

      * Annuaire absent : les hôtes ne sont pas contrôlés
       01 WS-HOSTDIR-AVAILABLE PIC X VALUE "N".

      * Compteurs du résumé de fin de chargement
       01 WS-LOADED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-HOST-COUNT PIC 9(5) VALUE ZERO.

      * Message d'arrêt quand un fichier essentiel ne peut pas être
      * ouvert (voir 9000-ERREUR-FATALE)
           END-PERFORM
           CLOSE VIPSEQ-IN
           CLOSE VIP-FILE
           IF WS-HOSTDIR-AVAILABLE = "Y"
               CLOSE HOST-FILE
           END-IF
           DISPLAY "Fiches chargees : " WS-LOADED-COUNT
           DISPLAY "Doublons ignores : " WS-DUP-COUNT
           DISPLAY "Hotes inconnus de l'annuaire : "
               WS-UNKNOWN-HOST-COUNT

      * Fin du programme
           STOP RUN.

      * Ouvre la liste texte en lecture et recrée la liste indexée ;
      * le rechargement complet remplace la liste précédente.
      * L'annuaire des hôtes est facultatif
       1000-OUVRIR-FICHIERS.
           OPEN INPUT VIPSEQ-IN
           IF WS-VIPSEQ-IN-STATUS NOT = "00"
               MOVE "Impossible d'ouvrir VIP-FILE (data/VIPLIST.DAT)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN INPUT HOST-FILE
           EVALUATE WS-HOST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HOSTDIR-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-HOSTDIR-AVAILABLE
               WHEN OTHER
                   MOVE "Impossible d'ouvrir HOST-FILE (HOSTDIR.DAT)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
           END-EVALUATE.

       2100-LIRE-LIGNE-SUIVANTE.
           READ VIPSEQ-IN

      * Range la ligne courante dans la liste indexée, clé au format
      * de la clé d'historique ; une clé déjà vue est signalée et la
      * première fiche est conservée. L'hôte est contrôlé avant
      * l'écriture
       2200-CHARGER-FICHE.
           MOVE SPACES TO VIP-KEY
           STRING FUNCTION TRIM(SEQ-PRENOM) " "
               FUNCTION TRIM(SEQ-NOM) INTO VIP-KEY
           MOVE SEQ-CATEGORY TO VIP-CATEGORY
           MOVE SEQ-HOST TO VIP-HOST
           IF WS-HOSTDIR-AVAILABLE = "Y" AND SEQ-HOST NOT = SPACES
               PERFORM 2300-CONTROLER-HOTE
           END-IF
           WRITE VIP-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      * L'annuaire est indexé sur le nom de l'hôte en majuscules
       2300-CONTROLER-HOTE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SEQ-HOST))
               TO HOST-KEY
           READ HOST-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-HOST-COUNT
                   DISPLAY "vipload : hote " FUNCTION TRIM(SEQ-HOST)
                       " inconnu de l'annuaire pour "
                       FUNCTION TRIM(VIP-KEY)
           END-READ.

      * Arrêt immédiat sur un fichier qui n'a pas pu être ouvert ; le
      * code retour non nul permet à l'appelant de détecter l'échec
      * sans avoir à relire le message
