      * archivé qui revient est réintégré par hello.cbl avec son
      * compteur archivé (2355-CHERCHER-ARCHIVE) : l'archive n'est pas
      * un cul-de-sac, seulement un rangement des fiches dormantes.
      * Chaque fiche archivée laisse une ligne dans la piste d'audit
      * (issue HIST-PURGE, identifiant de session "M" comme histmnt),
      * pour que la reprise de l'historique par mstbkp refasse la
      * purge à sa place dans la chronologie.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. histpurge.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-OUT-STATUS.

      * Piste d'audit commune : les purges s'y ajoutent à la suite
      * des accueils, sous leur propre code
           SELECT AUDIT-OUT ASSIGN TO "data/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
               ==HIST-VISIT-COUNT==     BY ==ARCH-VISIT-COUNT==
               ==HIST-LAST-VISIT-DATE== BY ==ARCH-LAST-VISIT-DATE==.

       FD  AUDIT-OUT.
           COPY AUDIT-REC.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE "00".
       01 WS-ARCHIVE-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-HISTORY PIC X VALUE "N".

      * Délai de rétention en mois, passé en premier paramètre de la
       01 WS-CUTOFF-DATE REDEFINES WS-CUTOFF-DATE-X PIC 9(8).
       01 WS-MONTHS-LEFT PIC 9(3) VALUE ZERO.

      * Identifiant de la session de purge ("M" + horodatage), même
      * construction que celui de histmnt ; la clé de la fiche est
      * recoupée au premier espace en prénom et nom pour la ligne
      * d'audit
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-ID PIC X(17) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(16) VALUE SPACES.
       01 WS-KEY-PTR PIC 9(2) VALUE ZERO.

      * Compteurs du résumé de fin de purge
       01 WS-KEPT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ARCHIVED-COUNT PIC 9(7) VALUE ZERO.
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE ARCHIVE-OUT
           CLOSE AUDIT-OUT
           PERFORM 3000-AFFICHER-RESUME

      * Fin du programme
      * de rétention, une année à la fois puis mois par mois
       1100-CALCULER-DATE-LIMITE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING "M" WS-RUN-DATE WS-RUN-TIME INTO WS-RUN-ID
           STRING WS-RUN-DATE WS-RUN-TIME INTO WS-TIMESTAMP
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           MOVE WS-RETENTION-MONTHS TO WS-MONTHS-LEFT
           PERFORM UNTIL WS-MONTHS-LEFT < 12
           END-PERFORM.

      * Ouvre l'historique en lecture/écriture (la purge supprime les
      * fiches archivées), l'archive et la piste d'audit en ajout ; si
      * l'une ou l'autre n'existe pas encore, on la crée
       1200-OUVRIR-FICHIERS.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-OUT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-OUT
               IF WS-AUDIT-OUT-STATUS NOT = "00"
                   MOVE "Impossible d'ouvrir AUDIT-OUT (data/AUDIT.LOG)"
                       TO WS-ABORT-MESSAGE
                   PERFORM 9000-ERREUR-FATALE
               END-IF
           END-IF.

      * Lit la fiche d'historique suivante, dans l'ordre des clés
           END-READ.

      * Recopie la fiche courante dans l'archive puis la supprime de
      * l'historique, puis trace la purge dans la piste d'audit ; le
      * compteur de visites archivées permet de vérifier qu'aucune
      * visite ne disparaît sans trace
       2200-ARCHIVER-FICHE.
           MOVE HIST-KEY TO ARCH-KEY
           MOVE HIST-VISIT-COUNT TO ARCH-VISIT-COUNT
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           PERFORM 2300-ECRIRE-AUDIT
           ADD 1 TO WS-ARCHIVED-COUNT
           ADD HIST-VISIT-COUNT TO WS-ARCHIVED-VISITS.

      * Ligne d'audit de la fiche archivée, au format commun : ni
      * site, ni langue, ni type de visite, ce n'est pas un accueil
       2300-ECRIRE-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 1 TO WS-KEY-PTR
           UNSTRING HIST-KEY DELIMITED BY " "
               INTO AUD-PRENOM WITH POINTER WS-KEY-PTR
           IF WS-KEY-PTR <= 41
               MOVE HIST-KEY(WS-KEY-PTR:) TO AUD-NOM
           END-IF
           MOVE "HIST-PURGE" TO AUD-OUTCOME
           WRITE AUDIT-LINE
           IF WS-AUDIT-OUT-STATUS NOT = "00"
               MOVE "Echec d'ecriture dans AUDIT-OUT (AUDIT.LOG)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF.

      * Résumé de fin de purge, sur la console comme le pied de rapport
      * de hello.cbl, pour que l'exploitant voie d'un coup d'oeil ce
      * que la purge a déplacé
